       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPS-IPK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPM-KEY
               ALTERNATE RECORD KEY IS KELAS-REC
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "NILAI-HIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT MATAKUL-FILE ASSIGN TO "MATAKUL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-KODE
               FILE STATUS IS WS-MATAKUL-STATUS.
           SELECT IPK-FILE ASSIGN TO "IPK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPK-KEY
               FILE STATUS IS WS-IPK-STATUS.
           SELECT LAPORAN-FILE ASSIGN TO "IPK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAPORAN-STATUS.
           SELECT RUN-FILE ASSIGN TO "RUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
           COPY "STUDENT.cpy".
       FD HISTORY-FILE.
           COPY "NILAIHIS.cpy".
       FD MATAKUL-FILE.
           COPY "MATAKUL.cpy".
       FD IPK-FILE.
           COPY "IPK.cpy".
       FD LAPORAN-FILE.
       01 LAPORAN-LINE PIC X(80).
       FD RUN-FILE.
           COPY "RUNCTL.cpy".
       WORKING-STORAGE SECTION.
       01 WS-STUDENT-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-MATAKUL-STATUS PIC XX.
       01 WS-IPK-STATUS PIC XX.
       01 WS-LAPORAN-STATUS PIC XX.
       01 WS-RUN-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
       01 WS-HIS-EOF-SW PIC X VALUE 'N'.
       01 WS-TUKAR-SW PIC X VALUE 'N'.
       01 WS-GAGAL-SW PIC X VALUE 'N'.
       01 VAR-PILIH.
           02 IP-PARAM PIC X(20).
           02 IP-TERM PIC X(5).
       01 VAR-BATAS.
           02 IP-BATAS-DEKAN PIC 9V99 VALUE 3.50.
           02 IP-MIN-SKS-DEKAN PIC 9(3) VALUE 12.
           02 IP-BATAS-PROBAS PIC 9V99 VALUE 2.00.
       01 VAR-HITUNG.
           02 IP-JML-SISWA PIC 9(5) VALUE 0.
           02 IP-JML-DITULIS PIC 9(5) VALUE 0.
           02 IP-JML-DEKAN PIC 9(5) VALUE 0.
           02 IP-JML-PROBAS PIC 9(5) VALUE 0.
           02 IP-JML-TANPA-SKS PIC 9(5) VALUE 0.
       01 VAR-SISWA.
           02 IP-KELAS-AKTIF PIC X(6).
           02 IP-SKS PIC 9.
           02 IP-MUTU PIC 9.
           02 IP-SKS-TERM PIC 9(3).
           02 IP-MUTU-TERM PIC 9(4).
           02 IP-SKS-KUM PIC 9(3).
           02 IP-MUTU-KUM PIC 9(4).
           02 IP-IPS PIC 9V99.
           02 IP-IPK PIC 9V99.
           02 IP-ADA-TERM PIC X.
       01 VAR-MK-TABLE.
           02 MT-JML PIC 9(3).
           02 MT-IDX PIC 9(3).
           02 MT-KETEMU PIC 9(3).
           02 MT-ENTRY OCCURS 100 TIMES.
               03 MT-KODE PIC X(6).
               03 MT-SKS PIC 9.
               03 MT-MUTU PIC 9.
       01 VAR-DAFTAR.
           02 DK-JML PIC 9(3).
           02 DK-IDX PIC 9(3).
           02 DK-IDX2 PIC 9(3).
           02 DK-SIMPAN PIC X(37).
           02 DK-ENTRY OCCURS 200 TIMES.
               03 DK-NPM PIC X(8).
               03 DK-NAMA PIC X(20).
               03 DK-SKS PIC 9(3).
               03 DK-IPS PIC 9V99.
               03 DK-IPK PIC 9V99.
           02 PB-JML PIC 9(3).
           02 PB-IDX PIC 9(3).
           02 PB-ENTRY OCCURS 200 TIMES.
               03 PB-NPM PIC X(8).
               03 PB-NAMA PIC X(20).
               03 PB-SKS PIC 9(3).
               03 PB-IPS PIC 9V99.
               03 PB-IPK PIC 9V99.
       01 VAR-CETAK.
           02 CT-SKS PIC ZZ9.
           02 CT-IPS PIC 9.99.
           02 CT-IPK PIC 9.99.
           02 CT-JML PIC ZZZZ9.
           02 CT-BATAS PIC 9.99.
       PROCEDURE DIVISION.
       MAIN-IPK.
           ACCEPT IP-PARAM FROM COMMAND-LINE.
           MOVE SPACES TO IP-TERM.
           UNSTRING IP-PARAM DELIMITED BY ALL ' '
               INTO IP-TERM.
           IF IP-TERM = SPACE OR IP-TERM NOT NUMERIC
               DISPLAY 'PENGGUNAAN: ips-ipk <TERM>'
               DISPLAY '            (TERM 5 DIGIT, CONTOH 20261)'
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = '35'
               DISPLAY 'BELUM ADA DATA SISWA'
               STOP RUN
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = '35'
               DISPLAY 'BELUM ADA RIWAYAT NILAI'
               CLOSE STUDENT-FILE
               STOP RUN
           END-IF.
           OPEN INPUT MATAKUL-FILE.
           IF WS-MATAKUL-STATUS NOT = '00'
               AND WS-MATAKUL-STATUS NOT = '35'
               DISPLAY 'FILE MATAKUL.DAT TIDAK DAPAT DIBUKA, STATUS ',
                   WS-MATAKUL-STATUS
               DISPLAY 'BILA MASIH FORMAT LAMA, JALANKAN matakul-konv'
               CLOSE HISTORY-FILE
               CLOSE STUDENT-FILE
               STOP RUN
           END-IF.
           IF WS-MATAKUL-STATUS = '35'
               DISPLAY 'MASTER MATA KULIAH BELUM ADA,'
                   ' SKS TIDAK DAPAT DIHITUNG'
               CLOSE HISTORY-FILE
               CLOSE STUDENT-FILE
               STOP RUN
           END-IF.
           OPEN I-O IPK-FILE.
           IF WS-IPK-STATUS = '35'
               OPEN OUTPUT IPK-FILE
               CLOSE IPK-FILE
               OPEN I-O IPK-FILE
           END-IF.
           OPEN OUTPUT LAPORAN-FILE.
           MOVE 'IPS-IPK' TO RC-PROGRAM.
           MOVE 'MULAI' TO RC-STATUS.
           MOVE 0 TO RC-JML-1 RC-JML-2 RC-JML-3.
           PERFORM CATAT-RUN.
           MOVE SPACES TO IP-KELAS-AKTIF.
           MOVE 0 TO DK-JML PB-JML.
           MOVE LOW-VALUES TO KELAS-REC.
           START STUDENT-FILE KEY NOT < KELAS-REC
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF STATUS-MHS-REC = 'AKTIF'
                           OR STATUS-MHS-REC = SPACE
                           PERFORM PROSES-SISWA
                       END-IF
               END-READ
           END-PERFORM.
           IF IP-KELAS-AKTIF NOT = SPACE
               PERFORM CETAK-KELAS
           END-IF.
           MOVE SPACES TO LAPORAN-LINE.
           WRITE LAPORAN-LINE.
           MOVE SPACES TO LAPORAN-LINE.
           MOVE IP-JML-DITULIS TO CT-JML.
           STRING 'SELESAI, STANDING DITULIS ' DELIMITED BY SIZE
               CT-JML DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           WRITE LAPORAN-LINE.
           CLOSE LAPORAN-FILE.
           CLOSE IPK-FILE.
           CLOSE MATAKUL-FILE.
           CLOSE HISTORY-FILE.
           CLOSE STUDENT-FILE.
           MOVE 'SELESAI' TO RC-STATUS.
           MOVE IP-JML-DITULIS TO RC-JML-1.
           MOVE IP-JML-DEKAN TO RC-JML-2.
           MOVE IP-JML-PROBAS TO RC-JML-3.
           PERFORM CATAT-RUN.
           DISPLAY '----------------------------------------'.
           DISPLAY 'STANDING AKADEMIK TERM ', IP-TERM.
           DISPLAY 'SISWA AKTIF DIPERIKSA  : ', IP-JML-SISWA.
           DISPLAY 'STANDING DITULIS       : ', IP-JML-DITULIS.
           DISPLAY 'DAFTAR DEKAN           : ', IP-JML-DEKAN.
           DISPLAY 'PERCOBAAN AKADEMIK     : ', IP-JML-PROBAS.
           IF IP-JML-TANPA-SKS > 0
               DISPLAY 'SISWA TANPA SKS TERM   : ', IP-JML-TANPA-SKS,
                   ' (RAWAT MATA KULIAH)'
           END-IF.
           DISPLAY 'DAFTAR LENGKAP ADA DI IPK.RPT'.
           STOP RUN.
       CATAT-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP.
           OPEN EXTEND RUN-FILE.
           IF WS-RUN-STATUS = '35'
               OPEN OUTPUT RUN-FILE
               CLOSE RUN-FILE
               OPEN EXTEND RUN-FILE
           END-IF.
           WRITE RC-RECORD.
           CLOSE RUN-FILE.
       PROSES-SISWA.
           IF KELAS-REC NOT = IP-KELAS-AKTIF
               IF IP-KELAS-AKTIF NOT = SPACE
                   PERFORM CETAK-KELAS
               END-IF
               MOVE KELAS-REC TO IP-KELAS-AKTIF
               MOVE 0 TO DK-JML PB-JML
           END-IF.
           ADD 1 TO IP-JML-SISWA.
           PERFORM HITUNG-IP.
           IF IP-ADA-TERM = 'Y' AND IP-SKS-TERM > 0
               PERFORM SIMPAN-IPK
           ELSE IF IP-ADA-TERM = 'Y'
               ADD 1 TO IP-JML-TANPA-SKS
           END-IF.
       HITUNG-IP.
           MOVE 0 TO IP-SKS-TERM IP-MUTU-TERM IP-SKS-KUM IP-MUTU-KUM.
           MOVE 0 TO IP-IPS IP-IPK MT-JML.
           MOVE 'N' TO IP-ADA-TERM.
           MOVE 'N' TO WS-GAGAL-SW.
           MOVE NPM-KEY TO HIS-NPM.
           MOVE SPACES TO HIS-TERM.
           MOVE SPACES TO HIS-MK.
           MOVE 'N' TO WS-HIS-EOF-SW.
           START HISTORY-FILE KEY NOT < HIS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIS-EOF-SW
           END-START.
           PERFORM UNTIL WS-HIS-EOF-SW = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIS-EOF-SW
                   NOT AT END
                       IF HIS-NPM = NPM-KEY
                           IF HIS-TERM NOT > IP-TERM
                               PERFORM HITUNG-SATU-NILAI
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-HIS-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM JUMLAH-KUMULATIF
               VARYING MT-IDX FROM 1 BY 1
               UNTIL MT-IDX > MT-JML.
           IF IP-SKS-TERM > 0
               COMPUTE IP-IPS ROUNDED = IP-MUTU-TERM / IP-SKS-TERM
           END-IF.
           IF IP-SKS-KUM > 0
               COMPUTE IP-IPK ROUNDED = IP-MUTU-KUM / IP-SKS-KUM
           END-IF.
       HITUNG-SATU-NILAI.
           PERFORM CARI-SKS.
           PERFORM KONVERSI-MUTU.
           IF HIS-TERM = IP-TERM
               MOVE 'Y' TO IP-ADA-TERM
               ADD IP-SKS TO IP-SKS-TERM
               COMPUTE IP-MUTU-TERM = IP-MUTU-TERM + IP-SKS * IP-MUTU
               IF HIS-STATUS = 'GAGAL'
                   MOVE 'Y' TO WS-GAGAL-SW
               END-IF
           END-IF.
           MOVE 0 TO MT-KETEMU.
           PERFORM CARI-MK-TABLE
               VARYING MT-IDX FROM 1 BY 1
               UNTIL MT-IDX > MT-JML OR MT-KETEMU > 0.
           IF MT-KETEMU = 0 AND MT-JML < 100
               ADD 1 TO MT-JML
               MOVE MT-JML TO MT-KETEMU
               MOVE HIS-MK TO MT-KODE(MT-KETEMU)
           END-IF.
           IF MT-KETEMU > 0
               MOVE IP-SKS TO MT-SKS(MT-KETEMU)
               MOVE IP-MUTU TO MT-MUTU(MT-KETEMU)
           END-IF.
       CARI-MK-TABLE.
           IF MT-KODE(MT-IDX) = HIS-MK
               MOVE MT-IDX TO MT-KETEMU
           END-IF.
       JUMLAH-KUMULATIF.
           ADD MT-SKS(MT-IDX) TO IP-SKS-KUM.
           COMPUTE IP-MUTU-KUM =
               IP-MUTU-KUM + MT-SKS(MT-IDX) * MT-MUTU(MT-IDX).
       CARI-SKS.
           MOVE 0 TO IP-SKS.
           MOVE HIS-MK TO MK-KODE.
           READ MATAKUL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MK-SKS NUMERIC
                       MOVE MK-SKS TO IP-SKS
                   END-IF
           END-READ.
           IF IP-SKS = 0 AND HIS-TERM = IP-TERM
               DISPLAY 'NPM ', HIS-NPM, ' MK ', HIS-MK,
                   ' TIDAK MEMILIKI SKS, TIDAK DIHITUNG'
           END-IF.
       KONVERSI-MUTU.
           IF HIS-STATUS = 'GAGAL'
               MOVE 0 TO IP-MUTU
           ELSE IF HIS-HASIL >= 80
               MOVE 4 TO IP-MUTU
           ELSE IF HIS-HASIL >= 70
               MOVE 3 TO IP-MUTU
           ELSE IF HIS-HASIL >= 60
               MOVE 2 TO IP-MUTU
           ELSE IF HIS-HASIL >= 50
               MOVE 1 TO IP-MUTU
           ELSE
               MOVE 0 TO IP-MUTU
           END-IF.
       SIMPAN-IPK.
           MOVE NPM-KEY TO IPK-NPM.
           MOVE IP-TERM TO IPK-TERM.
           MOVE KELAS-REC TO IPK-KELAS.
           MOVE IP-SKS-TERM TO IPK-SKS-TERM.
           MOVE IP-MUTU-TERM TO IPK-MUTU-TERM.
           MOVE IP-IPS TO IPK-IPS.
           MOVE IP-SKS-KUM TO IPK-SKS-KUM.
           MOVE IP-MUTU-KUM TO IPK-MUTU-KUM.
           MOVE IP-IPK TO IPK-IPK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO IPK-TGL.
           MOVE 'NORMAL' TO IPK-PREDIKAT.
           IF IP-IPS < IP-BATAS-PROBAS OR IP-IPK < IP-BATAS-PROBAS
               MOVE 'PROBAS' TO IPK-PREDIKAT
               ADD 1 TO IP-JML-PROBAS
               PERFORM TAMBAH-PROBAS
           ELSE IF IP-IPS >= IP-BATAS-DEKAN
               AND IP-SKS-TERM >= IP-MIN-SKS-DEKAN
               AND WS-GAGAL-SW = 'N'
               MOVE 'DEKAN' TO IPK-PREDIKAT
               ADD 1 TO IP-JML-DEKAN
               PERFORM TAMBAH-DEKAN
           END-IF.
           WRITE IPK-RECORD
               INVALID KEY
                   REWRITE IPK-RECORD
           END-WRITE.
           ADD 1 TO IP-JML-DITULIS.
       TAMBAH-DEKAN.
           IF DK-JML < 200
               ADD 1 TO DK-JML
               MOVE NPM-KEY TO DK-NPM(DK-JML)
               MOVE NAMA-REC TO DK-NAMA(DK-JML)
               MOVE IP-SKS-TERM TO DK-SKS(DK-JML)
               MOVE IP-IPS TO DK-IPS(DK-JML)
               MOVE IP-IPK TO DK-IPK(DK-JML)
           END-IF.
       TAMBAH-PROBAS.
           IF PB-JML < 200
               ADD 1 TO PB-JML
               MOVE NPM-KEY TO PB-NPM(PB-JML)
               MOVE NAMA-REC TO PB-NAMA(PB-JML)
               MOVE IP-SKS-TERM TO PB-SKS(PB-JML)
               MOVE IP-IPS TO PB-IPS(PB-JML)
               MOVE IP-IPK TO PB-IPK(PB-JML)
           END-IF.
       CETAK-KELAS.
           PERFORM SORT-DEKAN.
           MOVE '========================================' TO
               LAPORAN-LINE.
           WRITE LAPORAN-LINE.
           MOVE SPACES TO LAPORAN-LINE.
           STRING 'STANDING AKADEMIK TERM ' DELIMITED BY SIZE
               IP-TERM DELIMITED BY SIZE
               ' KELAS ' DELIMITED BY SIZE
               IP-KELAS-AKTIF DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           WRITE LAPORAN-LINE.
           MOVE '========================================' TO
               LAPORAN-LINE.
           WRITE LAPORAN-LINE.
           MOVE SPACES TO LAPORAN-LINE.
           MOVE IP-BATAS-DEKAN TO CT-BATAS.
           MOVE IP-MIN-SKS-DEKAN TO CT-SKS.
           STRING 'DAFTAR DEKAN (IPS >= ' DELIMITED BY SIZE
               CT-BATAS DELIMITED BY SIZE
               ', SKS >= ' DELIMITED BY SIZE
               CT-SKS DELIMITED BY SIZE
               ', TANPA GAGAL)' DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           WRITE LAPORAN-LINE.
           MOVE 'NPM      NAMA                 SKS  IPS  IPK' TO
               LAPORAN-LINE.
           WRITE LAPORAN-LINE.
           PERFORM CETAK-DEKAN
               VARYING DK-IDX FROM 1 BY 1
               UNTIL DK-IDX > DK-JML.
           MOVE SPACES TO LAPORAN-LINE.
           MOVE DK-JML TO CT-JML.
           STRING 'JUMLAH DAFTAR DEKAN : ' DELIMITED BY SIZE
               CT-JML DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           WRITE LAPORAN-LINE.
           MOVE '----------------------------------------' TO
               LAPORAN-LINE.
           WRITE LAPORAN-LINE.
           MOVE SPACES TO LAPORAN-LINE.
           MOVE IP-BATAS-PROBAS TO CT-BATAS.
           STRING 'PERCOBAAN AKADEMIK (IPS ATAU IPK < '
                   DELIMITED BY SIZE
               CT-BATAS DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           WRITE LAPORAN-LINE.
           MOVE 'NPM      NAMA                 SKS  IPS  IPK' TO
               LAPORAN-LINE.
           WRITE LAPORAN-LINE.
           PERFORM CETAK-PROBAS
               VARYING PB-IDX FROM 1 BY 1
               UNTIL PB-IDX > PB-JML.
           MOVE SPACES TO LAPORAN-LINE.
           MOVE PB-JML TO CT-JML.
           STRING 'JUMLAH PERCOBAAN AKADEMIK : ' DELIMITED BY SIZE
               CT-JML DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           WRITE LAPORAN-LINE.
           MOVE SPACES TO LAPORAN-LINE.
           WRITE LAPORAN-LINE.
       SORT-DEKAN.
           MOVE 'Y' TO WS-TUKAR-SW.
           PERFORM UNTIL WS-TUKAR-SW = 'N'
               MOVE 'N' TO WS-TUKAR-SW
               PERFORM SORT-DEKAN-PASS
                   VARYING DK-IDX FROM 1 BY 1
                   UNTIL DK-IDX >= DK-JML
           END-PERFORM.
       SORT-DEKAN-PASS.
           COMPUTE DK-IDX2 = DK-IDX + 1.
           IF DK-IPS(DK-IDX2) > DK-IPS(DK-IDX)
               MOVE DK-ENTRY(DK-IDX) TO DK-SIMPAN
               MOVE DK-ENTRY(DK-IDX2) TO DK-ENTRY(DK-IDX)
               MOVE DK-SIMPAN TO DK-ENTRY(DK-IDX2)
               MOVE 'Y' TO WS-TUKAR-SW
           END-IF.
       CETAK-DEKAN.
           MOVE DK-SKS(DK-IDX) TO CT-SKS.
           MOVE DK-IPS(DK-IDX) TO CT-IPS.
           MOVE DK-IPK(DK-IDX) TO CT-IPK.
           MOVE SPACES TO LAPORAN-LINE.
           STRING DK-NPM(DK-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DK-NAMA(DK-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CT-SKS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CT-IPS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CT-IPK DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           WRITE LAPORAN-LINE.
       CETAK-PROBAS.
           MOVE PB-SKS(PB-IDX) TO CT-SKS.
           MOVE PB-IPS(PB-IDX) TO CT-IPS.
           MOVE PB-IPK(PB-IDX) TO CT-IPK.
           MOVE SPACES TO LAPORAN-LINE.
           STRING PB-NPM(PB-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PB-NAMA(PB-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CT-SKS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CT-IPS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CT-IPK DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           WRITE LAPORAN-LINE.
