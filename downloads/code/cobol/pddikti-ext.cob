       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDDIKTI-EXT.
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
           SELECT IPK-FILE ASSIGN TO "IPK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPK-KEY
               FILE STATUS IS WS-IPK-STATUS.
           SELECT RESPON-FILE ASSIGN TO "PDDIKTI.RSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPON-STATUS.
           SELECT MHS-FILE ASSIGN TO "PDDIKTI-MHS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MHS-STATUS.
           SELECT AKM-FILE ASSIGN TO "PDDIKTI-AKM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AKM-STATUS.
           SELECT NIL-FILE ASSIGN TO "PDDIKTI-NIL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIL-STATUS.
           SELECT KONTROL-FILE ASSIGN TO "PDDIKTI.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTROL-STATUS.
           SELECT RUN-FILE ASSIGN TO "RUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
           COPY "STUDENT.cpy".
       FD HISTORY-FILE.
           COPY "NILAIHIS.cpy".
       FD IPK-FILE.
           COPY "IPK.cpy".
       FD RESPON-FILE.
           COPY "PDRSP.cpy".
       FD MHS-FILE.
           COPY "PDMHS.cpy".
       FD AKM-FILE.
           COPY "PDAKM.cpy".
       FD NIL-FILE.
           COPY "PDNIL.cpy".
       FD KONTROL-FILE.
           COPY "PDCTL.cpy".
       FD RUN-FILE.
           COPY "RUNCTL.cpy".
       WORKING-STORAGE SECTION.
       01 WS-STUDENT-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-IPK-STATUS PIC XX.
       01 WS-RESPON-STATUS PIC XX.
       01 WS-MHS-STATUS PIC XX.
       01 WS-AKM-STATUS PIC XX.
       01 WS-NIL-STATUS PIC XX.
       01 WS-KONTROL-STATUS PIC XX.
       01 WS-RUN-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
       01 WS-HIS-EOF-SW PIC X VALUE 'N'.
       01 WS-ULANG-SW PIC X VALUE 'N'.
       01 WS-PILIH-SW PIC X VALUE 'N'.
       01 VAR-PILIH.
           02 PD-PARAM PIC X(30).
           02 PD-TERM PIC X(5).
           02 PD-KODE-PT PIC X(6).
           02 PD-ULANG PIC X(5).
           02 PD-STATUS PIC X.
           02 PD-ADA-NILAI PIC 9(3).
       01 VAR-HITUNG.
           02 PD-JML-MHS PIC 9(7) VALUE 0.
           02 PD-JML-AKM PIC 9(7) VALUE 0.
           02 PD-JML-NIL PIC 9(7) VALUE 0.
           02 PD-JML-TANPA-IPK PIC 9(5) VALUE 0.
           02 PD-JML-LEWAT PIC 9(5) VALUE 0.
           02 PD-TOTAL-SKS PIC 9(9) VALUE 0.
           02 PD-TOTAL-NILAI PIC 9(11)V99 VALUE 0.
       01 VAR-TOLAK-TABLE.
           02 RJ-JML PIC 9(4) VALUE 0.
           02 RJ-IDX PIC 9(4).
           02 RJ-KETEMU PIC 9(4).
           02 RJ-CARI-JENIS PIC X(3).
           02 RJ-CARI-MK PIC X(6).
           02 RJ-ENTRY OCCURS 2000 TIMES.
               03 RJ-JENIS PIC X(3).
               03 RJ-NIM PIC X(18).
               03 RJ-MK PIC X(6).
       01 VAR-CETAK.
           02 CT-JML PIC Z,ZZZ,ZZ9.
           02 CT-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PDDIKTI.
           ACCEPT PD-PARAM FROM COMMAND-LINE.
           MOVE SPACES TO PD-TERM PD-KODE-PT PD-ULANG.
           UNSTRING PD-PARAM DELIMITED BY ALL ' '
               INTO PD-TERM PD-KODE-PT PD-ULANG.
           IF PD-TERM = SPACE OR PD-TERM NOT NUMERIC
               OR PD-KODE-PT = SPACE
               OR (PD-ULANG NOT = SPACE AND PD-ULANG NOT = 'ULANG')
               DISPLAY 'PENGGUNAAN: pddikti-ext <TERM> <KODE-PT>'
                   ' [ULANG]'
               DISPLAY '            (TERM 5 DIGIT, CONTOH 20261)'
               DISPLAY '            ULANG = HANYA BARIS YANG DITOLAK'
                   ' DI PDDIKTI.RSP'
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = '35'
               DISPLAY 'BELUM ADA DATA SISWA'
               STOP RUN
           END-IF.
           IF PD-ULANG = 'ULANG'
               MOVE 'Y' TO WS-ULANG-SW
               PERFORM MUAT-TOLAK
               IF RJ-JML = 0
                   DISPLAY 'TIDAK ADA BARIS DITOLAK UNTUK TERM ',
                       PD-TERM, ' DI PDDIKTI.RSP'
                   CLOSE STUDENT-FILE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT HISTORY-FILE.
           OPEN INPUT IPK-FILE.
           OPEN OUTPUT MHS-FILE.
           OPEN OUTPUT AKM-FILE.
           OPEN OUTPUT NIL-FILE.
           MOVE 'PDDIKTI-EXT' TO RC-PROGRAM.
           MOVE 'MULAI' TO RC-STATUS.
           MOVE 0 TO RC-JML-1 RC-JML-2 RC-JML-3.
           PERFORM CATAT-RUN.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM PROSES-SISWA
               END-READ
           END-PERFORM.
           CLOSE NIL-FILE.
           CLOSE AKM-FILE.
           CLOSE MHS-FILE.
           IF WS-IPK-STATUS NOT = '35'
               CLOSE IPK-FILE
           END-IF.
           IF WS-HISTORY-STATUS NOT = '35'
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE STUDENT-FILE.
           PERFORM TULIS-KONTROL.
           DISPLAY '========================================'.
           DISPLAY 'EKSTRAK PDDIKTI TERM ', PD-TERM, ' PT ', PD-KODE-PT.
           IF WS-ULANG-SW = 'Y'
               DISPLAY '(KIRIM ULANG BARIS YANG DITOLAK)'
           END-IF.
           MOVE PD-JML-MHS TO CT-JML.
           DISPLAY 'PDDIKTI-MHS.TXT  BARIS    : ', CT-JML.
           MOVE PD-JML-AKM TO CT-JML.
           DISPLAY 'PDDIKTI-AKM.TXT  BARIS    : ', CT-JML.
           MOVE PD-JML-NIL TO CT-JML.
           DISPLAY 'PDDIKTI-NIL.TXT  BARIS    : ', CT-JML.
           MOVE PD-TOTAL-SKS TO CT-JML.
           DISPLAY 'TOTAL SKS TERM            : ', CT-JML.
           MOVE PD-TOTAL-NILAI TO CT-TOTAL.
           DISPLAY 'TOTAL NILAI ANGKA         : ', CT-TOTAL.
           IF PD-JML-TANPA-IPK > 0
               DISPLAY 'PERINGATAN: ', PD-JML-TANPA-IPK,
                   ' MAHASISWA TANPA IPS/IPK TERM INI,'
                   ' JALANKAN ips-ipk DULU'
           END-IF.
           IF PD-JML-LEWAT > 0
               DISPLAY 'MAHASISWA TIDAK AKTIF TANPA NILAI TERM INI'
                   ' (TIDAK DILAPORKAN) : ', PD-JML-LEWAT
           END-IF.
           DISPLAY 'TOTAL KONTROL ADA DI PDDIKTI.CTL'.
           MOVE 'SELESAI' TO RC-STATUS.
           MOVE PD-JML-MHS TO RC-JML-1.
           MOVE PD-JML-NIL TO RC-JML-2.
           MOVE PD-JML-TANPA-IPK TO RC-JML-3.
           PERFORM CATAT-RUN.
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
       MUAT-TOLAK.
           OPEN INPUT RESPON-FILE.
           IF WS-RESPON-STATUS = '35'
               DISPLAY 'FILE RESPON PDDIKTI.RSP TIDAK ADA'
               CLOSE STUDENT-FILE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ RESPON-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF PDR-TERM = PD-TERM AND PDR-HASIL NOT = 'S'
                           AND RJ-JML < 2000
                           ADD 1 TO RJ-JML
                           MOVE PDR-JENIS TO RJ-JENIS(RJ-JML)
                           MOVE PDR-NIM TO RJ-NIM(RJ-JML)
                           MOVE PDR-KODE-MK TO RJ-MK(RJ-JML)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESPON-FILE.
           MOVE 'N' TO WS-EOF-SW.
       CARI-TOLAK.
           MOVE 0 TO RJ-KETEMU.
           PERFORM CEK-SATU-TOLAK
               VARYING RJ-IDX FROM 1 BY 1
               UNTIL RJ-IDX > RJ-JML OR RJ-KETEMU > 0.
           IF RJ-KETEMU > 0
               MOVE 'Y' TO WS-PILIH-SW
           ELSE
               MOVE 'N' TO WS-PILIH-SW
           END-IF.
       CEK-SATU-TOLAK.
           IF RJ-JENIS(RJ-IDX) = RJ-CARI-JENIS
               AND RJ-NIM(RJ-IDX) = NPM-KEY
               AND RJ-MK(RJ-IDX) = RJ-CARI-MK
               MOVE RJ-IDX TO RJ-KETEMU
           END-IF.
       PROSES-SISWA.
           PERFORM TENTUKAN-STATUS.
           MOVE 0 TO PD-ADA-NILAI.
           IF WS-HISTORY-STATUS NOT = '35'
               PERFORM EKSTRAK-NILAI
           END-IF.
           IF PD-STATUS = 'A' OR PD-STATUS = 'C' OR PD-ADA-NILAI > 0
               PERFORM TULIS-MHS
               PERFORM TULIS-AKM
           ELSE
               ADD 1 TO PD-JML-LEWAT
           END-IF.
       TENTUKAN-STATUS.
           IF STATUS-MHS-REC = 'AKTIF' OR STATUS-MHS-REC = SPACE
               MOVE 'A' TO PD-STATUS
           ELSE IF STATUS-MHS-REC = 'CUTI'
               MOVE 'C' TO PD-STATUS
           ELSE IF STATUS-MHS-REC = 'DO'
               MOVE 'D' TO PD-STATUS
           ELSE IF STATUS-MHS-REC = 'LULUS'
               MOVE 'L' TO PD-STATUS
           ELSE
               MOVE 'N' TO PD-STATUS
           END-IF.
       EKSTRAK-NILAI.
           MOVE NPM-KEY TO HIS-NPM.
           MOVE PD-TERM TO HIS-TERM.
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
                       IF HIS-NPM NOT = NPM-KEY
                           OR HIS-TERM NOT = PD-TERM
                           MOVE 'Y' TO WS-HIS-EOF-SW
                       ELSE
                           ADD 1 TO PD-ADA-NILAI
                           PERFORM TULIS-NIL
                       END-IF
               END-READ
           END-PERFORM.
       TULIS-MHS.
           MOVE 'Y' TO WS-PILIH-SW.
           IF WS-ULANG-SW = 'Y'
               MOVE 'MHS' TO RJ-CARI-JENIS
               MOVE SPACES TO RJ-CARI-MK
               PERFORM CARI-TOLAK
           END-IF.
           IF WS-PILIH-SW = 'Y'
               MOVE SPACES TO PDM-RECORD
               MOVE PD-KODE-PT TO PDM-KODE-PT
               MOVE PD-TERM TO PDM-TERM
               MOVE NPM-KEY TO PDM-NIM
               MOVE NAMA-REC TO PDM-NAMA
               WRITE PDM-RECORD
               ADD 1 TO PD-JML-MHS
           END-IF.
       TULIS-AKM.
           MOVE 'Y' TO WS-PILIH-SW.
           IF WS-ULANG-SW = 'Y'
               MOVE 'AKM' TO RJ-CARI-JENIS
               MOVE SPACES TO RJ-CARI-MK
               PERFORM CARI-TOLAK
           END-IF.
           IF WS-PILIH-SW = 'Y'
               MOVE SPACES TO PDA-RECORD
               MOVE PD-KODE-PT TO PDA-KODE-PT
               MOVE PD-TERM TO PDA-TERM
               MOVE NPM-KEY TO PDA-NIM
               MOVE PD-STATUS TO PDA-STATUS
               MOVE 0 TO PDA-IPS PDA-SKS-TERM PDA-IPK PDA-SKS-TOTAL
               PERFORM CARI-IPK
               WRITE PDA-RECORD
               ADD 1 TO PD-JML-AKM
               ADD PDA-SKS-TERM TO PD-TOTAL-SKS
           END-IF.
       CARI-IPK.
           IF WS-IPK-STATUS = '35'
               IF PD-STATUS = 'A'
                   ADD 1 TO PD-JML-TANPA-IPK
               END-IF
           ELSE
               MOVE NPM-KEY TO IPK-NPM
               MOVE PD-TERM TO IPK-TERM
               READ IPK-FILE
                   INVALID KEY
                       IF PD-STATUS = 'A'
                           ADD 1 TO PD-JML-TANPA-IPK
                       END-IF
                   NOT INVALID KEY
                       MOVE IPK-IPS TO PDA-IPS
                       MOVE IPK-SKS-TERM TO PDA-SKS-TERM
                       MOVE IPK-IPK TO PDA-IPK
                       MOVE IPK-SKS-KUM TO PDA-SKS-TOTAL
               END-READ
           END-IF.
       TULIS-NIL.
           MOVE 'Y' TO WS-PILIH-SW.
           IF WS-ULANG-SW = 'Y'
               MOVE 'NIL' TO RJ-CARI-JENIS
               MOVE HIS-MK TO RJ-CARI-MK
               PERFORM CARI-TOLAK
           END-IF.
           IF WS-PILIH-SW = 'Y'
               MOVE SPACES TO PDN-RECORD
               MOVE PD-KODE-PT TO PDN-KODE-PT
               MOVE PD-TERM TO PDN-TERM
               MOVE NPM-KEY TO PDN-NIM
               MOVE HIS-MK TO PDN-KODE-MK
               MOVE HIS-HASIL TO PDN-NILAI-ANGKA
               PERFORM KONVERSI-MUTU
               WRITE PDN-RECORD
               ADD 1 TO PD-JML-NIL
               ADD PDN-NILAI-ANGKA TO PD-TOTAL-NILAI
           END-IF.
       KONVERSI-MUTU.
           IF HIS-STATUS = 'GAGAL'
               MOVE 'E' TO PDN-NILAI-HURUF
               MOVE 0 TO PDN-NILAI-INDEKS
           ELSE IF HIS-HASIL >= 80
               MOVE 'A' TO PDN-NILAI-HURUF
               MOVE 4 TO PDN-NILAI-INDEKS
           ELSE IF HIS-HASIL >= 70
               MOVE 'B' TO PDN-NILAI-HURUF
               MOVE 3 TO PDN-NILAI-INDEKS
           ELSE IF HIS-HASIL >= 60
               MOVE 'C' TO PDN-NILAI-HURUF
               MOVE 2 TO PDN-NILAI-INDEKS
           ELSE IF HIS-HASIL >= 50
               MOVE 'D' TO PDN-NILAI-HURUF
               MOVE 1 TO PDN-NILAI-INDEKS
           ELSE
               MOVE 'E' TO PDN-NILAI-HURUF
               MOVE 0 TO PDN-NILAI-INDEKS
           END-IF.
       TULIS-KONTROL.
           OPEN OUTPUT KONTROL-FILE.
           MOVE PD-KODE-PT TO PDC-KODE-PT.
           MOVE PD-TERM TO PDC-TERM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PDC-TGL.
           MOVE PD-JML-MHS TO PDC-JML-MHS.
           MOVE PD-JML-AKM TO PDC-JML-AKM.
           MOVE PD-JML-NIL TO PDC-JML-NIL.
           MOVE PD-TOTAL-SKS TO PDC-TOTAL-SKS.
           MOVE PD-TOTAL-NILAI TO PDC-TOTAL-NILAI.
           WRITE PDC-RECORD.
           CLOSE KONTROL-FILE.
