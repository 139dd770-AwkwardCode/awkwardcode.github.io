               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-KODE
               FILE STATUS IS WS-MATAKUL-STATUS.
           SELECT BAYAR-FILE ASSIGN TO "BAYAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BYR-KEY
               FILE STATUS IS WS-BAYAR-STATUS.
           SELECT KOMPONEN-FILE ASSIGN TO "KOMPONEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KMP-KEY
               FILE STATUS IS WS-KOMPONEN-STATUS.
           SELECT PARAM-FILE ASSIGN TO "NILAI.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
           COPY "NILAIHIS.cpy".
       FD MATAKUL-FILE.
           COPY "MATAKUL.cpy".
       FD BAYAR-FILE.
           COPY "BAYAR.cpy".
       FD KOMPONEN-FILE.
           COPY "KOMPONEN.cpy".
       FD PARAM-FILE.
           COPY "NILAIPRM.cpy".
       WORKING-STORAGE SECTION.
       01 WS-STUDENT-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
       01 WS-HIS-EOF-SW PIC X VALUE 'N'.
       01 WS-HIS-ADA-SW PIC X VALUE 'N'.
       01 WS-BAYAR-STATUS PIC XX.
       01 WS-BAYAR-EOF-SW PIC X VALUE 'N'.
       01 WS-PARAM-STATUS PIC XX.
       01 WS-TAHAN-SW PIC X VALUE 'N'.
       01 WS-KOMPONEN-STATUS PIC XX.
       01 WS-KMP-EOF-SW PIC X VALUE 'N'.
       01 VAR-PILIH.
           02 TR-PARAM PIC X(20).
           02 TR-MODE PIC X(8).
           02 TR-TOTAL-HASIL PIC 9(6).
           02 TR-RATA PIC 999V99.
           02 TR-JML-SISWA PIC 9(3).
           02 TR-SKS PIC 9.
           02 TR-MUTU PIC 9.
           02 TR-HURUF PIC X.
           02 TR-SKS-TERM PIC 9(3).
           02 TR-MUTU-TERM PIC 9(4).
           02 TR-JML-SKS PIC 9(3).
           02 TR-SKS-LULUS PIC 9(3).
           02 TR-TOTAL-MUTU PIC 9(4).
           02 TR-IP PIC 9V99.
           02 TR-IP-CETAK PIC 9.99.
       01 VAR-BAYAR.
           02 TR-BAYAR-TINDAK PIC X.
           02 TR-BYR-TERM PIC X(5).
           02 TR-TAGIH-TERM PIC 9(9)V99.
           02 TR-BAYAR-TERM PIC 9(9)V99.
           02 TR-SISA PIC 9(10)V99.
           02 TR-TERM-TUNGGAK PIC 9(3).
           02 TR-SISA-CETAK PIC Z,ZZZ,ZZZ,ZZ9.
       01 VAR-KOMPONEN.
           02 TR-JML-TUGAS PIC 9(3).
           02 TR-JML-KUIS PIC 9(3).
           02 TR-JML-PRAK PIC 9(3).
           02 TR-TOTAL-TUGAS PIC 9(5).
           02 TR-TOTAL-KUIS PIC 9(5).
           02 TR-TOTAL-PRAK PIC 9(5).
           02 TR-RATA-TUGAS PIC 999.
           02 TR-RATA-KUIS PIC 999.
           02 TR-RATA-PRAK PIC 999.
       01 VAR-MK-TABLE.
           02 MT-JML PIC 9(3).
           02 MT-IDX PIC 9(3).
           02 MT-KETEMU PIC 9(3).
           02 MT-ENTRY OCCURS 100 TIMES.
               03 MT-KODE PIC X(6).
               03 MT-SKS PIC 9.
               03 MT-MUTU PIC 9.
               03 MT-LULUS PIC X.
       PROCEDURE DIVISION.
       MAIN-TRANSKRIP.
           ACCEPT TR-PARAM FROM COMMAND-LINE.
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
           OPEN INPUT BAYAR-FILE.
           OPEN INPUT KOMPONEN-FILE.
           PERFORM BACA-PARAM.
           IF TR-MODE = 'KELAS'
               PERFORM TRANSKRIP-PER-KELAS
           ELSE
               MOVE TR-MODE TO TR-NPM
               PERFORM TRANSKRIP-SATU-NPM
           END-IF.
           IF WS-KOMPONEN-STATUS NOT = '35'
               CLOSE KOMPONEN-FILE
           END-IF.
           IF WS-BAYAR-STATUS NOT = '35'
               CLOSE BAYAR-FILE
           END-IF.
           IF WS-MATAKUL-STATUS NOT = '35'
               CLOSE MATAKUL-FILE
           END-IF.
           DISPLAY 'KELAS : ', KELAS-REC.
           DISPLAY 'NPM   : ', NPM-KEY.
           DISPLAY '----------------------------------------'.
           PERFORM CEK-TUNGGAKAN.
           IF WS-TAHAN-SW = 'N'
               PERFORM CETAK-ISI-TRANSKRIP
           END-IF.
       CETAK-ISI-TRANSKRIP.
           MOVE 0 TO TR-JML-TERM TR-JML-MK TR-JML-LULUS TR-JML-GAGAL.
           MOVE 0 TO TR-TOTAL-HASIL.
           MOVE 0 TO TR-SKS-TERM TR-MUTU-TERM MT-JML.
           MOVE SPACES TO TR-TERM-SEBELUM.
           MOVE NPM-KEY TO HIS-NPM.
           MOVE SPACES TO HIS-TERM.
           IF WS-HIS-ADA-SW = 'N'
               DISPLAY 'BELUM ADA RIWAYAT NILAI PER TERM'
           ELSE
               PERFORM CETAK-IPS-TERM
               PERFORM CETAK-RINGKASAN
           END-IF.
       CETAK-BARIS-TERM.
           MOVE 'Y' TO WS-HIS-ADA-SW.
           ADD 1 TO TR-JML-MK.
           IF HIS-TERM NOT = TR-TERM-SEBELUM
               IF TR-TERM-SEBELUM NOT = SPACE
                   PERFORM CETAK-IPS-TERM
               END-IF
               ADD 1 TO TR-JML-TERM
               MOVE HIS-TERM TO TR-TERM-SEBELUM
               MOVE 0 TO TR-SKS-TERM TR-MUTU-TERM
           END-IF.
           ADD HIS-HASIL TO TR-TOTAL-HASIL.
           IF HIS-STATUS = 'LULUS'
               ADD 1 TO TR-JML-GAGAL
           END-IF.
           PERFORM CARI-NAMA-MK.
           PERFORM KONVERSI-MUTU.
           PERFORM CATAT-MK-TABLE.
           ADD TR-SKS TO TR-SKS-TERM.
           COMPUTE TR-MUTU-TERM = TR-MUTU-TERM + TR-SKS * TR-MUTU.
           DISPLAY 'TERM ' HIS-TERM ' ' HIS-MK ' ' WS-MK-NAMA
               ' SKS ' TR-SKS
               ' UTS ' HIS-UTS ' UAS ' HIS-UAS
               ' HASIL ' HIS-HASIL ' ' TR-HURUF ' ' HIS-STATUS.
           IF WS-KOMPONEN-STATUS NOT = '35'
               PERFORM CETAK-KOMPONEN
           END-IF.
           IF HIS-PERCOBAAN > 1
               DISPLAY '   REMEDIAL ' HIS-REMEDIAL
                   ' HASIL ASLI ' HIS-HASIL-ASLI
                   ' PERCOBAAN ' HIS-PERCOBAAN
           END-IF.
       CETAK-KOMPONEN.
           MOVE 0 TO TR-JML-TUGAS TR-JML-KUIS TR-JML-PRAK.
           MOVE 0 TO TR-TOTAL-TUGAS TR-TOTAL-KUIS TR-TOTAL-PRAK.
           MOVE 0 TO TR-RATA-TUGAS TR-RATA-KUIS TR-RATA-PRAK.
           MOVE HIS-NPM TO KMP-NPM.
           MOVE HIS-TERM TO KMP-TERM.
           MOVE HIS-MK TO KMP-MK.
           MOVE SPACE TO KMP-JENIS.
           MOVE 0 TO KMP-URUT.
           MOVE 'N' TO WS-KMP-EOF-SW.
           START KOMPONEN-FILE KEY NOT < KMP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-KMP-EOF-SW
           END-START.
           PERFORM UNTIL WS-KMP-EOF-SW = 'Y'
               READ KOMPONEN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-KMP-EOF-SW
                   NOT AT END
                       IF KMP-NPM = HIS-NPM AND KMP-TERM = HIS-TERM
                           AND KMP-MK = HIS-MK
                           PERFORM JUMLAH-KOMPONEN
                       ELSE
                           MOVE 'Y' TO WS-KMP-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.
           IF TR-JML-TUGAS > 0
               COMPUTE TR-RATA-TUGAS ROUNDED =
                   TR-TOTAL-TUGAS / TR-JML-TUGAS
           END-IF.
           IF TR-JML-KUIS > 0
               COMPUTE TR-RATA-KUIS ROUNDED =
                   TR-TOTAL-KUIS / TR-JML-KUIS
           END-IF.
           IF TR-JML-PRAK > 0
               COMPUTE TR-RATA-PRAK ROUNDED =
                   TR-TOTAL-PRAK / TR-JML-PRAK
           END-IF.
           IF TR-JML-TUGAS > 0 OR TR-JML-KUIS > 0 OR TR-JML-PRAK > 0
               DISPLAY '   TUGAS ' TR-RATA-TUGAS ' (' TR-JML-TUGAS ')'
                   ' KUIS ' TR-RATA-KUIS ' (' TR-JML-KUIS ')'
                   ' PRAKTIKUM ' TR-RATA-PRAK ' (' TR-JML-PRAK ')'
           END-IF.
       JUMLAH-KOMPONEN.
           IF KMP-JENIS = 'T'
               ADD 1 TO TR-JML-TUGAS
               ADD KMP-NILAI TO TR-TOTAL-TUGAS
           ELSE IF KMP-JENIS = 'K'
               ADD 1 TO TR-JML-KUIS
               ADD KMP-NILAI TO TR-TOTAL-KUIS
           ELSE IF KMP-JENIS = 'P'
               ADD 1 TO TR-JML-PRAK
               ADD KMP-NILAI TO TR-TOTAL-PRAK
           END-IF.
       CARI-NAMA-MK.
           MOVE HIS-MK TO WS-MK-NAMA.
           MOVE 0 TO TR-SKS.
           IF WS-MATAKUL-STATUS NOT = '35'
               MOVE HIS-MK TO MK-KODE
               READ MATAKUL-FILE
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MK-NAMA TO WS-MK-NAMA
                       IF MK-SKS NUMERIC
                           MOVE MK-SKS TO TR-SKS
                       END-IF
               END-READ
           END-IF.
       KONVERSI-MUTU.
           IF HIS-STATUS = 'GAGAL'
               MOVE 'E' TO TR-HURUF
               MOVE 0 TO TR-MUTU
           ELSE IF HIS-HASIL >= 80
               MOVE 'A' TO TR-HURUF
               MOVE 4 TO TR-MUTU
           ELSE IF HIS-HASIL >= 70
               MOVE 'B' TO TR-HURUF
               MOVE 3 TO TR-MUTU
           ELSE IF HIS-HASIL >= 60
               MOVE 'C' TO TR-HURUF
               MOVE 2 TO TR-MUTU
           ELSE IF HIS-HASIL >= 50
               MOVE 'D' TO TR-HURUF
               MOVE 1 TO TR-MUTU
           ELSE
               MOVE 'E' TO TR-HURUF
               MOVE 0 TO TR-MUTU
           END-IF.
       CATAT-MK-TABLE.
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
               MOVE TR-SKS TO MT-SKS(MT-KETEMU)
               MOVE TR-MUTU TO MT-MUTU(MT-KETEMU)
               IF HIS-STATUS = 'LULUS'
                   MOVE 'Y' TO MT-LULUS(MT-KETEMU)
               ELSE
                   MOVE 'N' TO MT-LULUS(MT-KETEMU)
               END-IF
           END-IF.
       CARI-MK-TABLE.
           IF MT-KODE(MT-IDX) = HIS-MK
               MOVE MT-IDX TO MT-KETEMU
           END-IF.
       JUMLAH-MK-TABLE.
           ADD MT-SKS(MT-IDX) TO TR-JML-SKS.
           COMPUTE TR-TOTAL-MUTU =
               TR-TOTAL-MUTU + MT-SKS(MT-IDX) * MT-MUTU(MT-IDX).
           IF MT-LULUS(MT-IDX) = 'Y'
               ADD MT-SKS(MT-IDX) TO TR-SKS-LULUS
           END-IF.
       CETAK-IPS-TERM.
           MOVE 0 TO TR-IP.
           IF TR-SKS-TERM > 0
               COMPUTE TR-IP ROUNDED = TR-MUTU-TERM / TR-SKS-TERM
           END-IF.
           MOVE TR-IP TO TR-IP-CETAK.
           DISPLAY '   IPS TERM ' TR-TERM-SEBELUM ' : ' TR-IP-CETAK
               '  (SKS ' TR-SKS-TERM ')'.
       CETAK-RINGKASAN.
           COMPUTE TR-RATA = TR-TOTAL-HASIL / TR-JML-MK.
           MOVE 0 TO TR-JML-SKS TR-SKS-LULUS TR-TOTAL-MUTU TR-IP.
           PERFORM JUMLAH-MK-TABLE
               VARYING MT-IDX FROM 1 BY 1
               UNTIL MT-IDX > MT-JML.
           IF TR-JML-SKS > 0
               COMPUTE TR-IP ROUNDED = TR-TOTAL-MUTU / TR-JML-SKS
           END-IF.
           MOVE TR-IP TO TR-IP-CETAK.
           DISPLAY '----------------------------------------'.
           DISPLAY 'JUMLAH TERM        : ', TR-JML-TERM.
           DISPLAY 'JUMLAH MATA KULIAH : ', TR-JML-MK.
           DISPLAY 'MATA KULIAH LULUS  : ', TR-JML-LULUS.
           DISPLAY 'MATA KULIAH GAGAL  : ', TR-JML-GAGAL.
           DISPLAY 'RATA-RATA HASIL    : ', TR-RATA.
           DISPLAY 'SKS DITEMPUH       : ', TR-JML-SKS.
           DISPLAY 'SKS LULUS          : ', TR-SKS-LULUS.
           DISPLAY 'IPK                : ', TR-IP-CETAK.
       BACA-PARAM.
           MOVE 'P' TO TR-BAYAR-TINDAK.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS NOT = '35'
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-BAYAR-TINDAK = 'B'
                           MOVE 'B' TO TR-BAYAR-TINDAK
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.
       CEK-TUNGGAKAN.
           MOVE 'N' TO WS-TAHAN-SW.
           MOVE 0 TO TR-SISA TR-TERM-TUNGGAK.
           IF WS-BAYAR-STATUS NOT = '35'
               MOVE SPACES TO TR-BYR-TERM
               MOVE NPM-KEY TO BYR-NPM
               MOVE SPACES TO BYR-TERM
               MOVE SPACES TO BYR-REF
               MOVE 'N' TO WS-BAYAR-EOF-SW
               START BAYAR-FILE KEY NOT < BYR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-BAYAR-EOF-SW
               END-START
               PERFORM UNTIL WS-BAYAR-EOF-SW = 'Y'
                   READ BAYAR-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BAYAR-EOF-SW
                       NOT AT END
                           IF BYR-NPM = NPM-KEY
                               PERFORM JUMLAH-BAYAR-TERM
                           ELSE
                               MOVE 'Y' TO WS-BAYAR-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               IF TR-BYR-TERM NOT = SPACE
                   PERFORM TUTUP-BAYAR-TERM
               END-IF
           END-IF.
           IF TR-SISA > 0
               MOVE TR-SISA TO TR-SISA-CETAK
               IF TR-BAYAR-TINDAK = 'B'
                   MOVE 'Y' TO WS-TAHAN-SW
                   DISPLAY 'TRANSKRIP DITAHAN: TUNGGAKAN UKT ',
                       TR-SISA-CETAK, ' (', TR-TERM-TUNGGAK, ' TERM)'
               ELSE
                   DISPLAY 'PERINGATAN: TUNGGAKAN UKT ',
                       TR-SISA-CETAK, ' (', TR-TERM-TUNGGAK, ' TERM)'
               END-IF
           END-IF.
       JUMLAH-BAYAR-TERM.
           IF BYR-TERM NOT = TR-BYR-TERM
               IF TR-BYR-TERM NOT = SPACE
                   PERFORM TUTUP-BAYAR-TERM
               END-IF
               MOVE BYR-TERM TO TR-BYR-TERM
               MOVE 0 TO TR-TAGIH-TERM TR-BAYAR-TERM
           END-IF.
           IF BYR-JENIS = 'T'
               ADD BYR-JUMLAH TO TR-TAGIH-TERM
           ELSE
               ADD BYR-JUMLAH TO TR-BAYAR-TERM
           END-IF.
       TUTUP-BAYAR-TERM.
           IF TR-BAYAR-TERM < TR-TAGIH-TERM
               ADD 1 TO TR-TERM-TUNGGAK
               COMPUTE TR-SISA =
                   TR-SISA + TR-TAGIH-TERM - TR-BAYAR-TERM
           END-IF.
