       IDENTIFICATION DIVISION.
       PROGRAM-ID. KRS-RPT.
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
           SELECT KRS-FILE ASSIGN TO "KRS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KRS-KEY
               ALTERNATE RECORD KEY IS KRS-MK
                   WITH DUPLICATES
               FILE STATUS IS WS-KRS-STATUS.
           SELECT MATAKUL-FILE ASSIGN TO "MATAKUL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-KODE
               FILE STATUS IS WS-MATAKUL-STATUS.
           SELECT LAPORAN-FILE ASSIGN TO "KRS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAPORAN-STATUS.
           SELECT RUN-FILE ASSIGN TO "RUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
           COPY "STUDENT.cpy".
       FD KRS-FILE.
           COPY "KRS.cpy".
       FD MATAKUL-FILE.
           COPY "MATAKUL.cpy".
       FD LAPORAN-FILE.
       01 LAPORAN-LINE PIC X(80).
       FD RUN-FILE.
           COPY "RUNCTL.cpy".
       WORKING-STORAGE SECTION.
       01 WS-STUDENT-STATUS PIC XX.
       01 WS-KRS-STATUS PIC XX.
       01 WS-MATAKUL-STATUS PIC XX.
       01 WS-LAPORAN-STATUS PIC XX.
       01 WS-RUN-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
       01 VAR-PILIH.
           02 KR-PARAM PIC X(20).
           02 KR-TERM PIC X(5).
           02 KR-MK PIC X(6).
       01 VAR-HITUNG.
           02 KR-JML-MK PIC 9(5) VALUE 0.
           02 KR-JML-PESERTA PIC 9(5) VALUE 0.
           02 KR-JML-TANPA-SISWA PIC 9(5) VALUE 0.
           02 KR-PESERTA-MK PIC 9(5) VALUE 0.
       01 VAR-LAPORAN.
           02 KR-MK-AKTIF PIC X(6).
           02 KR-MK-NAMA PIC X(20).
           02 KR-MK-SKS PIC 9.
           02 KR-NAMA PIC X(20).
       01 VAR-CETAK.
           02 CT-NO PIC ZZ9.
           02 CT-JML PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-KRS.
           ACCEPT KR-PARAM FROM COMMAND-LINE.
           MOVE SPACES TO KR-TERM KR-MK.
           UNSTRING KR-PARAM DELIMITED BY ALL ' '
               INTO KR-TERM KR-MK.
           IF KR-TERM = SPACE OR KR-TERM NOT NUMERIC
               DISPLAY 'PENGGUNAAN: krs-rpt <TERM> [KODE-MK]'
               DISPLAY '            (TERM 5 DIGIT, CONTOH 20261)'
               STOP RUN
           END-IF.
           OPEN INPUT KRS-FILE.
           IF WS-KRS-STATUS = '35'
               DISPLAY 'BELUM ADA DATA KRS'
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-FILE.
           OPEN INPUT MATAKUL-FILE.
           IF WS-MATAKUL-STATUS NOT = '00'
               AND WS-MATAKUL-STATUS NOT = '35'
               DISPLAY 'FILE MATAKUL.DAT TIDAK DAPAT DIBUKA, STATUS ',
                   WS-MATAKUL-STATUS
               DISPLAY 'BILA MASIH FORMAT LAMA, JALANKAN matakul-konv'
               IF WS-STUDENT-STATUS NOT = '35'
                   CLOSE STUDENT-FILE
               END-IF
               CLOSE KRS-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT LAPORAN-FILE.
           MOVE 'KRS-RPT' TO RC-PROGRAM.
           MOVE 'MULAI' TO RC-STATUS.
           MOVE 0 TO RC-JML-1 RC-JML-2 RC-JML-3.
           PERFORM CATAT-RUN.
           MOVE SPACES TO LAPORAN-LINE.
           STRING 'DAFTAR PESERTA MATA KULIAH TERM ' DELIMITED BY SIZE
               KR-TERM DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           MOVE SPACES TO KR-MK-AKTIF.
           IF KR-MK = SPACE
               MOVE LOW-VALUES TO KRS-MK
           ELSE
               MOVE KR-MK TO KRS-MK
           END-IF.
           START KRS-FILE KEY NOT < KRS-MK
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ KRS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF KR-MK NOT = SPACE AND KRS-MK NOT = KR-MK
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           IF KRS-TERM = KR-TERM
                               AND KRS-STATUS = 'A'
                               PERFORM CETAK-PESERTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF KR-MK-AKTIF NOT = SPACE
               PERFORM CETAK-TOTAL-MK
           END-IF.
           MOVE SPACES TO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           IF KR-JML-MK = 0
               MOVE 'TIDAK ADA PESERTA KRS UNTUK TERM INI'
                   TO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
           ELSE
               MOVE SPACES TO LAPORAN-LINE
               MOVE KR-JML-MK TO CT-JML
               STRING 'JUMLAH MATA KULIAH : ' DELIMITED BY SIZE
                   CT-JML DELIMITED BY SIZE
                   INTO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
               MOVE SPACES TO LAPORAN-LINE
               MOVE KR-JML-PESERTA TO CT-JML
               STRING 'JUMLAH PESERTA     : ' DELIMITED BY SIZE
                   CT-JML DELIMITED BY SIZE
                   INTO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
           END-IF.
           IF KR-JML-TANPA-SISWA > 0
               MOVE SPACES TO LAPORAN-LINE
               MOVE KR-JML-TANPA-SISWA TO CT-JML
               STRING 'NPM TIDAK ADA DI STUDENT.DAT : '
                   DELIMITED BY SIZE
                   CT-JML DELIMITED BY SIZE
                   INTO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
           END-IF.
           CLOSE LAPORAN-FILE.
           IF WS-MATAKUL-STATUS NOT = '35'
               CLOSE MATAKUL-FILE
           END-IF.
           IF WS-STUDENT-STATUS NOT = '35'
               CLOSE STUDENT-FILE
           END-IF.
           CLOSE KRS-FILE.
           MOVE 'SELESAI' TO RC-STATUS.
           MOVE KR-JML-MK TO RC-JML-1.
           MOVE KR-JML-PESERTA TO RC-JML-2.
           MOVE KR-JML-TANPA-SISWA TO RC-JML-3.
           PERFORM CATAT-RUN.
           DISPLAY 'LAPORAN LENGKAP ADA DI KRS.RPT'.
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
       TULIS-LAPORAN.
           WRITE LAPORAN-LINE.
           DISPLAY LAPORAN-LINE.
       CETAK-PESERTA.
           IF KRS-MK NOT = KR-MK-AKTIF
               IF KR-MK-AKTIF NOT = SPACE
                   PERFORM CETAK-TOTAL-MK
               END-IF
               MOVE KRS-MK TO KR-MK-AKTIF
               MOVE 0 TO KR-PESERTA-MK
               ADD 1 TO KR-JML-MK
               PERFORM CETAK-JUDUL-MK
           END-IF.
           ADD 1 TO KR-PESERTA-MK.
           ADD 1 TO KR-JML-PESERTA.
           PERFORM CARI-NAMA-SISWA.
           MOVE KR-PESERTA-MK TO CT-NO.
           MOVE SPACES TO LAPORAN-LINE.
           STRING CT-NO DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               KRS-NPM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               KR-NAMA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               KRS-KELAS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               KRS-TGL DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
       CETAK-JUDUL-MK.
           MOVE KRS-MK TO KR-MK-NAMA.
           MOVE 0 TO KR-MK-SKS.
           IF WS-MATAKUL-STATUS NOT = '35'
               MOVE KRS-MK TO MK-KODE
               READ MATAKUL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MK-NAMA TO KR-MK-NAMA
                       IF MK-SKS NUMERIC
                           MOVE MK-SKS TO KR-MK-SKS
                       END-IF
               END-READ
           END-IF.
           MOVE SPACES TO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           MOVE SPACES TO LAPORAN-LINE.
           STRING 'MATA KULIAH ' DELIMITED BY SIZE
               KRS-MK DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               KR-MK-NAMA DELIMITED BY SIZE
               ' SKS ' DELIMITED BY SIZE
               KR-MK-SKS DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           MOVE ' NO  NPM      NAMA                 KELAS  TGL KRS'
               TO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
       CETAK-TOTAL-MK.
           MOVE SPACES TO LAPORAN-LINE.
           MOVE KR-PESERTA-MK TO CT-JML.
           STRING '     JUMLAH PESERTA ' DELIMITED BY SIZE
               CT-JML DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
       CARI-NAMA-SISWA.
           MOVE '(TIDAK TERDAFTAR)' TO KR-NAMA.
           IF WS-STUDENT-STATUS NOT = '35'
               MOVE KRS-NPM TO NPM-KEY
               READ STUDENT-FILE
                   INVALID KEY
                       ADD 1 TO KR-JML-TANPA-SISWA
                   NOT INVALID KEY
                       MOVE NAMA-REC TO KR-NAMA
               END-READ
           ELSE
               ADD 1 TO KR-JML-TANPA-SISWA
           END-IF.
