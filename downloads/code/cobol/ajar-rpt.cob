       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJAR-RPT.
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
           SELECT KRS-FILE ASSIGN TO "KRS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KRS-KEY
               ALTERNATE RECORD KEY IS KRS-MK
                   WITH DUPLICATES
               FILE STATUS IS WS-KRS-STATUS.
           SELECT AJAR-FILE ASSIGN TO "AJAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJR-KEY
               ALTERNATE RECORD KEY IS AJR-NIDN
                   WITH DUPLICATES
               FILE STATUS IS WS-AJAR-STATUS.
           SELECT DOSEN-FILE ASSIGN TO "DOSEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSN-NIDN
               FILE STATUS IS WS-DOSEN-STATUS.
           SELECT MATAKUL-FILE ASSIGN TO "MATAKUL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-KODE
               FILE STATUS IS WS-MATAKUL-STATUS.
           SELECT LAPORAN-FILE ASSIGN TO "AJAR.RPT"
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
       FD KRS-FILE.
           COPY "KRS.cpy".
       FD AJAR-FILE.
           COPY "AJAR.cpy".
       FD DOSEN-FILE.
           COPY "DOSEN.cpy".
       FD MATAKUL-FILE.
           COPY "MATAKUL.cpy".
       FD LAPORAN-FILE.
       01 LAPORAN-LINE PIC X(80).
       FD RUN-FILE.
           COPY "RUNCTL.cpy".
       WORKING-STORAGE SECTION.
       01 WS-STUDENT-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-KRS-STATUS PIC XX.
       01 WS-AJAR-STATUS PIC XX.
       01 WS-DOSEN-STATUS PIC XX.
       01 WS-MATAKUL-STATUS PIC XX.
       01 WS-LAPORAN-STATUS PIC XX.
       01 WS-RUN-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
       01 WS-KRS-EOF-SW PIC X VALUE 'N'.
       01 WS-AKTIF-SW PIC X VALUE 'N'.
       01 VAR-PILIH.
           02 AJ-PARAM PIC X(20).
           02 AJ-TERM PIC X(5).
       01 VAR-HITUNG.
           02 AJ-JML-SEKSI PIC 9(5) VALUE 0.
           02 AJ-JML-TERTUNDA PIC 9(5) VALUE 0.
           02 AJ-JML-BELUM PIC 9(5) VALUE 0.
           02 AJ-JML-DOSEN PIC 9(5) VALUE 0.
       01 VAR-DOSEN.
           02 AJ-NIDN-AKTIF PIC X(10).
           02 AJ-DSN-NAMA PIC X(20).
           02 AJ-DSN-SEKSI PIC 9(5).
           02 AJ-DSN-TERTUNDA PIC 9(5).
           02 AJ-DSN-BELUM PIC 9(5).
       01 VAR-SEKSI.
           02 AJ-PESERTA PIC 9(5).
           02 AJ-BELUM PIC 9(5).
           02 AJ-MK-NAMA PIC X(20).
       01 VAR-CETAK.
           02 CT-PESERTA PIC ZZZZ9.
           02 CT-BELUM PIC ZZZZ9.
           02 CT-JML PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-AJAR.
           ACCEPT AJ-PARAM FROM COMMAND-LINE.
           MOVE SPACES TO AJ-TERM.
           UNSTRING AJ-PARAM DELIMITED BY ALL ' '
               INTO AJ-TERM.
           IF AJ-TERM = SPACE OR AJ-TERM NOT NUMERIC
               DISPLAY 'PENGGUNAAN: ajar-rpt <TERM>'
               DISPLAY '            (TERM 5 DIGIT, CONTOH 20261)'
               STOP RUN
           END-IF.
           OPEN INPUT AJAR-FILE.
           IF WS-AJAR-STATUS = '35'
               DISPLAY 'BELUM ADA DATA PENGAJAR KELAS'
               STOP RUN
           END-IF.
           OPEN INPUT KRS-FILE.
           IF WS-KRS-STATUS = '35'
               DISPLAY 'BELUM ADA DATA KRS'
               CLOSE AJAR-FILE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-FILE.
           OPEN INPUT HISTORY-FILE.
           OPEN INPUT DOSEN-FILE.
           OPEN INPUT MATAKUL-FILE.
           IF WS-MATAKUL-STATUS NOT = '00'
               AND WS-MATAKUL-STATUS NOT = '35'
               DISPLAY 'FILE MATAKUL.DAT TIDAK DAPAT DIBUKA, STATUS ',
                   WS-MATAKUL-STATUS
               DISPLAY 'BILA MASIH FORMAT LAMA, JALANKAN matakul-konv'
               IF WS-DOSEN-STATUS NOT = '35'
                   CLOSE DOSEN-FILE
               END-IF
               IF WS-HISTORY-STATUS NOT = '35'
                   CLOSE HISTORY-FILE
               END-IF
               IF WS-STUDENT-STATUS NOT = '35'
                   CLOSE STUDENT-FILE
               END-IF
               CLOSE KRS-FILE
               CLOSE AJAR-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT LAPORAN-FILE.
           MOVE 'AJAR-RPT' TO RC-PROGRAM.
           MOVE 'MULAI' TO RC-STATUS.
           MOVE 0 TO RC-JML-1 RC-JML-2 RC-JML-3.
           PERFORM CATAT-RUN.
           MOVE SPACES TO LAPORAN-LINE.
           STRING 'NILAI TERTUNDA PER DOSEN TERM ' DELIMITED BY SIZE
               AJ-TERM DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           MOVE SPACES TO AJ-NIDN-AKTIF.
           MOVE LOW-VALUES TO AJR-NIDN.
           START AJAR-FILE KEY NOT < AJR-NIDN
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ AJAR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF AJR-TERM = AJ-TERM
                           PERFORM PROSES-SEKSI
                       END-IF
               END-READ
           END-PERFORM.
           IF AJ-NIDN-AKTIF NOT = SPACE
               PERFORM CETAK-TOTAL-DOSEN
           END-IF.
           MOVE SPACES TO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           IF AJ-JML-SEKSI = 0
               MOVE 'TIDAK ADA PENGAJAR KELAS UNTUK TERM INI'
                   TO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
           ELSE
               MOVE SPACES TO LAPORAN-LINE
               MOVE AJ-JML-SEKSI TO CT-JML
               STRING 'JUMLAH KELAS DIAJAR    : ' DELIMITED BY SIZE
                   CT-JML DELIMITED BY SIZE
                   INTO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
               MOVE SPACES TO LAPORAN-LINE
               MOVE AJ-JML-TERTUNDA TO CT-JML
               STRING 'KELAS MASIH TERTUNDA   : ' DELIMITED BY SIZE
                   CT-JML DELIMITED BY SIZE
                   INTO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
               MOVE SPACES TO LAPORAN-LINE
               MOVE AJ-JML-BELUM TO CT-JML
               STRING 'MAHASISWA BELUM DINILAI: ' DELIMITED BY SIZE
                   CT-JML DELIMITED BY SIZE
                   INTO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
           END-IF.
           CLOSE LAPORAN-FILE.
           IF WS-MATAKUL-STATUS NOT = '35'
               CLOSE MATAKUL-FILE
           END-IF.
           IF WS-DOSEN-STATUS NOT = '35'
               CLOSE DOSEN-FILE
           END-IF.
           IF WS-HISTORY-STATUS NOT = '35'
               CLOSE HISTORY-FILE
           END-IF.
           IF WS-STUDENT-STATUS NOT = '35'
               CLOSE STUDENT-FILE
           END-IF.
           CLOSE KRS-FILE.
           CLOSE AJAR-FILE.
           MOVE 'SELESAI' TO RC-STATUS.
           MOVE AJ-JML-SEKSI TO RC-JML-1.
           MOVE AJ-JML-TERTUNDA TO RC-JML-2.
           MOVE AJ-JML-BELUM TO RC-JML-3.
           PERFORM CATAT-RUN.
           DISPLAY 'LAPORAN LENGKAP ADA DI AJAR.RPT'.
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
       PROSES-SEKSI.
           IF AJR-NIDN NOT = AJ-NIDN-AKTIF
               IF AJ-NIDN-AKTIF NOT = SPACE
                   PERFORM CETAK-TOTAL-DOSEN
               END-IF
               MOVE AJR-NIDN TO AJ-NIDN-AKTIF
               MOVE 0 TO AJ-DSN-SEKSI AJ-DSN-TERTUNDA AJ-DSN-BELUM
               ADD 1 TO AJ-JML-DOSEN
               PERFORM CETAK-JUDUL-DOSEN
           END-IF.
           PERFORM HITUNG-SEKSI.
           ADD 1 TO AJ-DSN-SEKSI AJ-JML-SEKSI.
           ADD AJ-BELUM TO AJ-DSN-BELUM AJ-JML-BELUM.
           IF AJ-BELUM > 0
               ADD 1 TO AJ-DSN-TERTUNDA AJ-JML-TERTUNDA
           END-IF.
           PERFORM CARI-NAMA-MK.
           MOVE AJ-PESERTA TO CT-PESERTA.
           MOVE AJ-BELUM TO CT-BELUM.
           MOVE SPACES TO LAPORAN-LINE.
           STRING '  ' DELIMITED BY SIZE
               AJR-KELAS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               AJR-MK DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               AJ-MK-NAMA DELIMITED BY SIZE
               ' PESERTA ' DELIMITED BY SIZE
               CT-PESERTA DELIMITED BY SIZE
               ' BELUM ' DELIMITED BY SIZE
               CT-BELUM DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           IF AJ-BELUM > 0
               MOVE '*' TO LAPORAN-LINE(80:1)
           END-IF.
           PERFORM TULIS-LAPORAN.
       HITUNG-SEKSI.
           MOVE 0 TO AJ-PESERTA AJ-BELUM.
           MOVE AJR-MK TO KRS-MK.
           MOVE 'N' TO WS-KRS-EOF-SW.
           START KRS-FILE KEY NOT < KRS-MK
               INVALID KEY
                   MOVE 'Y' TO WS-KRS-EOF-SW
           END-START.
           PERFORM UNTIL WS-KRS-EOF-SW = 'Y'
               READ KRS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-KRS-EOF-SW
                   NOT AT END
                       IF KRS-MK = AJR-MK
                           IF KRS-TERM = AJR-TERM
                               AND KRS-KELAS = AJR-KELAS
                               AND KRS-STATUS = 'A'
                               PERFORM HITUNG-PESERTA
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-KRS-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.
       HITUNG-PESERTA.
           MOVE 'Y' TO WS-AKTIF-SW.
           IF WS-STUDENT-STATUS NOT = '35'
               MOVE KRS-NPM TO NPM-KEY
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-AKTIF-SW
                   NOT INVALID KEY
                       IF STATUS-MHS-REC NOT = 'AKTIF'
                           AND STATUS-MHS-REC NOT = SPACE
                           MOVE 'N' TO WS-AKTIF-SW
                       END-IF
               END-READ
           END-IF.
           IF WS-AKTIF-SW = 'Y'
               ADD 1 TO AJ-PESERTA
               IF WS-HISTORY-STATUS = '35'
                   ADD 1 TO AJ-BELUM
               ELSE
                   MOVE KRS-NPM TO HIS-NPM
                   MOVE KRS-TERM TO HIS-TERM
                   MOVE KRS-MK TO HIS-MK
                   READ HISTORY-FILE
                       INVALID KEY
                           ADD 1 TO AJ-BELUM
                   END-READ
               END-IF
           END-IF.
       CARI-NAMA-MK.
           MOVE SPACES TO AJ-MK-NAMA.
           IF WS-MATAKUL-STATUS NOT = '35'
               MOVE AJR-MK TO MK-KODE
               READ MATAKUL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MK-NAMA TO AJ-MK-NAMA
               END-READ
           END-IF.
       CETAK-JUDUL-DOSEN.
           MOVE '(TIDAK TERDAFTAR)' TO AJ-DSN-NAMA.
           IF WS-DOSEN-STATUS NOT = '35'
               MOVE AJR-NIDN TO DSN-NIDN
               READ DOSEN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DSN-NAMA TO AJ-DSN-NAMA
               END-READ
           END-IF.
           MOVE SPACES TO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           MOVE SPACES TO LAPORAN-LINE.
           STRING 'DOSEN ' DELIMITED BY SIZE
               AJR-NIDN DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               AJ-DSN-NAMA DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
       CETAK-TOTAL-DOSEN.
           MOVE SPACES TO LAPORAN-LINE.
           MOVE AJ-DSN-TERTUNDA TO CT-JML.
           MOVE AJ-DSN-BELUM TO CT-BELUM.
           STRING '  KELAS TERTUNDA ' DELIMITED BY SIZE
               CT-JML DELIMITED BY SIZE
               ' MAHASISWA BELUM DINILAI ' DELIMITED BY SIZE
               CT-BELUM DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
