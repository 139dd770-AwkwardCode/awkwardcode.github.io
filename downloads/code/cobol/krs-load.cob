       IDENTIFICATION DIVISION.
       PROGRAM-ID. KRS-LOAD.
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
           SELECT MATAKUL-FILE ASSIGN TO "MATAKUL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-KODE
               FILE STATUS IS WS-MATAKUL-STATUS.
           SELECT LOAD-FILE ASSIGN TO "KRS.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-STATUS.
           SELECT REJECT-FILE ASSIGN TO "KRS.REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RUN-FILE ASSIGN TO "RUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT CKP-FILE ASSIGN TO "KRS.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
           COPY "STUDENT.cpy".
       FD HISTORY-FILE.
           COPY "NILAIHIS.cpy".
       FD KRS-FILE.
           COPY "KRS.cpy".
       FD MATAKUL-FILE.
           COPY "MATAKUL.cpy".
       FD LOAD-FILE.
       01 LOAD-LINE PIC X(90).
       FD REJECT-FILE.
       01 REJECT-LINE PIC X(95).
       FD AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02 AUDIT-NPM PIC X(8).
           02 AUDIT-SCREEN PIC X(7).
           02 AUDIT-OLD-VALUE PIC X(40).
           02 AUDIT-NEW-VALUE PIC X(40).
           02 AUDIT-TIMESTAMP PIC X(14).
           02 AUDIT-OPERATOR PIC X(8).
       FD RUN-FILE.
           COPY "RUNCTL.cpy".
       FD CKP-FILE.
       01 CKP-LINE PIC 9(5).
       WORKING-STORAGE SECTION.
       01 VAR-BARIS.
           02 KL-NPM PIC X(8).
           02 KL-NPM-LEN PIC 9(2).
           02 KL-TERM PIC X(5).
           02 KL-MK PIC X(6).
           02 KL-AKSI PIC X.
           02 KL-ALASAN PIC X.
       01 VAR-HITUNG.
           02 JUMLAH-DIBACA PIC 9(5) VALUE 0.
           02 JUMLAH-DITERIMA PIC 9(5) VALUE 0.
           02 JUMLAH-DITOLAK PIC 9(5) VALUE 0.
           02 JUMLAH-TOTAL PIC 9(5) VALUE 0.
           02 JUMLAH-DILEWATI PIC 9(5) VALUE 0.
       01 VAR-CKP.
           02 CKP-LEWAT PIC 9(5) VALUE 0.
       01 VAR-OPERATOR.
           02 KL-OPERATOR PIC X(8).
       01 WS-STUDENT-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-KRS-STATUS PIC XX.
       01 WS-MATAKUL-STATUS PIC XX.
       01 WS-LOAD-STATUS PIC XX.
       01 WS-REJECT-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-RUN-STATUS PIC XX.
       01 WS-CKP-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
       01 WS-FOUND-SW PIC X VALUE 'N'.
       01 WS-MK-VALID-SW PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN-LOAD.
           ACCEPT KL-OPERATOR FROM COMMAND-LINE.
           IF KL-OPERATOR = SPACE
               MOVE 'BATCH' TO KL-OPERATOR
           END-IF.
           OPEN INPUT LOAD-FILE.
           IF WS-LOAD-STATUS = '35'
               DISPLAY 'FILE KRS.CSV TIDAK DITEMUKAN'
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = '35'
               DISPLAY 'BELUM ADA DATA SISWA, LOAD BIODATA DULU'
               CLOSE LOAD-FILE
               STOP RUN
           END-IF.
           OPEN I-O KRS-FILE.
           IF WS-KRS-STATUS = '35'
               OPEN OUTPUT KRS-FILE
               CLOSE KRS-FILE
               OPEN I-O KRS-FILE
           END-IF.
           OPEN INPUT HISTORY-FILE.
           OPEN INPUT MATAKUL-FILE.
           IF WS-MATAKUL-STATUS NOT = '00'
               AND WS-MATAKUL-STATUS NOT = '35'
               DISPLAY 'FILE MATAKUL.DAT TIDAK DAPAT DIBUKA, STATUS ',
                   WS-MATAKUL-STATUS
               DISPLAY 'BILA MASIH FORMAT LAMA, JALANKAN matakul-konv'
               CLOSE KRS-FILE
               CLOSE STUDENT-FILE
               CLOSE LOAD-FILE
               STOP RUN
           END-IF.
           IF WS-MATAKUL-STATUS = '35'
               DISPLAY 'MASTER MATA KULIAH BELUM ADA,'
                   ' MATA KULIAH TIDAK DIVALIDASI'
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           PERFORM BACA-CKP.
           MOVE 'KRS-LOAD' TO RC-PROGRAM.
           MOVE 'MULAI' TO RC-STATUS.
           MOVE 0 TO RC-JML-1 RC-JML-2 RC-JML-3.
           PERFORM CATAT-RUN.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ LOAD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO JUMLAH-TOTAL
                       IF JUMLAH-TOTAL NOT > CKP-LEWAT
                           ADD 1 TO JUMLAH-DILEWATI
                       ELSE
                           ADD 1 TO JUMLAH-DIBACA
                           PERFORM PROSES-BARIS
                           PERFORM TULIS-CKP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REJECT-FILE.
           IF WS-MATAKUL-STATUS NOT = '35'
               CLOSE MATAKUL-FILE
           END-IF.
           IF WS-HISTORY-STATUS NOT = '35'
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE KRS-FILE.
           CLOSE STUDENT-FILE.
           CLOSE LOAD-FILE.
           MOVE 0 TO JUMLAH-TOTAL.
           PERFORM TULIS-CKP.
           MOVE 'SELESAI' TO RC-STATUS.
           MOVE JUMLAH-DIBACA TO RC-JML-1.
           MOVE JUMLAH-DITERIMA TO RC-JML-2.
           MOVE JUMLAH-DITOLAK TO RC-JML-3.
           PERFORM CATAT-RUN.
           DISPLAY '-----------------------------'.
           IF JUMLAH-DILEWATI > 0
               DISPLAY 'BARIS DILEWATI : ', JUMLAH-DILEWATI,
                   ' (SUDAH DITERAPKAN RUN SEBELUMNYA)'
           END-IF.
           DISPLAY 'BARIS DIBACA   : ', JUMLAH-DIBACA.
           DISPLAY 'BARIS DITERIMA : ', JUMLAH-DITERIMA.
           DISPLAY 'BARIS DITOLAK  : ', JUMLAH-DITOLAK.
           DISPLAY 'BARIS DITOLAK ADA DI KRS.REJ'.
           STOP RUN.
       BACA-CKP.
           OPEN INPUT CKP-FILE.
           IF WS-CKP-STATUS NOT = '35'
               READ CKP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKP-LINE NUMERIC AND CKP-LINE > 0
                           MOVE CKP-LINE TO CKP-LEWAT
                           DISPLAY 'RUN SEBELUMNYA TERHENTI,'
                               ' LANJUT DARI BARIS ', CKP-LEWAT
                       END-IF
               END-READ
               CLOSE CKP-FILE
           END-IF.
       TULIS-CKP.
           OPEN OUTPUT CKP-FILE.
           MOVE JUMLAH-TOTAL TO CKP-LINE.
           WRITE CKP-LINE.
           CLOSE CKP-FILE.
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
       PROSES-BARIS.
           MOVE SPACES TO KL-NPM KL-TERM KL-MK KL-AKSI.
           MOVE 0 TO KL-NPM-LEN.
           UNSTRING LOAD-LINE DELIMITED BY ','
               INTO KL-NPM COUNT IN KL-NPM-LEN
               KL-TERM
               KL-MK
               KL-AKSI.
           IF KL-AKSI = SPACE
               MOVE 'A' TO KL-AKSI
           END-IF.
           MOVE SPACE TO KL-ALASAN.
           PERFORM CEK-BARIS.
           IF KL-ALASAN = SPACE
               PERFORM SIMPAN-BARIS
               ADD 1 TO JUMLAH-DITERIMA
           ELSE
               PERFORM TULIS-REJECT
               ADD 1 TO JUMLAH-DITOLAK
           END-IF.
       CEK-BARIS.
           IF KL-NPM = SPACE OR KL-TERM = SPACE OR KL-MK = SPACE
               MOVE '1' TO KL-ALASAN
           ELSE IF KL-NPM NOT NUMERIC OR KL-NPM-LEN NOT = 8
               MOVE '2' TO KL-ALASAN
           ELSE IF KL-TERM NOT NUMERIC
               MOVE '3' TO KL-ALASAN
           ELSE IF KL-AKSI NOT = 'A' AND KL-AKSI NOT = 'B'
               MOVE '4' TO KL-ALASAN
           END-IF.
           IF KL-ALASAN = SPACE
               PERFORM CEK-MATAKUL
               IF WS-MK-VALID-SW = 'N'
                   MOVE '5' TO KL-ALASAN
               END-IF
           END-IF.
           IF KL-ALASAN = SPACE
               MOVE KL-NPM TO NPM-KEY
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE '6' TO KL-ALASAN
               END-READ
           END-IF.
           IF KL-ALASAN = SPACE
               PERFORM CEK-KRS
           END-IF.
       CEK-MATAKUL.
           IF WS-MATAKUL-STATUS = '35'
               MOVE 'Y' TO WS-MK-VALID-SW
           ELSE
               MOVE 'N' TO WS-MK-VALID-SW
               MOVE KL-MK TO MK-KODE
               READ MATAKUL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MK-VALID-SW
               END-READ
           END-IF.
       CEK-KRS.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE KL-NPM TO KRS-NPM.
           MOVE KL-TERM TO KRS-TERM.
           MOVE KL-MK TO KRS-MK.
           READ KRS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SW
           END-READ.
           IF KL-AKSI = 'A'
               IF STATUS-MHS-REC NOT = 'AKTIF'
                   AND STATUS-MHS-REC NOT = SPACE
                   MOVE '7' TO KL-ALASAN
               END-IF
           ELSE
               IF WS-FOUND-SW = 'N' OR KRS-STATUS NOT = 'A'
                   MOVE '8' TO KL-ALASAN
               ELSE
                   PERFORM CEK-NILAI
               END-IF
           END-IF.
       CEK-NILAI.
           IF WS-HISTORY-STATUS NOT = '35'
               MOVE KL-NPM TO HIS-NPM
               MOVE KL-TERM TO HIS-TERM
               MOVE KL-MK TO HIS-MK
               READ HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE '9' TO KL-ALASAN
               END-READ
           END-IF.
       SIMPAN-BARIS.
           IF WS-FOUND-SW = 'Y'
               MOVE SPACES TO AUDIT-OLD-VALUE
               STRING KRS-TERM DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   KRS-MK DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   KRS-STATUS DELIMITED BY SIZE
                   INTO AUDIT-OLD-VALUE
           ELSE
               MOVE 'DATA BARU' TO AUDIT-OLD-VALUE
           END-IF.
           MOVE KL-NPM TO KRS-NPM.
           MOVE KL-TERM TO KRS-TERM.
           MOVE KL-MK TO KRS-MK.
           IF KL-AKSI = 'A'
               MOVE KELAS-REC TO KRS-KELAS
               MOVE 'A' TO KRS-STATUS
           ELSE
               MOVE 'B' TO KRS-STATUS
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO KRS-TGL.
           IF WS-FOUND-SW = 'Y'
               REWRITE KRS-RECORD
           ELSE
               WRITE KRS-RECORD
           END-IF.
           MOVE SPACES TO AUDIT-NEW-VALUE.
           STRING KRS-TERM DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               KRS-MK DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               KRS-STATUS DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               KRS-KELAS DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
           MOVE KL-NPM TO AUDIT-NPM.
           MOVE 'KLOAD' TO AUDIT-SCREEN.
           PERFORM CATAT-AUDIT.
       CATAT-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP.
           MOVE KL-OPERATOR TO AUDIT-OPERATOR.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG.
       TULIS-REJECT.
           MOVE SPACES TO REJECT-LINE.
           STRING KL-ALASAN DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               LOAD-LINE DELIMITED BY SIZE
               INTO REJECT-LINE.
           WRITE REJECT-LINE.
