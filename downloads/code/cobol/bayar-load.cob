       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAYAR-LOAD.
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
           SELECT BAYAR-FILE ASSIGN TO "BAYAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BYR-KEY
               FILE STATUS IS WS-BAYAR-STATUS.
           SELECT LOAD-FILE ASSIGN TO "BANK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-STATUS.
           SELECT REJECT-FILE ASSIGN TO "BANK.REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RUN-FILE ASSIGN TO "RUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT CKP-FILE ASSIGN TO "BANK.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
           COPY "STUDENT.cpy".
       FD BAYAR-FILE.
           COPY "BAYAR.cpy".
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
       01 VAR-BANK.
           02 BK-NPM PIC X(8).
           02 BK-TERM PIC X(5).
           02 BK-JUMLAH-X PIC X(11).
           02 BK-JUMLAH REDEFINES BK-JUMLAH-X PIC 9(9)V99.
           02 BK-TGL-X PIC X(8).
           02 BK-TGL REDEFINES BK-TGL-X PIC 9(8).
           02 BK-REF PIC X(16).
           02 FILLER PIC X(42).
       01 VAR-BARIS.
           02 BK-ALASAN PIC X.
           02 BK-JUMLAH-CETAK PIC ZZZZZZZZ9.99.
       01 VAR-HITUNG.
           02 JUMLAH-DIBACA PIC 9(5) VALUE 0.
           02 JUMLAH-DITERIMA PIC 9(5) VALUE 0.
           02 JUMLAH-DITOLAK PIC 9(5) VALUE 0.
           02 JUMLAH-TOTAL PIC 9(5) VALUE 0.
           02 JUMLAH-DILEWATI PIC 9(5) VALUE 0.
           02 TOTAL-DITERIMA PIC 9(11)V99 VALUE 0.
           02 TOTAL-CETAK PIC ZZZZZZZZZZ9.99.
       01 VAR-CKP.
           02 CKP-LEWAT PIC 9(5) VALUE 0.
       01 VAR-OPERATOR.
           02 BK-OPERATOR PIC X(8).
       01 WS-STUDENT-STATUS PIC XX.
       01 WS-BAYAR-STATUS PIC XX.
       01 WS-LOAD-STATUS PIC XX.
       01 WS-REJECT-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-RUN-STATUS PIC XX.
       01 WS-CKP-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN-LOAD.
           ACCEPT BK-OPERATOR FROM COMMAND-LINE.
           IF BK-OPERATOR = SPACE
               MOVE 'BATCH' TO BK-OPERATOR
           END-IF.
           OPEN INPUT LOAD-FILE.
           IF WS-LOAD-STATUS = '35'
               DISPLAY 'FILE BANK.TXT TIDAK DITEMUKAN'
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = '35'
               DISPLAY 'BELUM ADA DATA SISWA, LOAD BIODATA DULU'
               CLOSE LOAD-FILE
               STOP RUN
           END-IF.
           OPEN I-O BAYAR-FILE.
           IF WS-BAYAR-STATUS = '35'
               OPEN OUTPUT BAYAR-FILE
               CLOSE BAYAR-FILE
               OPEN I-O BAYAR-FILE
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           PERFORM BACA-CKP.
           MOVE 'BAYAR-LOAD' TO RC-PROGRAM.
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
           CLOSE BAYAR-FILE.
           CLOSE STUDENT-FILE.
           CLOSE LOAD-FILE.
           MOVE 0 TO JUMLAH-TOTAL.
           PERFORM TULIS-CKP.
           MOVE 'SELESAI' TO RC-STATUS.
           MOVE JUMLAH-DIBACA TO RC-JML-1.
           MOVE JUMLAH-DITERIMA TO RC-JML-2.
           MOVE JUMLAH-DITOLAK TO RC-JML-3.
           PERFORM CATAT-RUN.
           MOVE TOTAL-DITERIMA TO TOTAL-CETAK.
           DISPLAY '-----------------------------'.
           IF JUMLAH-DILEWATI > 0
               DISPLAY 'BARIS DILEWATI : ', JUMLAH-DILEWATI,
                   ' (SUDAH DITERAPKAN RUN SEBELUMNYA)'
           END-IF.
           DISPLAY 'BARIS DIBACA   : ', JUMLAH-DIBACA.
           DISPLAY 'BARIS DITERIMA : ', JUMLAH-DITERIMA.
           DISPLAY 'BARIS DITOLAK  : ', JUMLAH-DITOLAK.
           DISPLAY 'TOTAL DIBUKUKAN: ', TOTAL-CETAK.
           DISPLAY 'BARIS DITOLAK ADA DI BANK.REJ'.
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
           MOVE LOAD-LINE TO VAR-BANK.
           MOVE SPACE TO BK-ALASAN.
           PERFORM CEK-BARIS.
           IF BK-ALASAN = SPACE
               PERFORM SIMPAN-BARIS
           END-IF.
           IF BK-ALASAN = SPACE
               ADD 1 TO JUMLAH-DITERIMA
               ADD BK-JUMLAH TO TOTAL-DITERIMA
           ELSE
               PERFORM TULIS-REJECT
               ADD 1 TO JUMLAH-DITOLAK
           END-IF.
       CEK-BARIS.
           IF BK-NPM = SPACE OR BK-TERM = SPACE OR BK-REF = SPACE
               MOVE '1' TO BK-ALASAN
           ELSE IF BK-NPM NOT NUMERIC
               MOVE '2' TO BK-ALASAN
           ELSE IF BK-TERM NOT NUMERIC
               MOVE '3' TO BK-ALASAN
           ELSE IF BK-JUMLAH-X NOT NUMERIC
               MOVE '4' TO BK-ALASAN
           ELSE IF BK-JUMLAH = 0
               MOVE '4' TO BK-ALASAN
           ELSE IF BK-TGL-X NOT NUMERIC
               MOVE '5' TO BK-ALASAN
           ELSE IF BK-REF = 'TAGIHAN'
               MOVE '8' TO BK-ALASAN
           END-IF.
           IF BK-ALASAN = SPACE
               MOVE BK-NPM TO NPM-KEY
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE '6' TO BK-ALASAN
               END-READ
           END-IF.
       SIMPAN-BARIS.
           MOVE BK-NPM TO BYR-NPM.
           MOVE BK-TERM TO BYR-TERM.
           MOVE BK-REF TO BYR-REF.
           MOVE 'B' TO BYR-JENIS.
           MOVE BK-JUMLAH TO BYR-JUMLAH.
           MOVE BK-TGL TO BYR-TGL.
           MOVE BK-OPERATOR TO BYR-OPERATOR.
           WRITE BYR-RECORD
               INVALID KEY
                   MOVE '7' TO BK-ALASAN
           END-WRITE.
           IF BK-ALASAN = SPACE
               MOVE BK-JUMLAH TO BK-JUMLAH-CETAK
               MOVE 'DATA BARU' TO AUDIT-OLD-VALUE
               MOVE SPACES TO AUDIT-NEW-VALUE
               STRING BK-TERM DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   BK-REF DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   BK-JUMLAH-CETAK DELIMITED BY SIZE
                   INTO AUDIT-NEW-VALUE
               MOVE BK-NPM TO AUDIT-NPM
               MOVE 'BAYAR' TO AUDIT-SCREEN
               PERFORM CATAT-AUDIT
           END-IF.
       CATAT-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP.
           MOVE BK-OPERATOR TO AUDIT-OPERATOR.
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
           STRING BK-ALASAN DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               LOAD-LINE DELIMITED BY SIZE
               INTO REJECT-LINE.
           WRITE REJECT-LINE.
