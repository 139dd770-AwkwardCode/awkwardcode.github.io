       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAGIHAN-LOAD.
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
           SELECT LOAD-FILE ASSIGN TO "TAGIHAN.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-STATUS.
           SELECT REJECT-FILE ASSIGN TO "TAGIHAN.REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RUN-FILE ASSIGN TO "RUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT CKP-FILE ASSIGN TO "TAGIHAN.CKP"
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
       01 VAR-BARIS.
           02 TG-NPM PIC X(8).
           02 TG-NPM-LEN PIC 9(2).
           02 TG-TERM PIC X(5).
           02 TG-JUMLAH-X PIC X(9).
           02 TG-JUMLAH-LEN PIC 9(2).
           02 TG-JUMLAH PIC 9(9)V99.
           02 TG-ALASAN PIC X.
           02 TG-JUMLAH-CETAK PIC ZZZZZZZZ9.99.
       01 VAR-HITUNG.
           02 JUMLAH-DIBACA PIC 9(5) VALUE 0.
           02 JUMLAH-DITERIMA PIC 9(5) VALUE 0.
           02 JUMLAH-DITOLAK PIC 9(5) VALUE 0.
           02 JUMLAH-TOTAL PIC 9(5) VALUE 0.
           02 JUMLAH-DILEWATI PIC 9(5) VALUE 0.
       01 VAR-CKP.
           02 CKP-LEWAT PIC 9(5) VALUE 0.
       01 VAR-OPERATOR.
           02 TG-OPERATOR PIC X(8).
       01 WS-STUDENT-STATUS PIC XX.
       01 WS-BAYAR-STATUS PIC XX.
       01 WS-LOAD-STATUS PIC XX.
       01 WS-REJECT-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-RUN-STATUS PIC XX.
       01 WS-CKP-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
       01 WS-FOUND-SW PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN-LOAD.
           ACCEPT TG-OPERATOR FROM COMMAND-LINE.
           IF TG-OPERATOR = SPACE
               MOVE 'BATCH' TO TG-OPERATOR
           END-IF.
           OPEN INPUT LOAD-FILE.
           IF WS-LOAD-STATUS = '35'
               DISPLAY 'FILE TAGIHAN.CSV TIDAK DITEMUKAN'
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
           MOVE 'TAGIHAN-LOAD' TO RC-PROGRAM.
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
           DISPLAY '-----------------------------'.
           IF JUMLAH-DILEWATI > 0
               DISPLAY 'BARIS DILEWATI : ', JUMLAH-DILEWATI,
                   ' (SUDAH DITERAPKAN RUN SEBELUMNYA)'
           END-IF.
           DISPLAY 'BARIS DIBACA   : ', JUMLAH-DIBACA.
           DISPLAY 'BARIS DITERIMA : ', JUMLAH-DITERIMA.
           DISPLAY 'BARIS DITOLAK  : ', JUMLAH-DITOLAK.
           DISPLAY 'BARIS DITOLAK ADA DI TAGIHAN.REJ'.
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
           MOVE SPACES TO TG-NPM TG-TERM TG-JUMLAH-X.
           MOVE 0 TO TG-NPM-LEN TG-JUMLAH-LEN TG-JUMLAH.
           UNSTRING LOAD-LINE DELIMITED BY ','
               INTO TG-NPM COUNT IN TG-NPM-LEN
               TG-TERM
               TG-JUMLAH-X COUNT IN TG-JUMLAH-LEN.
           MOVE SPACE TO TG-ALASAN.
           PERFORM CEK-BARIS.
           IF TG-ALASAN = SPACE
               PERFORM SIMPAN-BARIS
               ADD 1 TO JUMLAH-DITERIMA
           ELSE
               PERFORM TULIS-REJECT
               ADD 1 TO JUMLAH-DITOLAK
           END-IF.
       CEK-BARIS.
           IF TG-NPM = SPACE OR TG-TERM = SPACE OR TG-JUMLAH-X = SPACE
               MOVE '1' TO TG-ALASAN
           ELSE IF TG-NPM NOT NUMERIC OR TG-NPM-LEN NOT = 8
               MOVE '2' TO TG-ALASAN
           ELSE IF TG-TERM NOT NUMERIC
               MOVE '3' TO TG-ALASAN
           ELSE IF TG-JUMLAH-LEN = 0 OR TG-JUMLAH-LEN > 9
               MOVE '4' TO TG-ALASAN
           ELSE IF TG-JUMLAH-X(1:TG-JUMLAH-LEN) NOT NUMERIC
               MOVE '4' TO TG-ALASAN
           ELSE
               COMPUTE TG-JUMLAH = FUNCTION NUMVAL(TG-JUMLAH-X)
           END-IF.
           IF TG-ALASAN = SPACE
               MOVE TG-NPM TO NPM-KEY
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE '6' TO TG-ALASAN
               END-READ
           END-IF.
       SIMPAN-BARIS.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE TG-NPM TO BYR-NPM.
           MOVE TG-TERM TO BYR-TERM.
           MOVE 'TAGIHAN' TO BYR-REF.
           READ BAYAR-FILE
               INVALID KEY
                   MOVE 'DATA BARU' TO AUDIT-OLD-VALUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SW
                   MOVE BYR-JUMLAH TO TG-JUMLAH-CETAK
                   MOVE SPACES TO AUDIT-OLD-VALUE
                   STRING BYR-TERM DELIMITED BY SIZE
                       '/TAGIHAN/' DELIMITED BY SIZE
                       TG-JUMLAH-CETAK DELIMITED BY SIZE
                       INTO AUDIT-OLD-VALUE
           END-READ.
           MOVE 'T' TO BYR-JENIS.
           MOVE TG-JUMLAH TO BYR-JUMLAH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BYR-TGL.
           MOVE TG-OPERATOR TO BYR-OPERATOR.
           IF WS-FOUND-SW = 'Y'
               REWRITE BYR-RECORD
           ELSE
               WRITE BYR-RECORD
           END-IF.
           MOVE TG-JUMLAH TO TG-JUMLAH-CETAK.
           MOVE SPACES TO AUDIT-NEW-VALUE.
           STRING TG-TERM DELIMITED BY SIZE
               '/TAGIHAN/' DELIMITED BY SIZE
               TG-JUMLAH-CETAK DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
           MOVE TG-NPM TO AUDIT-NPM.
           MOVE 'TAGIHAN' TO AUDIT-SCREEN.
           PERFORM CATAT-AUDIT.
       CATAT-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP.
           MOVE TG-OPERATOR TO AUDIT-OPERATOR.
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
           STRING TG-ALASAN DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               LOAD-LINE DELIMITED BY SIZE
               INTO REJECT-LINE.
           WRITE REJECT-LINE.
