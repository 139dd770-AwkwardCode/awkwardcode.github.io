       IDENTIFICATION DIVISION.
       PROGRAM-ID. KOMPONEN-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KOMPONEN-FILE ASSIGN TO "KOMPONEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KMP-KEY
               FILE STATUS IS WS-KOMPONEN-STATUS.
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
           SELECT TERM-FILE ASSIGN TO "TERM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-KODE
               FILE STATUS IS WS-TERM-STATUS.
           SELECT LOAD-FILE ASSIGN TO "KOMPONEN.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-STATUS.
           SELECT REJECT-FILE ASSIGN TO "KOMPONEN.REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RUN-FILE ASSIGN TO "RUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT CKP-FILE ASSIGN TO "KOMPONEN.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KOMPONEN-FILE.
           COPY "KOMPONEN.cpy".
       FD HISTORY-FILE.
           COPY "NILAIHIS.cpy".
       FD KRS-FILE.
           COPY "KRS.cpy".
       FD MATAKUL-FILE.
           COPY "MATAKUL.cpy".
       FD TERM-FILE.
           COPY "TERM.cpy".
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
           02 KP-NPM PIC X(8).
           02 KP-NPM-LEN PIC 9(2).
           02 KP-TERM PIC X(5).
           02 KP-MK PIC X(6).
           02 KP-JENIS PIC X.
           02 KP-JENIS-LEN PIC 9(2).
           02 KP-URUT-X PIC X(2).
           02 KP-URUT-LEN PIC 9(2).
           02 KP-NILAI-X PIC X(3).
           02 KP-NILAI-LEN PIC 9(2).
           02 KP-URUT PIC 99.
           02 KP-NILAI PIC 999.
           02 KP-BOBOT-TOTAL PIC 9(4).
           02 KP-BOBOT-JENIS PIC 9(3).
           02 KP-ALASAN PIC X.
       01 VAR-HITUNG.
           02 JUMLAH-DIBACA PIC 9(5) VALUE 0.
           02 JUMLAH-DITERIMA PIC 9(5) VALUE 0.
           02 JUMLAH-DITOLAK PIC 9(5) VALUE 0.
           02 JUMLAH-TOTAL PIC 9(5) VALUE 0.
           02 JUMLAH-DILEWATI PIC 9(5) VALUE 0.
           02 JUMLAH-HITUNG-ULANG PIC 9(5) VALUE 0.
       01 VAR-CKP.
           02 CKP-LEWAT PIC 9(5) VALUE 0.
       01 VAR-OPERATOR.
           02 KP-OPERATOR PIC X(8).
       01 WS-KOMPONEN-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-KRS-STATUS PIC XX.
       01 WS-MATAKUL-STATUS PIC XX.
       01 WS-TERM-STATUS PIC XX.
       01 WS-LOAD-STATUS PIC XX.
       01 WS-REJECT-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-RUN-STATUS PIC XX.
       01 WS-CKP-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
       01 WS-FOUND-SW PIC X VALUE 'N'.
       01 WS-KRS-VALID-SW PIC X VALUE 'N'.
       01 WS-TERM-TUTUP-SW PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN-LOAD.
           ACCEPT KP-OPERATOR FROM COMMAND-LINE.
           IF KP-OPERATOR = SPACE
               MOVE 'BATCH' TO KP-OPERATOR
           END-IF.
           OPEN INPUT LOAD-FILE.
           IF WS-LOAD-STATUS = '35'
               DISPLAY 'FILE KOMPONEN.CSV TIDAK DITEMUKAN'
               STOP RUN
           END-IF.
           OPEN INPUT MATAKUL-FILE.
           IF WS-MATAKUL-STATUS NOT = '00'
               AND WS-MATAKUL-STATUS NOT = '35'
               DISPLAY 'FILE MATAKUL.DAT TIDAK DAPAT DIBUKA, STATUS ',
                   WS-MATAKUL-STATUS
               DISPLAY 'BILA MASIH FORMAT LAMA, JALANKAN matakul-konv'
               CLOSE LOAD-FILE
               STOP RUN
           END-IF.
           IF WS-MATAKUL-STATUS = '35'
               DISPLAY 'MASTER MATA KULIAH BELUM ADA,'
                   ' RAWAT MATA KULIAH DULU'
               CLOSE LOAD-FILE
               STOP RUN
           END-IF.
           OPEN INPUT KRS-FILE.
           IF WS-KRS-STATUS = '35'
               DISPLAY 'FILE KRS.DAT BELUM ADA,'
                   ' SEMUA BARIS AKAN DITOLAK'
           END-IF.
           OPEN I-O KOMPONEN-FILE.
           IF WS-KOMPONEN-STATUS = '35'
               OPEN OUTPUT KOMPONEN-FILE
               CLOSE KOMPONEN-FILE
               OPEN I-O KOMPONEN-FILE
           END-IF.
           OPEN INPUT HISTORY-FILE.
           OPEN INPUT TERM-FILE.
           OPEN OUTPUT REJECT-FILE.
           PERFORM BACA-CKP.
           MOVE 'KOMPON-LOAD' TO RC-PROGRAM.
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
           IF WS-TERM-STATUS NOT = '35'
               CLOSE TERM-FILE
           END-IF.
           IF WS-HISTORY-STATUS NOT = '35'
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE KOMPONEN-FILE.
           IF WS-KRS-STATUS NOT = '35'
               CLOSE KRS-FILE
           END-IF.
           CLOSE MATAKUL-FILE.
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
           IF JUMLAH-HITUNG-ULANG > 0
               DISPLAY 'NILAI AKHIR SUDAH ADA, PERLU DIHITUNG ULANG : ',
                   JUMLAH-HITUNG-ULANG
           END-IF.
           DISPLAY 'BARIS DITOLAK ADA DI KOMPONEN.REJ'.
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
           MOVE SPACES TO KP-NPM KP-TERM KP-MK KP-JENIS.
           MOVE SPACES TO KP-URUT-X KP-NILAI-X.
           MOVE 0 TO KP-NPM-LEN KP-JENIS-LEN KP-URUT-LEN KP-NILAI-LEN.
           UNSTRING LOAD-LINE DELIMITED BY ','
               INTO KP-NPM COUNT IN KP-NPM-LEN
               KP-TERM
               KP-MK
               KP-JENIS COUNT IN KP-JENIS-LEN
               KP-URUT-X COUNT IN KP-URUT-LEN
               KP-NILAI-X COUNT IN KP-NILAI-LEN.
           MOVE SPACE TO KP-ALASAN.
           PERFORM CEK-BARIS.
           IF KP-ALASAN = SPACE
               PERFORM SIMPAN-BARIS
               ADD 1 TO JUMLAH-DITERIMA
           ELSE
               PERFORM TULIS-REJECT
               ADD 1 TO JUMLAH-DITOLAK
           END-IF.
       CEK-BARIS.
           IF KP-NPM = SPACE OR KP-TERM = SPACE OR KP-MK = SPACE
               OR KP-JENIS = SPACE OR KP-URUT-X = SPACE
               OR KP-NILAI-X = SPACE
               MOVE '1' TO KP-ALASAN
           ELSE IF KP-NPM NOT NUMERIC OR KP-NPM-LEN NOT = 8
               MOVE '2' TO KP-ALASAN
           ELSE IF KP-TERM NOT NUMERIC
               MOVE '3' TO KP-ALASAN
           ELSE IF KP-JENIS-LEN NOT = 1
               MOVE '4' TO KP-ALASAN
           ELSE IF KP-JENIS NOT = 'T' AND KP-JENIS NOT = 'K'
               AND KP-JENIS NOT = 'P'
               MOVE '4' TO KP-ALASAN
           ELSE
               PERFORM CEK-URUT-NILAI
           END-IF.
           IF KP-ALASAN = SPACE
               PERFORM CEK-MATAKUL
               IF KP-BOBOT-JENIS = 0
                   MOVE '7' TO KP-ALASAN
               END-IF
           END-IF.
           IF KP-ALASAN = SPACE
               PERFORM CEK-KRS
               IF WS-KRS-VALID-SW = 'N'
                   MOVE '8' TO KP-ALASAN
               END-IF
           END-IF.
           IF KP-ALASAN = SPACE
               PERFORM CEK-TERM-TUTUP
               IF WS-TERM-TUTUP-SW = 'Y'
                   MOVE '9' TO KP-ALASAN
               END-IF
           END-IF.
       CEK-URUT-NILAI.
           IF KP-URUT-LEN = 0 OR KP-URUT-LEN > 2
               MOVE '5' TO KP-ALASAN
           ELSE IF KP-URUT-X(1:KP-URUT-LEN) NOT NUMERIC
               MOVE '5' TO KP-ALASAN
           ELSE IF KP-NILAI-LEN = 0 OR KP-NILAI-LEN > 3
               MOVE '6' TO KP-ALASAN
           ELSE IF KP-NILAI-X(1:KP-NILAI-LEN) NOT NUMERIC
               MOVE '6' TO KP-ALASAN
           ELSE
               COMPUTE KP-URUT = FUNCTION NUMVAL(KP-URUT-X)
               COMPUTE KP-NILAI = FUNCTION NUMVAL(KP-NILAI-X)
               IF KP-URUT = 0
                   MOVE '5' TO KP-ALASAN
               END-IF
               IF KP-NILAI > 100
                   MOVE '6' TO KP-ALASAN
               END-IF
           END-IF.
       CEK-MATAKUL.
           MOVE 0 TO KP-BOBOT-JENIS.
           MOVE KP-MK TO MK-KODE.
           READ MATAKUL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SW
           END-READ.
           IF WS-FOUND-SW = 'Y'
               AND MK-BOBOT-UTS NUMERIC AND MK-BOBOT-UAS NUMERIC
               AND MK-BOBOT-TUGAS NUMERIC AND MK-BOBOT-KUIS NUMERIC
               AND MK-BOBOT-PRAK NUMERIC
               COMPUTE KP-BOBOT-TOTAL = MK-BOBOT-UTS + MK-BOBOT-UAS
                   + MK-BOBOT-TUGAS + MK-BOBOT-KUIS + MK-BOBOT-PRAK
               IF KP-BOBOT-TOTAL = 100 AND KP-JENIS = 'T'
                   MOVE MK-BOBOT-TUGAS TO KP-BOBOT-JENIS
               END-IF
               IF KP-BOBOT-TOTAL = 100 AND KP-JENIS = 'K'
                   MOVE MK-BOBOT-KUIS TO KP-BOBOT-JENIS
               END-IF
               IF KP-BOBOT-TOTAL = 100 AND KP-JENIS = 'P'
                   MOVE MK-BOBOT-PRAK TO KP-BOBOT-JENIS
               END-IF
           END-IF.
       CEK-KRS.
           MOVE 'N' TO WS-KRS-VALID-SW.
           IF WS-KRS-STATUS NOT = '35'
               MOVE KP-NPM TO KRS-NPM
               MOVE KP-TERM TO KRS-TERM
               MOVE KP-MK TO KRS-MK
               READ KRS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF KRS-STATUS = 'A'
                           MOVE 'Y' TO WS-KRS-VALID-SW
                       END-IF
               END-READ
           END-IF.
       CEK-TERM-TUTUP.
           MOVE 'N' TO WS-TERM-TUTUP-SW.
           IF WS-TERM-STATUS NOT = '35'
               MOVE KP-TERM TO TRM-KODE
               READ TERM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TRM-STATUS = 'T'
                           MOVE 'Y' TO WS-TERM-TUTUP-SW
                       END-IF
               END-READ
           END-IF.
       SIMPAN-BARIS.
           MOVE KP-NPM TO KMP-NPM.
           MOVE KP-TERM TO KMP-TERM.
           MOVE KP-MK TO KMP-MK.
           MOVE KP-JENIS TO KMP-JENIS.
           MOVE KP-URUT TO KMP-URUT.
           READ KOMPONEN-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SW
           END-READ.
           IF WS-FOUND-SW = 'Y'
               PERFORM ISI-NILAI-AUDIT
               MOVE AUDIT-NEW-VALUE TO AUDIT-OLD-VALUE
           ELSE
               MOVE 'DATA BARU' TO AUDIT-OLD-VALUE
           END-IF.
           MOVE KP-NILAI TO KMP-NILAI.
           MOVE FUNCTION CURRENT-DATE(1:8) TO KMP-TGL.
           IF WS-FOUND-SW = 'Y'
               REWRITE KMP-RECORD
           ELSE
               WRITE KMP-RECORD
           END-IF.
           PERFORM ISI-NILAI-AUDIT.
           MOVE KP-NPM TO AUDIT-NPM.
           MOVE 'KMPLOAD' TO AUDIT-SCREEN.
           PERFORM CATAT-AUDIT.
           PERFORM CEK-NILAI-AKHIR.
       ISI-NILAI-AUDIT.
           MOVE SPACES TO AUDIT-NEW-VALUE.
           STRING KMP-TERM DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               KMP-MK DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               KMP-JENIS DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               KMP-URUT DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               KMP-NILAI DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
       CEK-NILAI-AKHIR.
           IF WS-HISTORY-STATUS NOT = '35'
               MOVE KP-NPM TO HIS-NPM
               MOVE KP-TERM TO HIS-TERM
               MOVE KP-MK TO HIS-MK
               READ HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO JUMLAH-HITUNG-ULANG
                       DISPLAY 'PERHATIAN: NPM ', KP-NPM, ' TERM ',
                           KP-TERM, ' MK ', KP-MK,
                           ' SUDAH ADA NILAI AKHIR'
               END-READ
           END-IF.
       CATAT-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP.
           MOVE KP-OPERATOR TO AUDIT-OPERATOR.
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
           STRING KP-ALASAN DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               LOAD-LINE DELIMITED BY SIZE
               INTO REJECT-LINE.
           WRITE REJECT-LINE.
