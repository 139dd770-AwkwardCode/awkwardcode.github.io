       IDENTIFICATION DIVISION.
       PROGRAM-ID. KUR-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KURIKULUM-FILE ASSIGN TO "KURIKULUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUR-KEY
               FILE STATUS IS WS-KURIKULUM-STATUS.
           SELECT MATAKUL-FILE ASSIGN TO "MATAKUL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-KODE
               FILE STATUS IS WS-MATAKUL-STATUS.
           SELECT LOAD-FILE ASSIGN TO "KURIKULUM.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-STATUS.
           SELECT REJECT-FILE ASSIGN TO "KURIKULUM.REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RUN-FILE ASSIGN TO "RUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT CKP-FILE ASSIGN TO "KURIKULUM.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KURIKULUM-FILE.
           COPY "KURIKULUM.cpy".
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
           02 KR-PRODI PIC X(8).
           02 KR-PRODI-LEN PIC 9(2).
           02 KR-JENIS PIC X(3).
           02 KR-NILAI PIC X(8).
           02 KR-NILAI-LEN PIC 9(2).
           02 KR-MK PIC X(6).
           02 KR-SKS PIC 9(3).
           02 KR-SKS-CETAK PIC ZZ9.
           02 KR-ALASAN PIC X.
       01 VAR-HITUNG.
           02 JUMLAH-DIBACA PIC 9(5) VALUE 0.
           02 JUMLAH-DITERIMA PIC 9(5) VALUE 0.
           02 JUMLAH-DITOLAK PIC 9(5) VALUE 0.
           02 JUMLAH-TOTAL PIC 9(5) VALUE 0.
           02 JUMLAH-DILEWATI PIC 9(5) VALUE 0.
       01 VAR-CKP.
           02 CKP-LEWAT PIC 9(5) VALUE 0.
       01 VAR-OPERATOR.
           02 KR-OPERATOR PIC X(8).
       01 WS-KURIKULUM-STATUS PIC XX.
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
           ACCEPT KR-OPERATOR FROM COMMAND-LINE.
           IF KR-OPERATOR = SPACE
               MOVE 'BATCH' TO KR-OPERATOR
           END-IF.
           OPEN INPUT LOAD-FILE.
           IF WS-LOAD-STATUS = '35'
               DISPLAY 'FILE KURIKULUM.CSV TIDAK DITEMUKAN'
               STOP RUN
           END-IF.
           OPEN I-O KURIKULUM-FILE.
           IF WS-KURIKULUM-STATUS = '35'
               OPEN OUTPUT KURIKULUM-FILE
               CLOSE KURIKULUM-FILE
               OPEN I-O KURIKULUM-FILE
           END-IF.
           OPEN INPUT MATAKUL-FILE.
           IF WS-MATAKUL-STATUS NOT = '00'
               AND WS-MATAKUL-STATUS NOT = '35'
               DISPLAY 'FILE MATAKUL.DAT TIDAK DAPAT DIBUKA, STATUS ',
                   WS-MATAKUL-STATUS
               DISPLAY 'BILA MASIH FORMAT LAMA, JALANKAN matakul-konv'
               CLOSE KURIKULUM-FILE
               CLOSE LOAD-FILE
               STOP RUN
           END-IF.
           IF WS-MATAKUL-STATUS = '35'
               DISPLAY 'MASTER MATA KULIAH BELUM ADA,'
                   ' MATA KULIAH TIDAK DIVALIDASI'
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           PERFORM BACA-CKP.
           MOVE 'KUR-LOAD' TO RC-PROGRAM.
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
           CLOSE KURIKULUM-FILE.
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
           DISPLAY 'BARIS DITOLAK ADA DI KURIKULUM.REJ'.
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
           MOVE SPACES TO KR-PRODI KR-JENIS KR-NILAI KR-MK.
           MOVE 0 TO KR-PRODI-LEN KR-NILAI-LEN KR-SKS.
           UNSTRING LOAD-LINE DELIMITED BY ','
               INTO KR-PRODI COUNT IN KR-PRODI-LEN
               KR-JENIS
               KR-NILAI COUNT IN KR-NILAI-LEN.
           MOVE SPACE TO KR-ALASAN.
           PERFORM CEK-BARIS.
           IF KR-ALASAN = SPACE
               IF KR-JENIS = 'H'
                   PERFORM HAPUS-BARIS
               ELSE
                   PERFORM SIMPAN-BARIS
               END-IF
               ADD 1 TO JUMLAH-DITERIMA
           ELSE
               PERFORM TULIS-REJECT
               ADD 1 TO JUMLAH-DITOLAK
           END-IF.
       CEK-BARIS.
           IF KR-PRODI = SPACE OR KR-JENIS = SPACE OR KR-NILAI = SPACE
               MOVE '1' TO KR-ALASAN
           ELSE IF KR-PRODI-LEN > 5
               MOVE '2' TO KR-ALASAN
           ELSE IF KR-JENIS NOT = 'W' AND KR-JENIS NOT = 'S'
               AND KR-JENIS NOT = 'H'
               MOVE '3' TO KR-ALASAN
           ELSE IF KR-JENIS = 'S' AND KR-NILAI-LEN > 3
               MOVE '5' TO KR-ALASAN
           ELSE IF KR-JENIS = 'S'
               AND KR-NILAI(1:KR-NILAI-LEN) NOT NUMERIC
               MOVE '5' TO KR-ALASAN
           ELSE IF KR-JENIS NOT = 'S' AND KR-NILAI-LEN > 6
               MOVE '4' TO KR-ALASAN
           END-IF.
           IF KR-ALASAN = SPACE
               IF KR-JENIS = 'S'
                   COMPUTE KR-SKS = FUNCTION NUMVAL(KR-NILAI)
                   IF KR-SKS = 0
                       MOVE '5' TO KR-ALASAN
                   END-IF
               ELSE
                   MOVE KR-NILAI TO KR-MK
                   IF KR-JENIS = 'W'
                       PERFORM CEK-MATAKUL
                       IF WS-MK-VALID-SW = 'N'
                           MOVE '4' TO KR-ALASAN
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF KR-ALASAN = SPACE
               PERFORM CEK-KURIKULUM
               IF KR-JENIS = 'H' AND WS-FOUND-SW = 'N'
                   MOVE '6' TO KR-ALASAN
               END-IF
           END-IF.
       CEK-MATAKUL.
           IF WS-MATAKUL-STATUS = '35'
               MOVE 'Y' TO WS-MK-VALID-SW
           ELSE
               MOVE 'N' TO WS-MK-VALID-SW
               MOVE KR-MK TO MK-KODE
               READ MATAKUL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MK-VALID-SW
               END-READ
           END-IF.
       CEK-KURIKULUM.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE KR-PRODI TO KUR-PRODI.
           MOVE KR-MK TO KUR-MK.
           READ KURIKULUM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SW
           END-READ.
       SIMPAN-BARIS.
           IF WS-FOUND-SW = 'Y'
               PERFORM KURIKULUM-NILAI-AUDIT
               MOVE AUDIT-NEW-VALUE TO AUDIT-OLD-VALUE
           ELSE
               MOVE 'DATA BARU' TO AUDIT-OLD-VALUE
           END-IF.
           MOVE KR-PRODI TO KUR-PRODI.
           MOVE KR-MK TO KUR-MK.
           MOVE KR-SKS TO KUR-MIN-SKS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO KUR-TGL.
           IF WS-FOUND-SW = 'Y'
               REWRITE KUR-RECORD
           ELSE
               WRITE KUR-RECORD
           END-IF.
           PERFORM KURIKULUM-NILAI-AUDIT.
           MOVE KR-PRODI TO AUDIT-NPM.
           MOVE 'KURLOAD' TO AUDIT-SCREEN.
           PERFORM CATAT-AUDIT.
       HAPUS-BARIS.
           PERFORM KURIKULUM-NILAI-AUDIT.
           MOVE AUDIT-NEW-VALUE TO AUDIT-OLD-VALUE.
           DELETE KURIKULUM-FILE.
           MOVE 'DIHAPUS' TO AUDIT-NEW-VALUE.
           MOVE KR-PRODI TO AUDIT-NPM.
           MOVE 'KURLOAD' TO AUDIT-SCREEN.
           PERFORM CATAT-AUDIT.
       KURIKULUM-NILAI-AUDIT.
           MOVE SPACES TO AUDIT-NEW-VALUE.
           IF KUR-MK = SPACE
               MOVE KUR-MIN-SKS TO KR-SKS-CETAK
               STRING 'MIN SKS ' DELIMITED BY SIZE
                   KR-SKS-CETAK DELIMITED BY SIZE
                   INTO AUDIT-NEW-VALUE
           ELSE
               STRING 'WAJIB ' DELIMITED BY SIZE
                   KUR-MK DELIMITED BY SIZE
                   INTO AUDIT-NEW-VALUE
           END-IF.
       CATAT-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP.
           MOVE KR-OPERATOR TO AUDIT-OPERATOR.
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
           STRING KR-ALASAN DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               LOAD-LINE DELIMITED BY SIZE
               INTO REJECT-LINE.
           WRITE REJECT-LINE.
