           SELECT RUN-FILE ASSIGN TO "RUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
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
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT TERM-FILE ASSIGN TO "TERM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-KODE
               FILE STATUS IS WS-TERM-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
           COPY "NILAIHIS.cpy".
       FD RUN-FILE.
           COPY "RUNCTL.cpy".
       FD KRS-FILE.
           COPY "KRS.cpy".
       FD AJAR-FILE.
           COPY "AJAR.cpy".
       FD OPERATOR-FILE.
           COPY "OPERATOR.cpy".
       FD TERM-FILE.
           COPY "TERM.cpy".
       FD AUDIT-LOG.
       01 AUDIT-LOG-RECORD.
           02 AUDIT-NPM PIC X(8).
           02 AUDIT-SCREEN PIC X(7).
           02 AUDIT-OLD-VALUE PIC X(40).
           02 AUDIT-NEW-VALUE PIC X(40).
           02 AUDIT-TIMESTAMP PIC X(14).
           02 AUDIT-OPERATOR PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-STUDENT-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-RUN-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
       01 WS-HIS-EOF-SW PIC X VALUE 'N'.
       01 WS-KRS-STATUS PIC XX.
       01 WS-KRS-EOF-SW PIC X VALUE 'N'.
       01 WS-AJAR-STATUS PIC XX.
       01 WS-AJR-EOF-SW PIC X VALUE 'N'.
       01 WS-OPERATOR-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-TERM-STATUS PIC XX.
       01 WS-ADMIN-VALID-SW PIC X VALUE 'N'.
       01 WS-AKTIF-SW PIC X VALUE 'N'.
       01 VAR-PILIH.
           02 TT-PARAM PIC X(40).
           02 TT-TERM PIC X(5).
           02 TT-PAKSA PIC X(8).
           02 TT-ADMIN PIC X(8).
       01 VAR-TERTUNDA.
           02 TT-JML-TERTUNDA PIC 9(5) VALUE 0.
           02 TT-JML-BELUM PIC 9(5) VALUE 0.
           02 TT-PESERTA PIC 9(5).
           02 TT-BELUM PIC 9(5).
       01 VAR-HITUNG.
           02 JML-SISWA PIC 9(5) VALUE 0.
           02 JML-AKTIF PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-TUTUP.
           ACCEPT TT-PARAM FROM COMMAND-LINE.
           MOVE SPACES TO TT-TERM TT-PAKSA TT-ADMIN.
           UNSTRING TT-PARAM DELIMITED BY ALL ' '
               INTO TT-TERM TT-PAKSA TT-ADMIN.
           IF TT-TERM = SPACE OR TT-TERM NOT NUMERIC
               OR (TT-PAKSA NOT = SPACE AND TT-PAKSA NOT = 'PAKSA')
               OR (TT-PAKSA = 'PAKSA' AND TT-ADMIN = SPACE)
               DISPLAY 'PENGGUNAAN: term-tutup <TERM> [PAKSA <ID>]'
               DISPLAY '            (TERM 5 DIGIT, CONTOH 20261)'
               DISPLAY '            (PAKSA <ID> = ID OPERATOR ROLE A,'
               DISPLAY '             TUTUP WALAU NILAI TERTUNDA)'
               STOP RUN
           END-IF.
           IF TT-PAKSA = 'PAKSA'
               PERFORM CEK-ADMIN
               IF WS-ADMIN-VALID-SW = 'N'
                   DISPLAY 'ID ADMIN TIDAK DIKENAL, TIDAK AKTIF'
                       ' ATAU BUKAN ROLE A'
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O STUDENT-FILE.
           IF WS-STUDENT-STATUS = '35'
               DISPLAY 'BELUM ADA DATA SISWA'
           DISPLAY '========================================'.
           DISPLAY 'TUTUP TERM ', TT-TERM.
           DISPLAY '========================================'.
           PERFORM CEK-TERTUNDA.
           IF TT-JML-TERTUNDA > 0
               IF TT-PAKSA = 'PAKSA'
                   DISPLAY 'PERINGATAN: ', TT-JML-TERTUNDA,
                       ' KELAS MASIH TERTUNDA, DITUTUP PAKSA OLEH ',
                       TT-ADMIN
                   PERFORM CATAT-AUDIT-PAKSA
               ELSE
                   DISPLAY '----------------------------------------'
                   DISPLAY 'TERM TIDAK DITUTUP, ', TT-JML-TERTUNDA,
                       ' KELAS MASIH TERTUNDA (', TT-JML-BELUM,
                       ' MAHASISWA)'
                   DISPLAY 'LENGKAPI NILAI ATAU JALANKAN ULANG'
                       ' DENGAN PAKSA <ID-ADMIN>'
                   CLOSE HISTORY-FILE
                   CLOSE STUDENT-FILE
                   MOVE 'DITOLAK' TO RC-STATUS
                   MOVE TT-JML-TERTUNDA TO RC-JML-1
                   MOVE TT-JML-BELUM TO RC-JML-2
                   PERFORM CATAT-RUN
                   STOP RUN
               END-IF
           END-IF.
           MOVE LOW-VALUES TO NPM-KEY.
           START STUDENT-FILE KEY NOT < NPM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ STUDENT-FILE NEXT RECORD
                   AT END
           END-PERFORM.
           CLOSE HISTORY-FILE.
           CLOSE STUDENT-FILE.
           PERFORM TANDAI-TERM.
           MOVE 'SELESAI' TO RC-STATUS.
           MOVE JML-DITUTUP TO RC-JML-1.
           MOVE JML-DISALIN TO RC-JML-2.
           DISPLAY 'NILAI BERJALAN DITUTUP : ', JML-DITUTUP.
           DISPLAY 'RIWAYAT DILENGKAPI     : ', JML-DISALIN.
           DISPLAY 'DITANDAI TINJAU DO     : ', JML-TINJAU.
           IF JML-TINJAU > 0
               DISPLAY 'JALANKAN surat-pgt ', TT-TERM,
                   ' UNTUK SURAT PEMBERITAHUAN KE WALI'
           END-IF.
           STOP RUN.
       TUTUP-SATU-SISWA.
           ADD 1 TO JML-AKTIF.
               MOVE HIS-TERM TO TG-TERM(TG-JML)
               MOVE 'N' TO TG-GAGAL(TG-JML)
           END-IF.
       CEK-ADMIN.
           MOVE 'N' TO WS-ADMIN-VALID-SW.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = '35'
               MOVE TT-ADMIN TO OP-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OP-ROLE = 'A' AND OP-AKTIF = 'Y'
                           MOVE 'Y' TO WS-ADMIN-VALID-SW
                       END-IF
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.
       CEK-TERTUNDA.
           OPEN INPUT AJAR-FILE.
           IF WS-AJAR-STATUS = '35'
               DISPLAY 'FILE AJAR.DAT BELUM ADA,'
                   ' PEMERIKSAAN NILAI TERTUNDA DILEWATI'
           ELSE
               OPEN INPUT KRS-FILE
               IF WS-KRS-STATUS NOT = '35'
                   MOVE TT-TERM TO AJR-TERM
                   MOVE SPACES TO AJR-KELAS
                   MOVE SPACES TO AJR-MK
                   MOVE 'N' TO WS-AJR-EOF-SW
                   START AJAR-FILE KEY NOT < AJR-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-AJR-EOF-SW
                   END-START
                   PERFORM UNTIL WS-AJR-EOF-SW = 'Y'
                       READ AJAR-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-AJR-EOF-SW
                           NOT AT END
                               IF AJR-TERM = TT-TERM
                                   PERFORM CEK-SEKSI
                               ELSE
                                   MOVE 'Y' TO WS-AJR-EOF-SW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE KRS-FILE
               END-IF
               CLOSE AJAR-FILE
           END-IF.
       CEK-SEKSI.
           MOVE 0 TO TT-PESERTA TT-BELUM.
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
                               PERFORM CEK-PESERTA
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-KRS-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.
           IF TT-BELUM > 0
               ADD 1 TO TT-JML-TERTUNDA
               ADD TT-BELUM TO TT-JML-BELUM
               DISPLAY 'TERTUNDA: KELAS ', AJR-KELAS, ' MK ', AJR-MK,
                   ' DOSEN ', AJR-NIDN, ' BELUM DINILAI ', TT-BELUM,
                   ' DARI ', TT-PESERTA
           END-IF.
       CEK-PESERTA.
           MOVE 'N' TO WS-AKTIF-SW.
           MOVE KRS-NPM TO NPM-KEY.
           READ STUDENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STATUS-MHS-REC = 'AKTIF'
                       OR STATUS-MHS-REC = SPACE
                       MOVE 'Y' TO WS-AKTIF-SW
                   END-IF
           END-READ.
           IF WS-AKTIF-SW = 'Y'
               ADD 1 TO TT-PESERTA
               MOVE KRS-NPM TO HIS-NPM
               MOVE KRS-TERM TO HIS-TERM
               MOVE KRS-MK TO HIS-MK
               READ HISTORY-FILE
                   INVALID KEY
                       PERFORM CEK-NILAI-BERJALAN
               END-READ
           END-IF.
       CEK-NILAI-BERJALAN.
           IF MK-REC NOT = KRS-MK OR STATUS-REC = SPACE
               ADD 1 TO TT-BELUM
           END-IF.
       TANDAI-TERM.
           OPEN I-O TERM-FILE.
           IF WS-TERM-STATUS = '35'
               OPEN OUTPUT TERM-FILE
               CLOSE TERM-FILE
               OPEN I-O TERM-FILE
           END-IF.
           MOVE TT-TERM TO TRM-KODE.
           MOVE 'T' TO TRM-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TRM-TGL-TUTUP.
           IF TT-PAKSA = 'PAKSA'
               MOVE TT-ADMIN TO TRM-OPERATOR
           ELSE
               MOVE 'BATCH' TO TRM-OPERATOR
           END-IF.
           WRITE TRM-RECORD
               INVALID KEY
                   REWRITE TRM-RECORD
           END-WRITE.
           CLOSE TERM-FILE.
           DISPLAY 'TERM ', TT-TERM, ' DITANDAI DITUTUP,'
               ' NILAI TIDAK DAPAT DIUBAH LANGSUNG'.
       CATAT-AUDIT-PAKSA.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           STRING 'TERTUNDA ' DELIMITED BY SIZE
               TT-JML-TERTUNDA DELIMITED BY SIZE
               ' KELAS ' DELIMITED BY SIZE
               TT-JML-BELUM DELIMITED BY SIZE
               ' MAHASISWA' DELIMITED BY SIZE
               INTO AUDIT-OLD-VALUE.
           MOVE 'DITUTUP PAKSA' TO AUDIT-NEW-VALUE.
           MOVE TT-TERM TO AUDIT-NPM.
           MOVE 'TUTUP' TO AUDIT-SCREEN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP.
           MOVE TT-ADMIN TO AUDIT-OPERATOR.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG.
       CATAT-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-TIMESTAMP.
           OPEN EXTEND RUN-FILE.
