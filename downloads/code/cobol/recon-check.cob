           SELECT RECON-FILE ASSIGN TO "RECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
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
           SELECT KOMPONEN-FILE ASSIGN TO "KOMPONEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KMP-KEY
               FILE STATUS IS WS-KOMPONEN-STATUS.
           SELECT RUN-FILE ASSIGN TO "RUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           COPY "NILAIPRM.cpy".
       FD RECON-FILE.
       01 RECON-LINE PIC X(80).
       FD KRS-FILE.
           COPY "KRS.cpy".
       FD MATAKUL-FILE.
           COPY "MATAKUL.cpy".
       FD KOMPONEN-FILE.
           COPY "KOMPONEN.cpy".
       FD RUN-FILE.
           COPY "RUNCTL.cpy".
       WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS PIC XX.
       01 WS-RECON-STATUS PIC XX.
       01 WS-RUN-STATUS PIC XX.
       01 WS-KRS-STATUS PIC XX.
       01 WS-MATAKUL-STATUS PIC XX.
       01 WS-KOMPONEN-STATUS PIC XX.
       01 WS-KMP-EOF-SW PIC X VALUE 'N'.
       01 WS-KMP-PAKAI-SW PIC X VALUE 'N'.
       01 WS-EOF-SW PIC X VALUE 'N'.
       01 WS-SL-EOF-SW PIC X VALUE 'N'.
       01 WS-HIS-EOF-SW PIC X VALUE 'N'.
           02 CEK-BOBOT-UTS PIC 9(3).
           02 CEK-BOBOT-UAS PIC 9(3).
           02 CEK-BATAS-LULUS PIC 9(3).
           02 CEK-TERM PIC X(5).
           02 CEK-BOBOT-TOTAL PIC 9(4).
       01 VAR-KOMPONEN.
           02 CEK-JML-TUGAS PIC 9(3).
           02 CEK-JML-KUIS PIC 9(3).
           02 CEK-JML-PRAK PIC 9(3).
           02 CEK-TOTAL-TUGAS PIC 9(5).
           02 CEK-TOTAL-KUIS PIC 9(5).
           02 CEK-TOTAL-PRAK PIC 9(5).
           02 CEK-RATA-TUGAS PIC 999.
           02 CEK-RATA-KUIS PIC 999.
           02 CEK-RATA-PRAK PIC 999.
       01 VAR-HITUNG.
           02 JML-SISWA PIC 9(5) VALUE 0.
           02 JML-EXCEPTION PIC 9(5) VALUE 0.
           02 JML-TANPA-KRS PIC 9(5) VALUE 0.
       01 VAR-SESI-TABLE.
           02 SLT-JML PIC 9(4) VALUE 0.
           02 SLT-IDX PIC 9(4).
               PERFORM CATAT-RUN
               STOP RUN
           END-IF.
           OPEN INPUT MATAKUL-FILE.
           IF WS-MATAKUL-STATUS NOT = '00'
               AND WS-MATAKUL-STATUS NOT = '35'
               DISPLAY 'FILE MATAKUL.DAT TIDAK DAPAT DIBUKA, STATUS ',
                   WS-MATAKUL-STATUS
               DISPLAY 'BILA MASIH FORMAT LAMA, JALANKAN matakul-konv'
               CLOSE RECON-FILE
               CLOSE STUDENT-FILE
               STOP RUN
           END-IF.
           OPEN INPUT KOMPONEN-FILE.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ STUDENT-FILE NEXT RECORD
                   AT END
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-KOMPONEN-STATUS NOT = '35'
               CLOSE KOMPONEN-FILE
           END-IF.
           IF WS-MATAKUL-STATUS NOT = '35'
               CLOSE MATAKUL-FILE
           END-IF.
           CLOSE STUDENT-FILE.
           IF WS-SESI-PENUH-SW = 'N'
               PERFORM CEK-SESI-YATIM
                   VARYING SLT-IDX FROM 1 BY 1
                   UNTIL SLT-IDX > SLT-JML
           END-IF.
           PERFORM CEK-NILAI-KRS.
           MOVE SPACES TO RECON-LINE.
           STRING 'SELESAI, SISWA DIPERIKSA ' DELIMITED BY SIZE
               JML-SISWA DELIMITED BY SIZE
           MOVE 'SELESAI' TO RC-STATUS.
           MOVE JML-SISWA TO RC-JML-1.
           MOVE JML-EXCEPTION TO RC-JML-2.
           MOVE JML-TANPA-KRS TO RC-JML-3.
           PERFORM CATAT-RUN.
           DISPLAY 'LAPORAN LENGKAP ADA DI RECON.RPT'.
           STOP RUN.
               CLOSE SUMMARY-FILE
           END-IF.
       CEK-SISWA.
           PERFORM HITUNG-CEK-HASIL.
           IF CEK-HASIL NOT = HASIL-REC
               PERFORM CEK-REMEDIAL
               IF WS-REMEDIAL-SW = 'N'
                   PERFORM TULIS-SESI-HILANG
               END-IF
           END-IF.
       HITUNG-CEK-HASIL.
           MOVE 'N' TO WS-KMP-PAKAI-SW.
           IF WS-MATAKUL-STATUS NOT = '35' AND MK-REC NOT = SPACE
               MOVE MK-REC TO MK-KODE
               READ MATAKUL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CEK-BOBOT-MK
               END-READ
           END-IF.
           IF WS-KMP-PAKAI-SW = 'Y'
               PERFORM CARI-TERM-NILAI
               PERFORM HITUNG-KOMPONEN
               COMPUTE CEK-HASIL =
                   (UTS-REC * MK-BOBOT-UTS + UAS-REC * MK-BOBOT-UAS
                   + CEK-RATA-TUGAS * MK-BOBOT-TUGAS
                   + CEK-RATA-KUIS * MK-BOBOT-KUIS
                   + CEK-RATA-PRAK * MK-BOBOT-PRAK) / 100
           ELSE
               COMPUTE CEK-HASIL =
                   (UTS-REC * CEK-BOBOT-UTS + UAS-REC * CEK-BOBOT-UAS)
                   / 100
           END-IF.
       CEK-BOBOT-MK.
           IF MK-BOBOT-UTS NUMERIC AND MK-BOBOT-UAS NUMERIC
               AND MK-BOBOT-TUGAS NUMERIC AND MK-BOBOT-KUIS NUMERIC
               AND MK-BOBOT-PRAK NUMERIC
               COMPUTE CEK-BOBOT-TOTAL = MK-BOBOT-UTS + MK-BOBOT-UAS
                   + MK-BOBOT-TUGAS + MK-BOBOT-KUIS + MK-BOBOT-PRAK
               IF CEK-BOBOT-TOTAL = 100
                   MOVE 'Y' TO WS-KMP-PAKAI-SW
               END-IF
           END-IF.
       CARI-TERM-NILAI.
           MOVE SPACES TO CEK-TERM.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '35'
               MOVE NPM-KEY TO HIS-NPM
               MOVE SPACES TO HIS-TERM
               MOVE SPACES TO HIS-MK
               MOVE 'N' TO WS-HIS-EOF-SW
               START HISTORY-FILE KEY NOT < HIS-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HIS-EOF-SW
               END-START
               PERFORM UNTIL WS-HIS-EOF-SW = 'Y'
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-HIS-EOF-SW
                       NOT AT END
                           IF HIS-NPM = NPM-KEY
                               IF HIS-MK = MK-REC
                                   MOVE HIS-TERM TO CEK-TERM
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-HIS-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
       HITUNG-KOMPONEN.
           MOVE 0 TO CEK-JML-TUGAS CEK-JML-KUIS CEK-JML-PRAK.
           MOVE 0 TO CEK-TOTAL-TUGAS CEK-TOTAL-KUIS CEK-TOTAL-PRAK.
           MOVE 0 TO CEK-RATA-TUGAS CEK-RATA-KUIS CEK-RATA-PRAK.
           IF WS-KOMPONEN-STATUS NOT = '35' AND CEK-TERM NOT = SPACE
               MOVE NPM-KEY TO KMP-NPM
               MOVE CEK-TERM TO KMP-TERM
               MOVE MK-REC TO KMP-MK
               MOVE SPACE TO KMP-JENIS
               MOVE 0 TO KMP-URUT
               MOVE 'N' TO WS-KMP-EOF-SW
               START KOMPONEN-FILE KEY NOT < KMP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-KMP-EOF-SW
               END-START
               PERFORM UNTIL WS-KMP-EOF-SW = 'Y'
                   READ KOMPONEN-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-KMP-EOF-SW
                       NOT AT END
                           IF KMP-NPM = NPM-KEY AND KMP-TERM = CEK-TERM
                               AND KMP-MK = MK-REC
                               PERFORM HITUNG-SATU-KOMPONEN
                           ELSE
                               MOVE 'Y' TO WS-KMP-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF CEK-JML-TUGAS > 0
               COMPUTE CEK-RATA-TUGAS ROUNDED =
                   CEK-TOTAL-TUGAS / CEK-JML-TUGAS
           END-IF.
           IF CEK-JML-KUIS > 0
               COMPUTE CEK-RATA-KUIS ROUNDED =
                   CEK-TOTAL-KUIS / CEK-JML-KUIS
           END-IF.
           IF CEK-JML-PRAK > 0
               COMPUTE CEK-RATA-PRAK ROUNDED =
                   CEK-TOTAL-PRAK / CEK-JML-PRAK
           END-IF.
       HITUNG-SATU-KOMPONEN.
           IF KMP-JENIS = 'T'
               ADD 1 TO CEK-JML-TUGAS
               ADD KMP-NILAI TO CEK-TOTAL-TUGAS
           ELSE IF KMP-JENIS = 'K'
               ADD 1 TO CEK-JML-KUIS
               ADD KMP-NILAI TO CEK-TOTAL-KUIS
           ELSE IF KMP-JENIS = 'P'
               ADD 1 TO CEK-JML-PRAK
               ADD KMP-NILAI TO CEK-TOTAL-PRAK
           END-IF.
       CEK-REMEDIAL.
           MOVE 'N' TO WS-REMEDIAL-SW.
           OPEN INPUT HISTORY-FILE.
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
       CEK-NILAI-KRS.
           OPEN INPUT KRS-FILE.
           IF WS-KRS-STATUS = '35'
               MOVE 'TIDAK ADA FILE KRS.DAT, PEMERIKSAAN KRS DILEWATI'
                   TO RECON-LINE
               WRITE RECON-LINE
               DISPLAY RECON-LINE
           ELSE
               OPEN INPUT HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = '35'
                   MOVE 'N' TO WS-HIS-EOF-SW
                   PERFORM UNTIL WS-HIS-EOF-SW = 'Y'
                       READ HISTORY-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-HIS-EOF-SW
                           NOT AT END
                               PERFORM CEK-SATU-KRS
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-FILE
               END-IF
               CLOSE KRS-FILE
           END-IF.
       CEK-SATU-KRS.
           MOVE HIS-NPM TO KRS-NPM.
           MOVE HIS-TERM TO KRS-TERM.
           MOVE HIS-MK TO KRS-MK.
           READ KRS-FILE
               INVALID KEY
                   PERFORM TULIS-TANPA-KRS
               NOT INVALID KEY
                   IF KRS-STATUS NOT = 'A'
                       PERFORM TULIS-TANPA-KRS
                   END-IF
           END-READ.
       TULIS-TANPA-KRS.
           ADD 1 TO JML-EXCEPTION.
           ADD 1 TO JML-TANPA-KRS.
           MOVE SPACES TO RECON-LINE.
           STRING 'NPM ' DELIMITED BY SIZE
               HIS-NPM DELIMITED BY SIZE
               ' TERM ' DELIMITED BY SIZE
               HIS-TERM DELIMITED BY SIZE
               ' MK ' DELIMITED BY SIZE
               HIS-MK DELIMITED BY SIZE
               ' ADA NILAI TANPA KRS' DELIMITED BY SIZE
               INTO RECON-LINE.
           WRITE RECON-LINE.
           DISPLAY RECON-LINE.
       CARI-SESI.
           IF SLT-KELAS(SLT-IDX) = KELAS-REC
               AND SLT-TGL(SLT-IDX) = TGL-NILAI-REC
