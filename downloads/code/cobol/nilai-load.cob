               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-KODE
               FILE STATUS IS WS-MATAKUL-STATUS.
           SELECT KRS-FILE ASSIGN TO "KRS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KRS-KEY
               ALTERNATE RECORD KEY IS KRS-MK
                   WITH DUPLICATES
               FILE STATUS IS WS-KRS-STATUS.
           SELECT TERM-FILE ASSIGN TO "TERM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-KODE
               FILE STATUS IS WS-TERM-STATUS.
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
           SELECT RUN-FILE ASSIGN TO "RUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           COPY "NILAIPRM.cpy".
       FD MATAKUL-FILE.
           COPY "MATAKUL.cpy".
       FD KRS-FILE.
           COPY "KRS.cpy".
       FD TERM-FILE.
           COPY "TERM.cpy".
       FD BAYAR-FILE.
           COPY "BAYAR.cpy".
       FD KOMPONEN-FILE.
           COPY "KOMPONEN.cpy".
       FD RUN-FILE.
           COPY "RUNCTL.cpy".
       FD CKP-FILE.
           02 BOBOT-UTS PIC 9(3).
           02 BOBOT-UAS PIC 9(3).
           02 BATAS-LULUS PIC 9(3).
           02 BAYAR-TINDAK PIC X.
       01 VAR-BAYAR.
           02 NL-TAGIHAN PIC 9(9)V99.
           02 NL-DIBAYAR PIC 9(9)V99.
       01 VAR-KOMPONEN.
           02 NL-BOBOT-TOTAL PIC 9(4).
           02 NL-JML-TUGAS PIC 9(3).
           02 NL-JML-KUIS PIC 9(3).
           02 NL-JML-PRAK PIC 9(3).
           02 NL-TOTAL-TUGAS PIC 9(5).
           02 NL-TOTAL-KUIS PIC 9(5).
           02 NL-TOTAL-PRAK PIC 9(5).
           02 NL-RATA-TUGAS PIC 999.
           02 NL-RATA-KUIS PIC 999.
           02 NL-RATA-PRAK PIC 999.
       01 VAR-HITUNG.
           02 JUMLAH-DIBACA PIC 9(5) VALUE 0.
           02 JUMLAH-DITERIMA PIC 9(5) VALUE 0.
           02 JUMLAH-DITOLAK PIC 9(5) VALUE 0.
           02 JUMLAH-TOTAL PIC 9(5) VALUE 0.
           02 JUMLAH-DILEWATI PIC 9(5) VALUE 0.
           02 JUMLAH-TUNGGAK PIC 9(5) VALUE 0.
       01 VAR-CKP.
           02 CKP-LEWAT PIC 9(5) VALUE 0.
       01 VAR-OPERATOR.
       01 WS-CKP-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
       01 WS-MK-VALID-SW PIC X VALUE 'N'.
       01 WS-KRS-STATUS PIC XX.
       01 WS-KRS-VALID-SW PIC X VALUE 'N'.
       01 WS-TERM-STATUS PIC XX.
       01 WS-TERM-TUTUP-SW PIC X VALUE 'N'.
       01 WS-BAYAR-STATUS PIC XX.
       01 WS-BAYAR-EOF-SW PIC X VALUE 'N'.
       01 WS-TAGIHAN-ADA-SW PIC X VALUE 'N'.
       01 WS-KOMPONEN-STATUS PIC XX.
       01 WS-KMP-EOF-SW PIC X VALUE 'N'.
       01 WS-KMP-PAKAI-SW PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN-LOAD.
           ACCEPT NL-OPERATOR FROM COMMAND-LINE.
               OPEN I-O HISTORY-FILE
           END-IF.
           OPEN INPUT MATAKUL-FILE.
           IF WS-MATAKUL-STATUS NOT = '00'
               AND WS-MATAKUL-STATUS NOT = '35'
               DISPLAY 'FILE MATAKUL.DAT TIDAK DAPAT DIBUKA, STATUS ',
                   WS-MATAKUL-STATUS
               DISPLAY 'BILA MASIH FORMAT LAMA, JALANKAN matakul-konv'
               CLOSE HISTORY-FILE
               CLOSE STUDENT-FILE
               CLOSE LOAD-FILE
               STOP RUN
           END-IF.
           IF WS-MATAKUL-STATUS = '35'
               DISPLAY 'MASTER MATA KULIAH BELUM ADA,'
                   ' MATA KULIAH TIDAK DIVALIDASI'
           END-IF.
           OPEN INPUT KRS-FILE.
           IF WS-KRS-STATUS = '35'
               DISPLAY 'FILE KRS.DAT BELUM ADA,'
                   ' SEMUA BARIS AKAN DITOLAK'
           END-IF.
           OPEN INPUT TERM-FILE.
           OPEN INPUT BAYAR-FILE.
           OPEN INPUT KOMPONEN-FILE.
           OPEN OUTPUT REJECT-FILE.
           PERFORM BACA-PARAM.
           PERFORM BACA-CKP.
               END-READ
           END-PERFORM.
           CLOSE REJECT-FILE.
           IF WS-KOMPONEN-STATUS NOT = '35'
               CLOSE KOMPONEN-FILE
           END-IF.
           IF WS-BAYAR-STATUS NOT = '35'
               CLOSE BAYAR-FILE
           END-IF.
           IF WS-TERM-STATUS NOT = '35'
               CLOSE TERM-FILE
           END-IF.
           IF WS-KRS-STATUS NOT = '35'
               CLOSE KRS-FILE
           END-IF.
           IF WS-MATAKUL-STATUS NOT = '35'
               CLOSE MATAKUL-FILE
           END-IF.
           DISPLAY 'BARIS DIBACA   : ', JUMLAH-DIBACA.
           DISPLAY 'BARIS DITERIMA : ', JUMLAH-DITERIMA.
           DISPLAY 'BARIS DITOLAK  : ', JUMLAH-DITOLAK.
           IF JUMLAH-TUNGGAK > 0
               DISPLAY 'UAS DENGAN UKT BELUM LUNAS : ', JUMLAH-TUNGGAK
           END-IF.
           DISPLAY 'BARIS DITOLAK ADA DI NILAI.REJ'.
           STOP RUN.
       BACA-CKP.
           MOVE 70 TO BOBOT-UTS.
           MOVE 30 TO BOBOT-UAS.
           MOVE 70 TO BATAS-LULUS.
           MOVE 'P' TO BAYAR-TINDAK.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS NOT = '35'
               READ PARAM-FILE
                       MOVE PRM-BOBOT-UTS TO BOBOT-UTS
                       MOVE PRM-BOBOT-UAS TO BOBOT-UAS
                       MOVE PRM-BATAS-LULUS TO BATAS-LULUS
                       IF PRM-BAYAR-TINDAK = 'B'
                           MOVE 'B' TO BAYAR-TINDAK
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.
                       MOVE '6' TO NL-ALASAN
               END-READ
           END-IF.
           IF NL-ALASAN = SPACE
               PERFORM CEK-KRS
               IF WS-KRS-VALID-SW = 'N'
                   MOVE '7' TO NL-ALASAN
               END-IF
           END-IF.
           IF NL-ALASAN = SPACE
               PERFORM CEK-TERM-TUTUP
               IF WS-TERM-TUTUP-SW = 'Y'
                   MOVE '8' TO NL-ALASAN
               END-IF
           END-IF.
           IF NL-ALASAN = SPACE AND NL-UAS > 0
               PERFORM CEK-BAYAR
           END-IF.
       CEK-NILAI.
           IF NL-UTS-LEN = 0 OR NL-UTS-LEN > 3
               OR NL-UAS-LEN = 0 OR NL-UAS-LEN > 3
                       MOVE 'Y' TO WS-MK-VALID-SW
               END-READ
           END-IF.
       CEK-KRS.
           MOVE 'N' TO WS-KRS-VALID-SW.
           IF WS-KRS-STATUS NOT = '35'
               MOVE NL-NPM TO KRS-NPM
               MOVE NL-TERM TO KRS-TERM
               MOVE NL-MK TO KRS-MK
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
               MOVE NL-TERM TO TRM-KODE
               READ TERM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TRM-STATUS = 'T'
                           MOVE 'Y' TO WS-TERM-TUTUP-SW
                       END-IF
               END-READ
           END-IF.
       CEK-BAYAR.
           IF WS-BAYAR-STATUS NOT = '35'
               PERFORM HITUNG-BAYAR
               IF WS-TAGIHAN-ADA-SW = 'Y'
                   AND NL-DIBAYAR < NL-TAGIHAN
                   ADD 1 TO JUMLAH-TUNGGAK
                   IF BAYAR-TINDAK = 'B'
                       MOVE '9' TO NL-ALASAN
                   ELSE
                       DISPLAY 'PERINGATAN: NPM ', NL-NPM, ' TERM ',
                           NL-TERM, ' UKT BELUM LUNAS'
                   END-IF
               END-IF
           END-IF.
       HITUNG-BAYAR.
           MOVE 0 TO NL-TAGIHAN NL-DIBAYAR.
           MOVE 'N' TO WS-TAGIHAN-ADA-SW.
           MOVE NL-NPM TO BYR-NPM.
           MOVE NL-TERM TO BYR-TERM.
           MOVE SPACES TO BYR-REF.
           MOVE 'N' TO WS-BAYAR-EOF-SW.
           START BAYAR-FILE KEY NOT < BYR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BAYAR-EOF-SW
           END-START.
           PERFORM UNTIL WS-BAYAR-EOF-SW = 'Y'
               READ BAYAR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BAYAR-EOF-SW
                   NOT AT END
                       IF BYR-NPM = NL-NPM AND BYR-TERM = NL-TERM
                           IF BYR-JENIS = 'T'
                               MOVE 'Y' TO WS-TAGIHAN-ADA-SW
                               ADD BYR-JUMLAH TO NL-TAGIHAN
                           ELSE
                               ADD BYR-JUMLAH TO NL-DIBAYAR
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-BAYAR-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.
       SIMPAN-BARIS.
           MOVE 'N' TO WS-KMP-PAKAI-SW.
           IF WS-MATAKUL-STATUS NOT = '35'
               PERFORM CEK-BOBOT-MK
           END-IF.
           IF WS-KMP-PAKAI-SW = 'Y'
               PERFORM HITUNG-KOMPONEN
               COMPUTE NL-HASIL =
                   (NL-UTS * MK-BOBOT-UTS + NL-UAS * MK-BOBOT-UAS
                   + NL-RATA-TUGAS * MK-BOBOT-TUGAS
                   + NL-RATA-KUIS * MK-BOBOT-KUIS
                   + NL-RATA-PRAK * MK-BOBOT-PRAK) / 100
           ELSE
               COMPUTE NL-HASIL =
                   (NL-UTS * BOBOT-UTS + NL-UAS * BOBOT-UAS) / 100
           END-IF.
           IF NL-HASIL > BATAS-LULUS
               MOVE 'LULUS' TO NL-STATUS
           ELSE
           MOVE NPM-KEY TO AUDIT-NPM.
           MOVE 'NLOAD' TO AUDIT-SCREEN.
           PERFORM CATAT-AUDIT.
       CEK-BOBOT-MK.
           IF MK-BOBOT-UTS NUMERIC AND MK-BOBOT-UAS NUMERIC
               AND MK-BOBOT-TUGAS NUMERIC AND MK-BOBOT-KUIS NUMERIC
               AND MK-BOBOT-PRAK NUMERIC
               COMPUTE NL-BOBOT-TOTAL = MK-BOBOT-UTS + MK-BOBOT-UAS
                   + MK-BOBOT-TUGAS + MK-BOBOT-KUIS + MK-BOBOT-PRAK
               IF NL-BOBOT-TOTAL = 100
                   MOVE 'Y' TO WS-KMP-PAKAI-SW
               END-IF
           END-IF.
       HITUNG-KOMPONEN.
           MOVE 0 TO NL-JML-TUGAS NL-JML-KUIS NL-JML-PRAK.
           MOVE 0 TO NL-TOTAL-TUGAS NL-TOTAL-KUIS NL-TOTAL-PRAK.
           MOVE 0 TO NL-RATA-TUGAS NL-RATA-KUIS NL-RATA-PRAK.
           IF WS-KOMPONEN-STATUS NOT = '35'
               MOVE NL-NPM TO KMP-NPM
               MOVE NL-TERM TO KMP-TERM
               MOVE NL-MK TO KMP-MK
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
                           IF KMP-NPM = NL-NPM AND KMP-TERM = NL-TERM
                               AND KMP-MK = NL-MK
                               PERFORM HITUNG-SATU-KOMPONEN
                           ELSE
                               MOVE 'Y' TO WS-KMP-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF NL-JML-TUGAS > 0
               COMPUTE NL-RATA-TUGAS ROUNDED =
                   NL-TOTAL-TUGAS / NL-JML-TUGAS
           END-IF.
           IF NL-JML-KUIS > 0
               COMPUTE NL-RATA-KUIS ROUNDED =
                   NL-TOTAL-KUIS / NL-JML-KUIS
           END-IF.
           IF NL-JML-PRAK > 0
               COMPUTE NL-RATA-PRAK ROUNDED =
                   NL-TOTAL-PRAK / NL-JML-PRAK
           END-IF.
       HITUNG-SATU-KOMPONEN.
           IF KMP-JENIS = 'T'
               ADD 1 TO NL-JML-TUGAS
               ADD KMP-NILAI TO NL-TOTAL-TUGAS
           ELSE IF KMP-JENIS = 'K'
               ADD 1 TO NL-JML-KUIS
               ADD KMP-NILAI TO NL-TOTAL-KUIS
           ELSE IF KMP-JENIS = 'P'
               ADD 1 TO NL-JML-PRAK
               ADD KMP-NILAI TO NL-TOTAL-PRAK
           END-IF.
       SIMPAN-HISTORY.
           MOVE NPM-KEY TO HIS-NPM.
           MOVE NL-TERM TO HIS-TERM.
