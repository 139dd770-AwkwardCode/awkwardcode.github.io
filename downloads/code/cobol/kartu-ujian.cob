       IDENTIFICATION DIVISION.
       PROGRAM-ID. KARTU-UJIAN.
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
           SELECT JADWAL-FILE ASSIGN TO "JADWAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JDW-KEY
               FILE STATUS IS WS-JADWAL-STATUS.
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
           SELECT BAYAR-FILE ASSIGN TO "BAYAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BYR-KEY
               FILE STATUS IS WS-BAYAR-STATUS.
           SELECT PARAM-FILE ASSIGN TO "NILAI.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT LAPORAN-FILE ASSIGN TO "KARTU.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAPORAN-STATUS.
           SELECT RUN-FILE ASSIGN TO "RUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
           COPY "STUDENT.cpy".
       FD JADWAL-FILE.
           COPY "JADWAL.cpy".
       FD KRS-FILE.
           COPY "KRS.cpy".
       FD MATAKUL-FILE.
           COPY "MATAKUL.cpy".
       FD BAYAR-FILE.
           COPY "BAYAR.cpy".
       FD PARAM-FILE.
           COPY "NILAIPRM.cpy".
       FD LAPORAN-FILE.
       01 LAPORAN-LINE PIC X(80).
       FD RUN-FILE.
           COPY "RUNCTL.cpy".
       WORKING-STORAGE SECTION.
       01 WS-STUDENT-STATUS PIC XX.
       01 WS-JADWAL-STATUS PIC XX.
       01 WS-KRS-STATUS PIC XX.
       01 WS-MATAKUL-STATUS PIC XX.
       01 WS-BAYAR-STATUS PIC XX.
       01 WS-PARAM-STATUS PIC XX.
       01 WS-LAPORAN-STATUS PIC XX.
       01 WS-RUN-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
       01 WS-UJIAN-EOF-SW PIC X VALUE 'N'.
       01 WS-BAYAR-EOF-SW PIC X VALUE 'N'.
       01 WS-TAGIHAN-ADA-SW PIC X VALUE 'N'.
       01 WS-KARTU-SW PIC X VALUE 'N'.
       01 WS-TAHAN-SW PIC X VALUE 'N'.
       01 VAR-PILIH.
           02 KU-PARAM PIC X(20).
           02 KU-TERM PIC X(5).
           02 KU-JENIS PIC X(3).
           02 KU-KELAS PIC X(6).
           02 BAYAR-TINDAK PIC X.
       01 VAR-HITUNG.
           02 KU-JML-KARTU PIC 9(5) VALUE 0.
           02 KU-JML-DITAHAN PIC 9(5) VALUE 0.
           02 KU-JML-BELUM PIC 9(5) VALUE 0.
           02 KU-JML-UJIAN PIC 9(3).
           02 KU-TAGIHAN PIC 9(9)V99.
           02 KU-DIBAYAR PIC 9(9)V99.
       01 VAR-LAPORAN.
           02 KU-UJIAN-KELAS PIC X(6).
           02 KU-UJIAN-MK PIC X(6).
           02 KU-MK-NAMA PIC X(20).
       01 VAR-CETAK.
           02 CT-NO PIC ZZ9.
           02 CT-JML PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-KARTU.
           ACCEPT KU-PARAM FROM COMMAND-LINE.
           MOVE SPACES TO KU-TERM KU-JENIS KU-KELAS.
           UNSTRING KU-PARAM DELIMITED BY ALL ' '
               INTO KU-TERM KU-JENIS KU-KELAS.
           IF KU-TERM = SPACE OR KU-TERM NOT NUMERIC
               OR (KU-JENIS NOT = 'UTS' AND KU-JENIS NOT = 'UAS')
               DISPLAY 'PENGGUNAAN: kartu-ujian <TERM> <UTS|UAS>'
                   ' [KELAS]'
               DISPLAY '            (TERM 5 DIGIT, CONTOH 20261)'
               STOP RUN
           END-IF.
           OPEN INPUT JADWAL-FILE.
           IF WS-JADWAL-STATUS = '35'
               DISPLAY 'BELUM ADA DATA JADWAL UJIAN'
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = '35'
               DISPLAY 'BELUM ADA DATA SISWA'
               CLOSE JADWAL-FILE
               STOP RUN
           END-IF.
           OPEN INPUT KRS-FILE.
           OPEN INPUT MATAKUL-FILE.
           IF WS-MATAKUL-STATUS NOT = '00'
               AND WS-MATAKUL-STATUS NOT = '35'
               DISPLAY 'FILE MATAKUL.DAT TIDAK DAPAT DIBUKA, STATUS ',
                   WS-MATAKUL-STATUS
               DISPLAY 'BILA MASIH FORMAT LAMA, JALANKAN matakul-konv'
               IF WS-KRS-STATUS NOT = '35'
                   CLOSE KRS-FILE
               END-IF
               CLOSE STUDENT-FILE
               CLOSE JADWAL-FILE
               STOP RUN
           END-IF.
           OPEN INPUT BAYAR-FILE.
           PERFORM BACA-PARAM.
           OPEN OUTPUT LAPORAN-FILE.
           MOVE 'KARTU-UJIAN' TO RC-PROGRAM.
           MOVE 'MULAI' TO RC-STATUS.
           MOVE 0 TO RC-JML-1 RC-JML-2 RC-JML-3.
           PERFORM CATAT-RUN.
           IF KU-KELAS = SPACE
               MOVE LOW-VALUES TO KELAS-REC
           ELSE
               MOVE KU-KELAS TO KELAS-REC
           END-IF.
           START STUDENT-FILE KEY NOT < KELAS-REC
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF KU-KELAS NOT = SPACE
                           AND KELAS-REC NOT = KU-KELAS
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           IF STATUS-MHS-REC = 'AKTIF'
                               OR STATUS-MHS-REC = SPACE
                               PERFORM CETAK-KARTU
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           IF KU-JML-KARTU = 0
               MOVE 'TIDAK ADA KARTU UJIAN UNTUK TERM INI'
                   TO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
           ELSE
               MOVE SPACES TO LAPORAN-LINE
               MOVE KU-JML-KARTU TO CT-JML
               STRING 'JUMLAH KARTU UJIAN      : ' DELIMITED BY SIZE
                   CT-JML DELIMITED BY SIZE
                   INTO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
           END-IF.
           IF KU-JML-DITAHAN > 0
               MOVE SPACES TO LAPORAN-LINE
               MOVE KU-JML-DITAHAN TO CT-JML
               STRING 'KARTU DITAHAN (UKT)     : ' DELIMITED BY SIZE
                   CT-JML DELIMITED BY SIZE
                   INTO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
           END-IF.
           IF KU-JML-BELUM > 0
               MOVE SPACES TO LAPORAN-LINE
               MOVE KU-JML-BELUM TO CT-JML
               STRING 'UJIAN BELUM DIJADWALKAN : ' DELIMITED BY SIZE
                   CT-JML DELIMITED BY SIZE
                   INTO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
           END-IF.
           CLOSE LAPORAN-FILE.
           IF WS-BAYAR-STATUS NOT = '35'
               CLOSE BAYAR-FILE
           END-IF.
           IF WS-MATAKUL-STATUS NOT = '35'
               CLOSE MATAKUL-FILE
           END-IF.
           IF WS-KRS-STATUS NOT = '35'
               CLOSE KRS-FILE
           END-IF.
           CLOSE STUDENT-FILE.
           CLOSE JADWAL-FILE.
           MOVE 'SELESAI' TO RC-STATUS.
           MOVE KU-JML-KARTU TO RC-JML-1.
           MOVE KU-JML-DITAHAN TO RC-JML-2.
           MOVE KU-JML-BELUM TO RC-JML-3.
           PERFORM CATAT-RUN.
           DISPLAY 'KARTU UJIAN LENGKAP ADA DI KARTU.RPT'.
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
       BACA-PARAM.
           MOVE 'P' TO BAYAR-TINDAK.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS NOT = '35'
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-BAYAR-TINDAK = 'B'
                           MOVE 'B' TO BAYAR-TINDAK
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.
       CETAK-KARTU.
           MOVE 'N' TO WS-KARTU-SW.
           MOVE 'N' TO WS-TAHAN-SW.
           MOVE 0 TO KU-JML-UJIAN.
           MOVE 'N' TO WS-UJIAN-EOF-SW.
           IF WS-KRS-STATUS = '35'
               PERFORM UJIAN-DARI-KELAS
           ELSE
               PERFORM UJIAN-DARI-KRS
           END-IF.
       UJIAN-DARI-KRS.
           MOVE NPM-KEY TO KRS-NPM.
           MOVE KU-TERM TO KRS-TERM.
           MOVE SPACES TO KRS-MK.
           START KRS-FILE KEY NOT < KRS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-UJIAN-EOF-SW
           END-START.
           PERFORM UNTIL WS-UJIAN-EOF-SW = 'Y'
               READ KRS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-UJIAN-EOF-SW
                   NOT AT END
                       IF KRS-NPM NOT = NPM-KEY
                           OR KRS-TERM NOT = KU-TERM
                           MOVE 'Y' TO WS-UJIAN-EOF-SW
                       ELSE
                           IF KRS-STATUS = 'A'
                               MOVE KRS-KELAS TO KU-UJIAN-KELAS
                               MOVE KRS-MK TO KU-UJIAN-MK
                               PERFORM CARI-JADWAL-UJIAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       CARI-JADWAL-UJIAN.
           MOVE KU-TERM TO JDW-TERM.
           MOVE KU-JENIS TO JDW-JENIS.
           MOVE KU-UJIAN-KELAS TO JDW-KELAS.
           MOVE KU-UJIAN-MK TO JDW-MK.
           READ JADWAL-FILE
               INVALID KEY
                   MOVE 0 TO JDW-TGL JDW-SESI
                   MOVE SPACES TO JDW-RUANG
                   PERFORM CETAK-BARIS-UJIAN
               NOT INVALID KEY
                   PERFORM CETAK-BARIS-UJIAN
           END-READ.
       UJIAN-DARI-KELAS.
           MOVE KU-TERM TO JDW-TERM.
           MOVE KU-JENIS TO JDW-JENIS.
           MOVE KELAS-REC TO JDW-KELAS.
           MOVE SPACES TO JDW-MK.
           START JADWAL-FILE KEY NOT < JDW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-UJIAN-EOF-SW
           END-START.
           PERFORM UNTIL WS-UJIAN-EOF-SW = 'Y'
               READ JADWAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-UJIAN-EOF-SW
                   NOT AT END
                       IF JDW-TERM NOT = KU-TERM
                           OR JDW-JENIS NOT = KU-JENIS
                           OR JDW-KELAS NOT = KELAS-REC
                           MOVE 'Y' TO WS-UJIAN-EOF-SW
                       ELSE
                           MOVE JDW-KELAS TO KU-UJIAN-KELAS
                           MOVE JDW-MK TO KU-UJIAN-MK
                           PERFORM CETAK-BARIS-UJIAN
                       END-IF
               END-READ
           END-PERFORM.
       CETAK-BARIS-UJIAN.
           IF WS-KARTU-SW = 'N'
               PERFORM CETAK-JUDUL-KARTU
           END-IF.
           IF WS-TAHAN-SW = 'N'
               ADD 1 TO KU-JML-UJIAN
               PERFORM CARI-NAMA-MK
               MOVE KU-JML-UJIAN TO CT-NO
               MOVE SPACES TO LAPORAN-LINE
               IF JDW-RUANG = SPACE
                   ADD 1 TO KU-JML-BELUM
                   STRING CT-NO DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       KU-UJIAN-MK DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       KU-MK-NAMA DELIMITED BY SIZE
                       ' BELUM DIJADWALKAN' DELIMITED BY SIZE
                       INTO LAPORAN-LINE
               ELSE
                   STRING CT-NO DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       KU-UJIAN-MK DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       KU-MK-NAMA DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       JDW-TGL DELIMITED BY SIZE
                       '   ' DELIMITED BY SIZE
                       JDW-SESI DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       JDW-RUANG DELIMITED BY SIZE
                       INTO LAPORAN-LINE
               END-IF
               PERFORM TULIS-LAPORAN
           END-IF.
       CETAK-JUDUL-KARTU.
           MOVE 'Y' TO WS-KARTU-SW.
           ADD 1 TO KU-JML-KARTU.
           MOVE SPACES TO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           MOVE ALL '=' TO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           MOVE SPACES TO LAPORAN-LINE.
           STRING 'KARTU UJIAN ' DELIMITED BY SIZE
               KU-JENIS DELIMITED BY SIZE
               ' TERM ' DELIMITED BY SIZE
               KU-TERM DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           MOVE SPACES TO LAPORAN-LINE.
           STRING 'NPM : ' DELIMITED BY SIZE
               NPM-KEY DELIMITED BY SIZE
               '  NAMA : ' DELIMITED BY SIZE
               NAMA-REC DELIMITED BY SIZE
               '  KELAS : ' DELIMITED BY SIZE
               KELAS-REC DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           IF KU-JENIS = 'UAS' AND WS-BAYAR-STATUS NOT = '35'
               PERFORM HITUNG-BAYAR
               IF WS-TAGIHAN-ADA-SW = 'Y'
                   AND KU-DIBAYAR < KU-TAGIHAN
                   IF BAYAR-TINDAK = 'B'
                       MOVE 'Y' TO WS-TAHAN-SW
                       ADD 1 TO KU-JML-DITAHAN
                       MOVE 'KARTU DITAHAN: UKT TERM INI BELUM LUNAS'
                           TO LAPORAN-LINE
                   ELSE
                       MOVE 'CATATAN: UKT TERM INI BELUM LUNAS'
                           TO LAPORAN-LINE
                   END-IF
                   PERFORM TULIS-LAPORAN
               END-IF
           END-IF.
           IF WS-TAHAN-SW = 'N'
               MOVE SPACES TO LAPORAN-LINE
               STRING ' NO  KODE   MATA KULIAH          TANGGAL'
                   DELIMITED BY SIZE
                   '  SESI RUANG' DELIMITED BY SIZE
                   INTO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
           END-IF.
       CARI-NAMA-MK.
           MOVE SPACES TO KU-MK-NAMA.
           IF WS-MATAKUL-STATUS NOT = '35'
               MOVE KU-UJIAN-MK TO MK-KODE
               READ MATAKUL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MK-NAMA TO KU-MK-NAMA
               END-READ
           END-IF.
       HITUNG-BAYAR.
           MOVE 0 TO KU-TAGIHAN KU-DIBAYAR.
           MOVE 'N' TO WS-TAGIHAN-ADA-SW.
           MOVE NPM-KEY TO BYR-NPM.
           MOVE KU-TERM TO BYR-TERM.
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
                       IF BYR-NPM = NPM-KEY AND BYR-TERM = KU-TERM
                           IF BYR-JENIS = 'T'
                               MOVE 'Y' TO WS-TAGIHAN-ADA-SW
                               ADD BYR-JUMLAH TO KU-TAGIHAN
                           ELSE
                               ADD BYR-JUMLAH TO KU-DIBAYAR
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-BAYAR-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.
