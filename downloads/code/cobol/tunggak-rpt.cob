       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUNGGAK-RPT.
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
           SELECT LAPORAN-FILE ASSIGN TO "TUNGGAK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAPORAN-STATUS.
           SELECT RUN-FILE ASSIGN TO "RUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
           COPY "STUDENT.cpy".
       FD BAYAR-FILE.
           COPY "BAYAR.cpy".
       FD LAPORAN-FILE.
       01 LAPORAN-LINE PIC X(80).
       FD RUN-FILE.
           COPY "RUNCTL.cpy".
       WORKING-STORAGE SECTION.
       01 WS-STUDENT-STATUS PIC XX.
       01 WS-BAYAR-STATUS PIC XX.
       01 WS-LAPORAN-STATUS PIC XX.
       01 WS-RUN-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
       01 WS-BAYAR-EOF-SW PIC X VALUE 'N'.
       01 WS-TAGIHAN-ADA-SW PIC X VALUE 'N'.
       01 VAR-PILIH.
           02 TK-PARAM PIC X(20).
           02 TK-TERM PIC X(5).
           02 TK-KELAS PIC X(6).
       01 VAR-HITUNG.
           02 TK-JML-KELAS PIC 9(5) VALUE 0.
           02 TK-JML-TUNGGAK PIC 9(5) VALUE 0.
           02 TK-JML-TANPA PIC 9(5) VALUE 0.
           02 TK-TUNGGAK-KELAS PIC 9(5) VALUE 0.
           02 TK-TAGIHAN PIC 9(9)V99.
           02 TK-DIBAYAR PIC 9(9)V99.
           02 TK-SISA PIC 9(9)V99.
           02 TK-SISA-KELAS PIC 9(11)V99 VALUE 0.
           02 TK-SISA-TOTAL PIC 9(11)V99 VALUE 0.
       01 VAR-LAPORAN.
           02 TK-KELAS-AKTIF PIC X(6).
       01 VAR-CETAK.
           02 CT-NO PIC ZZ9.
           02 CT-JML PIC ZZZZ9.
           02 CT-TAGIHAN PIC ZZZ,ZZZ,ZZ9.
           02 CT-DIBAYAR PIC ZZZ,ZZZ,ZZ9.
           02 CT-SISA PIC ZZZ,ZZZ,ZZ9.
           02 CT-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-TUNGGAK.
           ACCEPT TK-PARAM FROM COMMAND-LINE.
           MOVE SPACES TO TK-TERM TK-KELAS.
           UNSTRING TK-PARAM DELIMITED BY ALL ' '
               INTO TK-TERM TK-KELAS.
           IF TK-TERM = SPACE OR TK-TERM NOT NUMERIC
               DISPLAY 'PENGGUNAAN: tunggak-rpt <TERM> [KELAS]'
               DISPLAY '            (TERM 5 DIGIT, CONTOH 20261)'
               STOP RUN
           END-IF.
           OPEN INPUT BAYAR-FILE.
           IF WS-BAYAR-STATUS = '35'
               DISPLAY 'BELUM ADA DATA TAGIHAN/PEMBAYARAN'
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = '35'
               DISPLAY 'BELUM ADA DATA SISWA'
               CLOSE BAYAR-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT LAPORAN-FILE.
           MOVE 'TUNGGAK-RPT' TO RC-PROGRAM.
           MOVE 'MULAI' TO RC-STATUS.
           MOVE 0 TO RC-JML-1 RC-JML-2 RC-JML-3.
           PERFORM CATAT-RUN.
           MOVE SPACES TO LAPORAN-LINE.
           STRING 'TUNGGAKAN UKT PER KELAS TERM ' DELIMITED BY SIZE
               TK-TERM DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           MOVE SPACES TO TK-KELAS-AKTIF.
           IF TK-KELAS = SPACE
               MOVE LOW-VALUES TO KELAS-REC
           ELSE
               MOVE TK-KELAS TO KELAS-REC
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
                       IF TK-KELAS NOT = SPACE
                           AND KELAS-REC NOT = TK-KELAS
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           IF STATUS-MHS-REC = 'AKTIF'
                               OR STATUS-MHS-REC = SPACE
                               PERFORM CEK-SISWA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF TK-KELAS-AKTIF NOT = SPACE
               PERFORM CETAK-TOTAL-KELAS
           END-IF.
           MOVE SPACES TO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           IF TK-JML-TUNGGAK = 0
               MOVE 'TIDAK ADA TUNGGAKAN UKT UNTUK TERM INI'
                   TO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
           ELSE
               MOVE SPACES TO LAPORAN-LINE
               MOVE TK-JML-KELAS TO CT-JML
               STRING 'JUMLAH KELAS          : ' DELIMITED BY SIZE
                   CT-JML DELIMITED BY SIZE
                   INTO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
               MOVE SPACES TO LAPORAN-LINE
               MOVE TK-JML-TUNGGAK TO CT-JML
               STRING 'MAHASISWA MENUNGGAK   : ' DELIMITED BY SIZE
                   CT-JML DELIMITED BY SIZE
                   INTO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
               MOVE SPACES TO LAPORAN-LINE
               MOVE TK-SISA-TOTAL TO CT-TOTAL
               STRING 'TOTAL TUNGGAKAN       : ' DELIMITED BY SIZE
                   CT-TOTAL DELIMITED BY SIZE
                   INTO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
           END-IF.
           IF TK-JML-TANPA > 0
               MOVE SPACES TO LAPORAN-LINE
               MOVE TK-JML-TANPA TO CT-JML
               STRING 'MAHASISWA AKTIF TANPA TAGIHAN : '
                   DELIMITED BY SIZE
                   CT-JML DELIMITED BY SIZE
                   INTO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
           END-IF.
           CLOSE LAPORAN-FILE.
           CLOSE STUDENT-FILE.
           CLOSE BAYAR-FILE.
           MOVE 'SELESAI' TO RC-STATUS.
           MOVE TK-JML-TUNGGAK TO RC-JML-1.
           MOVE TK-JML-TANPA TO RC-JML-2.
           MOVE TK-JML-KELAS TO RC-JML-3.
           PERFORM CATAT-RUN.
           DISPLAY 'LAPORAN LENGKAP ADA DI TUNGGAK.RPT'.
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
       CEK-SISWA.
           PERFORM HITUNG-BAYAR.
           IF WS-TAGIHAN-ADA-SW = 'N'
               ADD 1 TO TK-JML-TANPA
           ELSE IF TK-DIBAYAR < TK-TAGIHAN
               PERFORM CETAK-TUNGGAKAN
           END-IF.
       HITUNG-BAYAR.
           MOVE 0 TO TK-TAGIHAN TK-DIBAYAR.
           MOVE 'N' TO WS-TAGIHAN-ADA-SW.
           MOVE NPM-KEY TO BYR-NPM.
           MOVE TK-TERM TO BYR-TERM.
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
                       IF BYR-NPM = NPM-KEY AND BYR-TERM = TK-TERM
                           IF BYR-JENIS = 'T'
                               MOVE 'Y' TO WS-TAGIHAN-ADA-SW
                               ADD BYR-JUMLAH TO TK-TAGIHAN
                           ELSE
                               ADD BYR-JUMLAH TO TK-DIBAYAR
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-BAYAR-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.
       CETAK-TUNGGAKAN.
           IF KELAS-REC NOT = TK-KELAS-AKTIF
               IF TK-KELAS-AKTIF NOT = SPACE
                   PERFORM CETAK-TOTAL-KELAS
               END-IF
               MOVE KELAS-REC TO TK-KELAS-AKTIF
               MOVE 0 TO TK-TUNGGAK-KELAS TK-SISA-KELAS
               ADD 1 TO TK-JML-KELAS
               PERFORM CETAK-JUDUL-KELAS
           END-IF.
           COMPUTE TK-SISA = TK-TAGIHAN - TK-DIBAYAR.
           ADD 1 TO TK-TUNGGAK-KELAS.
           ADD 1 TO TK-JML-TUNGGAK.
           ADD TK-SISA TO TK-SISA-KELAS.
           ADD TK-SISA TO TK-SISA-TOTAL.
           MOVE TK-TUNGGAK-KELAS TO CT-NO.
           MOVE TK-TAGIHAN TO CT-TAGIHAN.
           MOVE TK-DIBAYAR TO CT-DIBAYAR.
           MOVE TK-SISA TO CT-SISA.
           MOVE SPACES TO LAPORAN-LINE.
           STRING CT-NO DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               NPM-KEY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               NAMA-REC DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CT-TAGIHAN DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CT-DIBAYAR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CT-SISA DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
       CETAK-JUDUL-KELAS.
           MOVE SPACES TO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           MOVE SPACES TO LAPORAN-LINE.
           STRING 'KELAS ' DELIMITED BY SIZE
               KELAS-REC DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           MOVE SPACES TO LAPORAN-LINE.
           STRING ' NO  NPM      NAMA                     TAGIHAN'
               DELIMITED BY SIZE
               '     DIBAYAR        SISA' DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
       CETAK-TOTAL-KELAS.
           MOVE SPACES TO LAPORAN-LINE.
           MOVE TK-TUNGGAK-KELAS TO CT-JML.
           MOVE TK-SISA-KELAS TO CT-TOTAL.
           STRING '     MENUNGGAK ' DELIMITED BY SIZE
               CT-JML DELIMITED BY SIZE
               '  TOTAL SISA ' DELIMITED BY SIZE
               CT-TOTAL DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
