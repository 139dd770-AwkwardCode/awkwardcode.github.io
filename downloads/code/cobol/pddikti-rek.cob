       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDDIKTI-REK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPON-FILE ASSIGN TO "PDDIKTI.RSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPON-STATUS.
           SELECT KONTROL-FILE ASSIGN TO "PDDIKTI.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KONTROL-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPM-KEY
               ALTERNATE RECORD KEY IS KELAS-REC
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT LAPORAN-FILE ASSIGN TO "PDDIKTI.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAPORAN-STATUS.
           SELECT RUN-FILE ASSIGN TO "RUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RESPON-FILE.
           COPY "PDRSP.cpy".
       FD KONTROL-FILE.
           COPY "PDCTL.cpy".
       FD STUDENT-FILE.
           COPY "STUDENT.cpy".
       FD LAPORAN-FILE.
       01 LAPORAN-LINE PIC X(80).
       FD RUN-FILE.
           COPY "RUNCTL.cpy".
       WORKING-STORAGE SECTION.
       01 WS-RESPON-STATUS PIC XX.
       01 WS-KONTROL-STATUS PIC XX.
       01 WS-STUDENT-STATUS PIC XX.
       01 WS-LAPORAN-STATUS PIC XX.
       01 WS-RUN-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
       01 WS-KONTROL-ADA-SW PIC X VALUE 'N'.
       01 VAR-PILIH.
           02 PR-PARAM PIC X(20).
           02 PR-TERM PIC X(5).
           02 PR-NAMA PIC X(20).
           02 PR-IDX PIC 9.
       01 VAR-HITUNG.
           02 PR-JML-BACA PIC 9(7) VALUE 0.
           02 PR-JML-TERM-LAIN PIC 9(7) VALUE 0.
           02 PR-JML-TOLAK PIC 9(7) VALUE 0.
           02 PR-JML-TANPA PIC 9(7) VALUE 0.
           02 PR-JML-JENIS-SALAH PIC 9(7) VALUE 0.
       01 VAR-JENIS-TABLE.
           02 JK-ENTRY OCCURS 3 TIMES.
               03 JK-JENIS PIC X(3).
               03 JK-KIRIM PIC 9(7).
               03 JK-JAWAB PIC 9(7).
               03 JK-TERIMA PIC 9(7).
               03 JK-TOLAK PIC 9(7).
       01 VAR-CETAK.
           02 CT-JML PIC ZZZZ9.
           02 CT-KIRIM PIC Z,ZZZ,ZZ9.
           02 CT-JAWAB PIC Z,ZZZ,ZZ9.
           02 CT-TERIMA PIC Z,ZZZ,ZZ9.
           02 CT-TOLAK PIC Z,ZZZ,ZZ9.
           02 CT-TANPA PIC Z,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-REKON.
           ACCEPT PR-PARAM FROM COMMAND-LINE.
           MOVE SPACES TO PR-TERM.
           UNSTRING PR-PARAM DELIMITED BY ALL ' '
               INTO PR-TERM.
           IF PR-TERM = SPACE OR PR-TERM NOT NUMERIC
               DISPLAY 'PENGGUNAAN: pddikti-rek <TERM>'
               DISPLAY '            (TERM 5 DIGIT, CONTOH 20261)'
               STOP RUN
           END-IF.
           OPEN INPUT RESPON-FILE.
           IF WS-RESPON-STATUS = '35'
               DISPLAY 'FILE RESPON PDDIKTI.RSP TIDAK ADA'
               STOP RUN
           END-IF.
           MOVE 'MHS' TO JK-JENIS(1).
           MOVE 'AKM' TO JK-JENIS(2).
           MOVE 'NIL' TO JK-JENIS(3).
           PERFORM NOL-JENIS
               VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > 3.
           PERFORM BACA-KONTROL.
           OPEN INPUT STUDENT-FILE.
           OPEN OUTPUT LAPORAN-FILE.
           MOVE 'PDDIKTI-REK' TO RC-PROGRAM.
           MOVE 'MULAI' TO RC-STATUS.
           MOVE 0 TO RC-JML-1 RC-JML-2 RC-JML-3.
           PERFORM CATAT-RUN.
           MOVE SPACES TO LAPORAN-LINE.
           STRING 'REKONSILIASI RESPON PDDIKTI TERM ' DELIMITED BY SIZE
               PR-TERM DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           MOVE SPACES TO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           MOVE 'BARIS DITOLAK' TO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           MOVE 'JNS NPM      NAMA                 KODE-MK    KODE-ERR'
               TO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ RESPON-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO PR-JML-BACA
                       IF PDR-TERM NOT = PR-TERM
                           ADD 1 TO PR-JML-TERM-LAIN
                       ELSE
                           PERFORM PROSES-RESPON
                       END-IF
               END-READ
           END-PERFORM.
           IF PR-JML-TOLAK = 0
               MOVE '     TIDAK ADA BARIS DITOLAK' TO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
           END-IF.
           PERFORM CETAK-RINGKASAN.
           CLOSE LAPORAN-FILE.
           IF WS-STUDENT-STATUS NOT = '35'
               CLOSE STUDENT-FILE
           END-IF.
           CLOSE RESPON-FILE.
           MOVE 'SELESAI' TO RC-STATUS.
           MOVE PR-JML-BACA TO RC-JML-1.
           MOVE PR-JML-TOLAK TO RC-JML-2.
           MOVE PR-JML-TANPA TO RC-JML-3.
           PERFORM CATAT-RUN.
           DISPLAY 'LAPORAN LENGKAP ADA DI PDDIKTI.RPT'.
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
       NOL-JENIS.
           MOVE 0 TO JK-KIRIM(PR-IDX) JK-JAWAB(PR-IDX).
           MOVE 0 TO JK-TERIMA(PR-IDX) JK-TOLAK(PR-IDX).
       BACA-KONTROL.
           OPEN INPUT KONTROL-FILE.
           IF WS-KONTROL-STATUS NOT = '35'
               READ KONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PDC-TERM = PR-TERM
                           MOVE 'Y' TO WS-KONTROL-ADA-SW
                           MOVE PDC-JML-MHS TO JK-KIRIM(1)
                           MOVE PDC-JML-AKM TO JK-KIRIM(2)
                           MOVE PDC-JML-NIL TO JK-KIRIM(3)
                       END-IF
               END-READ
               CLOSE KONTROL-FILE
           END-IF.
       PROSES-RESPON.
           IF PDR-JENIS = 'MHS'
               MOVE 1 TO PR-IDX
           ELSE IF PDR-JENIS = 'AKM'
               MOVE 2 TO PR-IDX
           ELSE IF PDR-JENIS = 'NIL'
               MOVE 3 TO PR-IDX
           ELSE
               MOVE 0 TO PR-IDX
           END-IF.
           IF PR-IDX = 0
               ADD 1 TO PR-JML-JENIS-SALAH
           ELSE
               ADD 1 TO JK-JAWAB(PR-IDX)
               IF PDR-HASIL = 'S'
                   ADD 1 TO JK-TERIMA(PR-IDX)
               ELSE
                   ADD 1 TO JK-TOLAK(PR-IDX)
                   ADD 1 TO PR-JML-TOLAK
                   PERFORM CETAK-TOLAK
               END-IF
           END-IF.
       CETAK-TOLAK.
           MOVE '(TIDAK TERDAFTAR)' TO PR-NAMA.
           IF WS-STUDENT-STATUS NOT = '35'
               MOVE PDR-NIM TO NPM-KEY
               READ STUDENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NAMA-REC TO PR-NAMA
               END-READ
           END-IF.
           MOVE SPACES TO LAPORAN-LINE.
           STRING PDR-JENIS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PDR-NIM(1:8) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PR-NAMA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PDR-KODE-MK DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PDR-KODE-ERR DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           MOVE SPACES TO LAPORAN-LINE.
           STRING '    ' DELIMITED BY SIZE
               PDR-PESAN DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
       CETAK-RINGKASAN.
           MOVE SPACES TO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           MOVE 'RINGKASAN' TO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           MOVE 'JNS   DIKIRIM    DIJAWAB   DITERIMA    DITOLAK'
               TO LAPORAN-LINE.
           IF WS-KONTROL-ADA-SW = 'Y'
               MOVE '  TANPA JAWAB' TO LAPORAN-LINE(47:13)
           END-IF.
           PERFORM TULIS-LAPORAN.
           PERFORM CETAK-SATU-JENIS
               VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > 3.
           IF WS-KONTROL-ADA-SW = 'N'
               MOVE SPACES TO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
               MOVE 'PDDIKTI.CTL TIDAK ADA ATAU BUKAN UNTUK TERM INI,'
                   TO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
               MOVE 'JUMLAH DIKIRIM TIDAK DAPAT DICOCOKKAN'
                   TO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
           END-IF.
           IF PR-JML-JENIS-SALAH > 0
               MOVE SPACES TO LAPORAN-LINE
               MOVE PR-JML-JENIS-SALAH TO CT-JML
               STRING 'BARIS RESPON JENIS TIDAK DIKENAL : '
                   DELIMITED BY SIZE
                   CT-JML DELIMITED BY SIZE
                   INTO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
           END-IF.
           IF PR-JML-TERM-LAIN > 0
               MOVE SPACES TO LAPORAN-LINE
               MOVE PR-JML-TERM-LAIN TO CT-JML
               STRING 'BARIS RESPON TERM LAIN (DILEWATI) : '
                   DELIMITED BY SIZE
                   CT-JML DELIMITED BY SIZE
                   INTO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
           END-IF.
           IF PR-JML-TOLAK > 0
               MOVE SPACES TO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
               MOVE SPACES TO LAPORAN-LINE
               STRING 'PERBAIKI DATA LALU JALANKAN pddikti-ext '
                   DELIMITED BY SIZE
                   PR-TERM DELIMITED BY SIZE
                   ' <KODE-PT> ULANG' DELIMITED BY SIZE
                   INTO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
           END-IF.
       CETAK-SATU-JENIS.
           MOVE JK-KIRIM(PR-IDX) TO CT-KIRIM.
           MOVE JK-JAWAB(PR-IDX) TO CT-JAWAB.
           MOVE JK-TERIMA(PR-IDX) TO CT-TERIMA.
           MOVE JK-TOLAK(PR-IDX) TO CT-TOLAK.
           MOVE SPACES TO LAPORAN-LINE.
           IF WS-KONTROL-ADA-SW = 'Y'
               IF JK-KIRIM(PR-IDX) > JK-JAWAB(PR-IDX)
                   COMPUTE PR-JML-TANPA =
                       PR-JML-TANPA + JK-KIRIM(PR-IDX)
                       - JK-JAWAB(PR-IDX)
                   COMPUTE CT-TANPA =
                       JK-KIRIM(PR-IDX) - JK-JAWAB(PR-IDX)
               ELSE
                   MOVE 0 TO CT-TANPA
               END-IF
               STRING JK-JENIS(PR-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CT-KIRIM DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   CT-JAWAB DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   CT-TERIMA DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   CT-TOLAK DELIMITED BY SIZE
                   '    ' DELIMITED BY SIZE
                   CT-TANPA DELIMITED BY SIZE
                   INTO LAPORAN-LINE
           ELSE
               STRING JK-JENIS(PR-IDX) DELIMITED BY SIZE
                   '         -  ' DELIMITED BY SIZE
                   CT-JAWAB DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   CT-TERIMA DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   CT-TOLAK DELIMITED BY SIZE
                   INTO LAPORAN-LINE
           END-IF.
           PERFORM TULIS-LAPORAN.
