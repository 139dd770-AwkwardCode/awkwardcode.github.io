       IDENTIFICATION DIVISION.
       PROGRAM-ID. JADWAL-CEK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JADWAL-FILE ASSIGN TO "JADWAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JDW-KEY
               FILE STATUS IS WS-JADWAL-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPM-KEY
               ALTERNATE RECORD KEY IS KELAS-REC
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT LAPORAN-FILE ASSIGN TO "JADWAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAPORAN-STATUS.
           SELECT RUN-FILE ASSIGN TO "RUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD JADWAL-FILE.
           COPY "JADWAL.cpy".
       FD STUDENT-FILE.
           COPY "STUDENT.cpy".
       FD LAPORAN-FILE.
       01 LAPORAN-LINE PIC X(80).
       FD RUN-FILE.
           COPY "RUNCTL.cpy".
       WORKING-STORAGE SECTION.
       01 WS-JADWAL-STATUS PIC XX.
       01 WS-STUDENT-STATUS PIC XX.
       01 WS-LAPORAN-STATUS PIC XX.
       01 WS-RUN-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
       01 WS-SISWA-EOF-SW PIC X VALUE 'N'.
       01 VAR-PILIH.
           02 JC-PARAM PIC X(20).
           02 JC-TERM PIC X(5).
           02 JC-JENIS PIC X(3).
       01 VAR-HITUNG.
           02 JC-JML-BENTROK-RUANG PIC 9(5) VALUE 0.
           02 JC-JML-BENTROK-KELAS PIC 9(5) VALUE 0.
           02 JC-JML-KAPASITAS PIC 9(5) VALUE 0.
           02 JC-JML-LEWAT PIC 9(5) VALUE 0.
           02 JC-PESERTA PIC 9(5).
       01 VAR-LAPORAN.
           02 JC-LABEL PIC X(12).
       01 VAR-JADWAL-TABLE.
           02 JT-JML PIC 9(3) VALUE 0.
           02 JT-IDX PIC 9(3).
           02 JT-IDX2 PIC 9(3).
           02 JT-AWAL PIC 9(3).
           02 JT-ENTRY OCCURS 500 TIMES.
               03 JT-JENIS PIC X(3).
               03 JT-KELAS PIC X(6).
               03 JT-MK PIC X(6).
               03 JT-TGL PIC 9(8).
               03 JT-SESI PIC 9.
               03 JT-RUANG PIC X(6).
               03 JT-KAPASITAS PIC 9(3).
       01 VAR-KELAS-TABLE.
           02 KH-JML PIC 9(3) VALUE 0.
           02 KH-IDX PIC 9(3).
           02 KH-KETEMU PIC 9(3).
           02 KH-ENTRY OCCURS 100 TIMES.
               03 KH-KELAS PIC X(6).
               03 KH-PESERTA PIC 9(5).
       01 VAR-CETAK.
           02 CT-JML PIC ZZZZ9.
           02 CT-KAPASITAS PIC ZZ9.
           02 CT-PESERTA PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-JADWAL.
           ACCEPT JC-PARAM FROM COMMAND-LINE.
           MOVE SPACES TO JC-TERM JC-JENIS.
           UNSTRING JC-PARAM DELIMITED BY ALL ' '
               INTO JC-TERM JC-JENIS.
           IF JC-TERM = SPACE OR JC-TERM NOT NUMERIC
               OR (JC-JENIS NOT = SPACE AND JC-JENIS NOT = 'UTS'
                   AND JC-JENIS NOT = 'UAS')
               DISPLAY 'PENGGUNAAN: jadwal-cek <TERM> [UTS|UAS]'
               DISPLAY '            (TERM 5 DIGIT, CONTOH 20261)'
               STOP RUN
           END-IF.
           OPEN INPUT JADWAL-FILE.
           IF WS-JADWAL-STATUS = '35'
               DISPLAY 'BELUM ADA DATA JADWAL UJIAN'
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-FILE.
           OPEN OUTPUT LAPORAN-FILE.
           MOVE 'JADWAL-CEK' TO RC-PROGRAM.
           MOVE 'MULAI' TO RC-STATUS.
           MOVE 0 TO RC-JML-1 RC-JML-2 RC-JML-3.
           PERFORM CATAT-RUN.
           MOVE SPACES TO LAPORAN-LINE.
           STRING 'PEMERIKSAAN JADWAL UJIAN TERM ' DELIMITED BY SIZE
               JC-TERM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               JC-JENIS DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           PERFORM MUAT-JADWAL.
           IF JT-JML = 0
               MOVE SPACES TO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
               MOVE 'TIDAK ADA JADWAL UJIAN UNTUK TERM INI'
                   TO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
           ELSE
               PERFORM PERIKSA-BENTROK
               PERFORM PERIKSA-KAPASITAS
               PERFORM CETAK-RINGKASAN
           END-IF.
           CLOSE LAPORAN-FILE.
           IF WS-STUDENT-STATUS NOT = '35'
               CLOSE STUDENT-FILE
           END-IF.
           CLOSE JADWAL-FILE.
           MOVE 'SELESAI' TO RC-STATUS.
           MOVE JC-JML-BENTROK-RUANG TO RC-JML-1.
           MOVE JC-JML-BENTROK-KELAS TO RC-JML-2.
           MOVE JC-JML-KAPASITAS TO RC-JML-3.
           PERFORM CATAT-RUN.
           DISPLAY 'LAPORAN LENGKAP ADA DI JADWAL.RPT'.
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
       MUAT-JADWAL.
           MOVE JC-TERM TO JDW-TERM.
           MOVE JC-JENIS TO JDW-JENIS.
           MOVE SPACES TO JDW-KELAS JDW-MK.
           START JADWAL-FILE KEY NOT < JDW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ JADWAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF JDW-TERM NOT = JC-TERM
                           OR (JC-JENIS NOT = SPACE
                               AND JDW-JENIS NOT = JC-JENIS)
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           PERFORM SIMPAN-JADWAL-TABLE
                       END-IF
               END-READ
           END-PERFORM.
       SIMPAN-JADWAL-TABLE.
           IF JT-JML < 500
               ADD 1 TO JT-JML
               MOVE JDW-JENIS TO JT-JENIS(JT-JML)
               MOVE JDW-KELAS TO JT-KELAS(JT-JML)
               MOVE JDW-MK TO JT-MK(JT-JML)
               MOVE JDW-TGL TO JT-TGL(JT-JML)
               MOVE JDW-SESI TO JT-SESI(JT-JML)
               MOVE JDW-RUANG TO JT-RUANG(JT-JML)
               MOVE JDW-KAPASITAS TO JT-KAPASITAS(JT-JML)
           ELSE
               ADD 1 TO JC-JML-LEWAT
           END-IF.
       PERIKSA-BENTROK.
           MOVE SPACES TO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           MOVE 'BENTROK RUANG DAN KELAS' TO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           PERFORM BANDING-JADWAL
               VARYING JT-IDX FROM 1 BY 1
               UNTIL JT-IDX > JT-JML.
           IF JC-JML-BENTROK-RUANG = 0 AND JC-JML-BENTROK-KELAS = 0
               MOVE '     TIDAK ADA BENTROK' TO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
           END-IF.
       BANDING-JADWAL.
           COMPUTE JT-AWAL = JT-IDX + 1.
           PERFORM BANDING-PASANGAN
               VARYING JT-IDX2 FROM JT-AWAL BY 1
               UNTIL JT-IDX2 > JT-JML.
       BANDING-PASANGAN.
           IF JT-TGL(JT-IDX) = JT-TGL(JT-IDX2)
               AND JT-SESI(JT-IDX) = JT-SESI(JT-IDX2)
               IF JT-RUANG(JT-IDX) = JT-RUANG(JT-IDX2)
                   ADD 1 TO JC-JML-BENTROK-RUANG
                   MOVE SPACES TO JC-LABEL
                   STRING 'RUANG ' DELIMITED BY SIZE
                       JT-RUANG(JT-IDX) DELIMITED BY SIZE
                       INTO JC-LABEL
                   PERFORM CETAK-PASANGAN
               END-IF
               IF JT-KELAS(JT-IDX) = JT-KELAS(JT-IDX2)
                   ADD 1 TO JC-JML-BENTROK-KELAS
                   MOVE SPACES TO JC-LABEL
                   STRING 'KELAS ' DELIMITED BY SIZE
                       JT-KELAS(JT-IDX) DELIMITED BY SIZE
                       INTO JC-LABEL
                   PERFORM CETAK-PASANGAN
               END-IF
           END-IF.
       CETAK-PASANGAN.
           MOVE SPACES TO LAPORAN-LINE.
           STRING JC-LABEL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               JT-TGL(JT-IDX) DELIMITED BY SIZE
               ' SESI ' DELIMITED BY SIZE
               JT-SESI(JT-IDX) DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               JT-JENIS(JT-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               JT-KELAS(JT-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               JT-MK(JT-IDX) DELIMITED BY SIZE
               ' / ' DELIMITED BY SIZE
               JT-JENIS(JT-IDX2) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               JT-KELAS(JT-IDX2) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               JT-MK(JT-IDX2) DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
       PERIKSA-KAPASITAS.
           MOVE SPACES TO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           MOVE 'RUANG TIDAK CUKUP UNTUK JUMLAH MAHASISWA KELAS'
               TO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           IF WS-STUDENT-STATUS = '35'
               MOVE '     BELUM ADA DATA SISWA, KAPASITAS TIDAK DICEK'
                   TO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
           ELSE
               PERFORM CEK-KAPASITAS
                   VARYING JT-IDX FROM 1 BY 1
                   UNTIL JT-IDX > JT-JML
               IF JC-JML-KAPASITAS = 0
                   MOVE '     SEMUA RUANG CUKUP' TO LAPORAN-LINE
                   PERFORM TULIS-LAPORAN
               END-IF
           END-IF.
       CEK-KAPASITAS.
           PERFORM CARI-PESERTA-KELAS.
           IF JC-PESERTA > JT-KAPASITAS(JT-IDX)
               ADD 1 TO JC-JML-KAPASITAS
               MOVE JT-KAPASITAS(JT-IDX) TO CT-KAPASITAS
               MOVE JC-PESERTA TO CT-PESERTA
               MOVE SPACES TO LAPORAN-LINE
               STRING 'RUANG ' DELIMITED BY SIZE
                   JT-RUANG(JT-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   JT-TGL(JT-IDX) DELIMITED BY SIZE
                   ' SESI ' DELIMITED BY SIZE
                   JT-SESI(JT-IDX) DELIMITED BY SIZE
                   ': ' DELIMITED BY SIZE
                   JT-JENIS(JT-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   JT-KELAS(JT-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   JT-MK(JT-IDX) DELIMITED BY SIZE
                   ' KAPASITAS ' DELIMITED BY SIZE
                   CT-KAPASITAS DELIMITED BY SIZE
                   ' PESERTA ' DELIMITED BY SIZE
                   CT-PESERTA DELIMITED BY SIZE
                   INTO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
           END-IF.
       CARI-PESERTA-KELAS.
           MOVE 0 TO KH-KETEMU.
           PERFORM CARI-KELAS-TABLE
               VARYING KH-IDX FROM 1 BY 1
               UNTIL KH-IDX > KH-JML OR KH-KETEMU > 0.
           IF KH-KETEMU > 0
               MOVE KH-PESERTA(KH-KETEMU) TO JC-PESERTA
           ELSE
               PERFORM HITUNG-PESERTA-KELAS
               IF KH-JML < 100
                   ADD 1 TO KH-JML
                   MOVE JT-KELAS(JT-IDX) TO KH-KELAS(KH-JML)
                   MOVE JC-PESERTA TO KH-PESERTA(KH-JML)
               END-IF
           END-IF.
       CARI-KELAS-TABLE.
           IF KH-KELAS(KH-IDX) = JT-KELAS(JT-IDX)
               MOVE KH-IDX TO KH-KETEMU
           END-IF.
       HITUNG-PESERTA-KELAS.
           MOVE 0 TO JC-PESERTA.
           MOVE JT-KELAS(JT-IDX) TO KELAS-REC.
           MOVE 'N' TO WS-SISWA-EOF-SW.
           START STUDENT-FILE KEY NOT < KELAS-REC
               INVALID KEY
                   MOVE 'Y' TO WS-SISWA-EOF-SW
           END-START.
           PERFORM UNTIL WS-SISWA-EOF-SW = 'Y'
               READ STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SISWA-EOF-SW
                   NOT AT END
                       IF KELAS-REC NOT = JT-KELAS(JT-IDX)
                           MOVE 'Y' TO WS-SISWA-EOF-SW
                       ELSE
                           IF STATUS-MHS-REC = 'AKTIF'
                               OR STATUS-MHS-REC = SPACE
                               ADD 1 TO JC-PESERTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       CETAK-RINGKASAN.
           MOVE SPACES TO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           MOVE SPACES TO LAPORAN-LINE.
           MOVE JT-JML TO CT-JML.
           STRING 'JUMLAH JADWAL DIPERIKSA : ' DELIMITED BY SIZE
               CT-JML DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           MOVE SPACES TO LAPORAN-LINE.
           MOVE JC-JML-BENTROK-RUANG TO CT-JML.
           STRING 'BENTROK RUANG           : ' DELIMITED BY SIZE
               CT-JML DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           MOVE SPACES TO LAPORAN-LINE.
           MOVE JC-JML-BENTROK-KELAS TO CT-JML.
           STRING 'BENTROK KELAS           : ' DELIMITED BY SIZE
               CT-JML DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           MOVE SPACES TO LAPORAN-LINE.
           MOVE JC-JML-KAPASITAS TO CT-JML.
           STRING 'RUANG TIDAK CUKUP       : ' DELIMITED BY SIZE
               CT-JML DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           PERFORM TULIS-LAPORAN.
           IF JC-JML-LEWAT > 0
               MOVE SPACES TO LAPORAN-LINE
               MOVE JC-JML-LEWAT TO CT-JML
               STRING 'JADWAL TIDAK DIPERIKSA (LEBIH DARI 500) : '
                   DELIMITED BY SIZE
                   CT-JML DELIMITED BY SIZE
                   INTO LAPORAN-LINE
               PERFORM TULIS-LAPORAN
           END-IF.
