       IDENTIFICATION DIVISION.
       PROGRAM-ID. YUDISIUM.
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
           SELECT HISTORY-FILE ASSIGN TO "NILAI-HIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT MATAKUL-FILE ASSIGN TO "MATAKUL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-KODE
               FILE STATUS IS WS-MATAKUL-STATUS.
           SELECT KELAS-FILE ASSIGN TO "KELAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KLS-KODE
               FILE STATUS IS WS-KELAS-STATUS.
           SELECT KURIKULUM-FILE ASSIGN TO "KURIKULUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUR-KEY
               FILE STATUS IS WS-KURIKULUM-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT LAPORAN-FILE ASSIGN TO "YUDISIUM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAPORAN-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RUN-FILE ASSIGN TO "RUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
           COPY "STUDENT.cpy".
       FD HISTORY-FILE.
           COPY "NILAIHIS.cpy".
       FD MATAKUL-FILE.
           COPY "MATAKUL.cpy".
       FD KELAS-FILE.
           COPY "KELAS.cpy".
       FD KURIKULUM-FILE.
           COPY "KURIKULUM.cpy".
       FD OPERATOR-FILE.
           COPY "OPERATOR.cpy".
       FD LAPORAN-FILE.
       01 LAPORAN-LINE PIC X(80).
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
       WORKING-STORAGE SECTION.
       01 WS-STUDENT-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-MATAKUL-STATUS PIC XX.
       01 WS-KELAS-STATUS PIC XX.
       01 WS-KURIKULUM-STATUS PIC XX.
       01 WS-OPERATOR-STATUS PIC XX.
       01 WS-LAPORAN-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-RUN-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
       01 WS-HIS-EOF-SW PIC X VALUE 'N'.
       01 WS-KUR-EOF-SW PIC X VALUE 'N'.
       01 WS-ADMIN-VALID-SW PIC X VALUE 'N'.
       01 WS-CETAK-SW PIC X VALUE 'N'.
       01 WS-FOUND-SW PIC X VALUE 'N'.
       01 VAR-PILIH.
           02 YD-PARAM PIC X(100).
           02 YD-AKSI PIC X(8).
           02 YD-ADMIN PIC X(8).
           02 YD-ARG-AWAL PIC 9(2).
           02 YD-IDX PIC 9(2).
           02 YD-ARG PIC X(8) OCCURS 9 TIMES.
       01 VAR-HITUNG.
           02 YD-JML-DIPERIKSA PIC 9(5) VALUE 0.
           02 YD-JML-CALON PIC 9(5) VALUE 0.
           02 YD-JML-BELUM PIC 9(5) VALUE 0.
           02 YD-JML-DITETAPKAN PIC 9(5) VALUE 0.
           02 YD-JML-LEBIH PIC 9(5) VALUE 0.
       01 VAR-SISWA.
           02 YD-PRODI PIC X(5).
           02 YD-PRODI-MUAT PIC X(5) VALUE HIGH-VALUES.
           02 YD-KUR-ADA PIC X VALUE 'N'.
           02 YD-MIN-SKS PIC 9(3) VALUE 0.
           02 YD-SKS PIC 9.
           02 YD-MUTU PIC 9.
           02 YD-SKS-KUM PIC 9(3).
           02 YD-MUTU-KUM PIC 9(4).
           02 YD-SKS-LULUS PIC 9(3).
           02 YD-IPK PIC 9V99.
           02 YD-JML-KURANG PIC 9(3).
           02 YD-CARI-MK PIC X(6).
           02 YD-KET PIC X(10).
           02 YD-TANGGAL PIC X(8).
           02 YD-BARIS PIC X(80).
       01 VAR-KURIKULUM.
           02 KW-JML PIC 9(3).
           02 KW-IDX PIC 9(3).
           02 KW-ENTRY OCCURS 100 TIMES.
               03 KW-MK PIC X(6).
               03 KW-NAMA PIC X(20).
       01 VAR-MK-TABLE.
           02 MT-JML PIC 9(3).
           02 MT-IDX PIC 9(3).
           02 MT-KETEMU PIC 9(3).
           02 MT-ENTRY OCCURS 100 TIMES.
               03 MT-KODE PIC X(6).
               03 MT-NAMA PIC X(20).
               03 MT-SKS PIC 9.
               03 MT-MUTU PIC 9.
               03 MT-STATUS PIC X(5).
               03 MT-TERM PIC X(5).
               03 MT-WAJIB PIC X.
       01 VAR-CALON.
           02 CL-JML PIC 9(3).
           02 CL-IDX PIC 9(3).
           02 CL-ENTRY OCCURS 500 TIMES.
               03 CL-NPM PIC X(8).
               03 CL-NAMA PIC X(20).
               03 CL-KELAS PIC X(6).
               03 CL-PRODI PIC X(5).
               03 CL-SKS PIC 9(3).
               03 CL-IPK PIC 9V99.
               03 CL-KET PIC X(10).
       01 VAR-CETAK.
           02 CT-SKS PIC ZZ9.
           02 CT-MIN PIC ZZ9.
           02 CT-IPK PIC 9.99.
           02 CT-JML PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-YUDISIUM.
           ACCEPT YD-PARAM FROM COMMAND-LINE.
           MOVE SPACES TO YD-AKSI YD-ADMIN.
           PERFORM KOSONGKAN-ARG
               VARYING YD-IDX FROM 1 BY 1
               UNTIL YD-IDX > 9.
           UNSTRING YD-PARAM DELIMITED BY ALL ' '
               INTO YD-AKSI YD-ARG(1) YD-ARG(2) YD-ARG(3) YD-ARG(4)
               YD-ARG(5) YD-ARG(6) YD-ARG(7) YD-ARG(8) YD-ARG(9).
           IF YD-AKSI = 'TETAPKAN'
               MOVE YD-ARG(1) TO YD-ADMIN
               MOVE 2 TO YD-ARG-AWAL
           ELSE
               MOVE 1 TO YD-ARG-AWAL
           END-IF.
           IF (YD-AKSI NOT = 'PERIKSA' AND YD-AKSI NOT = 'TETAPKAN')
               OR (YD-AKSI = 'TETAPKAN' AND YD-ADMIN = SPACE)
               DISPLAY 'PENGGUNAAN: yudisium PERIKSA [NPM ...]'
               DISPLAY '            yudisium TETAPKAN <ID> [NPM ...]'
               DISPLAY '            (ID = ID OPERATOR ROLE A,'
               DISPLAY '             TANPA NPM = SEMUA MAHASISWA AKTIF)'
               STOP RUN
           END-IF.
           IF YD-AKSI = 'TETAPKAN'
               PERFORM CEK-ADMIN
               IF WS-ADMIN-VALID-SW = 'N'
                   DISPLAY 'ID ADMIN TIDAK DIKENAL, TIDAK AKTIF'
                       ' ATAU BUKAN ROLE A'
                   STOP RUN
               END-IF
               OPEN I-O STUDENT-FILE
           ELSE
               OPEN INPUT STUDENT-FILE
           END-IF.
           IF WS-STUDENT-STATUS = '35'
               DISPLAY 'BELUM ADA DATA SISWA'
               STOP RUN
           END-IF.
           OPEN INPUT KURIKULUM-FILE.
           IF WS-KURIKULUM-STATUS = '35'
               DISPLAY 'KURIKULUM BELUM ADA, JALANKAN kur-load DULU'
               CLOSE STUDENT-FILE
               STOP RUN
           END-IF.
           OPEN INPUT KELAS-FILE.
           IF WS-KELAS-STATUS NOT = '00'
               AND WS-KELAS-STATUS NOT = '35'
               DISPLAY 'FILE KELAS.DAT TIDAK DAPAT DIBUKA, STATUS ',
                   WS-KELAS-STATUS
               DISPLAY 'BILA MASIH FORMAT LAMA, JALANKAN kelas-konv'
               CLOSE KURIKULUM-FILE
               CLOSE STUDENT-FILE
               STOP RUN
           END-IF.
           IF WS-KELAS-STATUS = '35'
               DISPLAY 'MASTER KELAS BELUM ADA,'
                   ' PRODI TIDAK DAPAT DITENTUKAN'
               CLOSE KURIKULUM-FILE
               CLOSE STUDENT-FILE
               STOP RUN
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = '35'
               DISPLAY 'BELUM ADA RIWAYAT NILAI'
               CLOSE KELAS-FILE
               CLOSE KURIKULUM-FILE
               CLOSE STUDENT-FILE
               STOP RUN
           END-IF.
           OPEN INPUT MATAKUL-FILE.
           IF WS-MATAKUL-STATUS NOT = '00'
               AND WS-MATAKUL-STATUS NOT = '35'
               DISPLAY 'FILE MATAKUL.DAT TIDAK DAPAT DIBUKA, STATUS ',
                   WS-MATAKUL-STATUS
               DISPLAY 'BILA MASIH FORMAT LAMA, JALANKAN matakul-konv'
               CLOSE HISTORY-FILE
               CLOSE KELAS-FILE
               CLOSE KURIKULUM-FILE
               CLOSE STUDENT-FILE
               STOP RUN
           END-IF.
           IF WS-MATAKUL-STATUS = '35'
               DISPLAY 'MASTER MATA KULIAH BELUM ADA,'
                   ' SKS TIDAK DAPAT DIHITUNG'
               CLOSE HISTORY-FILE
               CLOSE KELAS-FILE
               CLOSE KURIKULUM-FILE
               CLOSE STUDENT-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT LAPORAN-FILE.
           MOVE 'YUDISIUM' TO RC-PROGRAM.
           MOVE 'MULAI' TO RC-STATUS.
           MOVE 0 TO RC-JML-1 RC-JML-2 RC-JML-3.
           PERFORM CATAT-RUN.
           MOVE 0 TO CL-JML.
           PERFORM CETAK-JUDUL.
           IF YD-ARG(YD-ARG-AWAL) = SPACE
               PERFORM PERIKSA-SEMUA
           ELSE
               PERFORM PERIKSA-ARG
                   VARYING YD-IDX FROM YD-ARG-AWAL BY 1
                   UNTIL YD-IDX > 9
           END-IF.
           PERFORM CETAK-CALON.
           PERFORM CETAK-TOTAL.
           CLOSE LAPORAN-FILE.
           CLOSE MATAKUL-FILE.
           CLOSE HISTORY-FILE.
           CLOSE KELAS-FILE.
           CLOSE KURIKULUM-FILE.
           CLOSE STUDENT-FILE.
           MOVE 'SELESAI' TO RC-STATUS.
           MOVE YD-JML-DIPERIKSA TO RC-JML-1.
           MOVE YD-JML-CALON TO RC-JML-2.
           MOVE YD-JML-DITETAPKAN TO RC-JML-3.
           PERFORM CATAT-RUN.
           DISPLAY '----------------------------------------'.
           DISPLAY 'YUDISIUM ', YD-AKSI.
           DISPLAY 'MAHASISWA DIPERIKSA    : ', YD-JML-DIPERIKSA.
           DISPLAY 'MEMENUHI SYARAT        : ', YD-JML-CALON.
           DISPLAY 'BELUM MEMENUHI SYARAT  : ', YD-JML-BELUM.
           IF YD-AKSI = 'TETAPKAN'
               DISPLAY 'DITETAPKAN LULUS       : ', YD-JML-DITETAPKAN
           END-IF.
           DISPLAY 'DAFTAR LENGKAP ADA DI YUDISIUM.RPT'.
           STOP RUN.
       KOSONGKAN-ARG.
           MOVE SPACES TO YD-ARG(YD-IDX).
       CEK-ADMIN.
           MOVE 'N' TO WS-ADMIN-VALID-SW.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = '35'
               MOVE YD-ADMIN TO OP-ID
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
       CETAK-JUDUL.
           MOVE '========================================' TO
               LAPORAN-LINE.
           WRITE LAPORAN-LINE.
           MOVE SPACES TO LAPORAN-LINE.
           IF YD-AKSI = 'TETAPKAN'
               STRING 'YUDISIUM - PENETAPAN KELULUSAN OLEH '
                       DELIMITED BY SIZE
                   YD-ADMIN DELIMITED BY SIZE
                   INTO LAPORAN-LINE
           ELSE
               MOVE 'YUDISIUM - PEMERIKSAAN SYARAT KELULUSAN' TO
                   LAPORAN-LINE
           END-IF.
           WRITE LAPORAN-LINE.
           MOVE SPACES TO LAPORAN-LINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO YD-TANGGAL.
           STRING 'TANGGAL ' DELIMITED BY SIZE
               YD-TANGGAL DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           WRITE LAPORAN-LINE.
           MOVE '========================================' TO
               LAPORAN-LINE.
           WRITE LAPORAN-LINE.
           MOVE 'KEKURANGAN PER MAHASISWA' TO LAPORAN-LINE.
           WRITE LAPORAN-LINE.
           MOVE '----------------------------------------' TO
               LAPORAN-LINE.
           WRITE LAPORAN-LINE.
       PERIKSA-SEMUA.
           MOVE LOW-VALUES TO KELAS-REC.
           START STUDENT-FILE KEY NOT < KELAS-REC
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF STATUS-MHS-REC = 'AKTIF'
                           OR STATUS-MHS-REC = SPACE
                           PERFORM PERIKSA-SISWA
                       END-IF
               END-READ
           END-PERFORM.
       PERIKSA-ARG.
           IF YD-ARG(YD-IDX) NOT = SPACE
               MOVE 'Y' TO WS-FOUND-SW
               MOVE YD-ARG(YD-IDX) TO NPM-KEY
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND-SW
               END-READ
               MOVE SPACES TO LAPORAN-LINE
               IF WS-FOUND-SW = 'N'
                   STRING 'NPM ' DELIMITED BY SIZE
                       YD-ARG(YD-IDX) DELIMITED BY SIZE
                       ' TIDAK DITEMUKAN' DELIMITED BY SIZE
                       INTO LAPORAN-LINE
                   WRITE LAPORAN-LINE
               ELSE IF STATUS-MHS-REC = 'AKTIF'
                   OR STATUS-MHS-REC = SPACE
                   PERFORM PERIKSA-SISWA
               ELSE
                   STRING 'NPM ' DELIMITED BY SIZE
                       NPM-KEY DELIMITED BY SIZE
                       ' BERSTATUS ' DELIMITED BY SIZE
                       STATUS-MHS-REC DELIMITED BY SIZE
                       ', TIDAK DIPERIKSA' DELIMITED BY SIZE
                       INTO LAPORAN-LINE
                   WRITE LAPORAN-LINE
               END-IF
           END-IF.
       PERIKSA-SISWA.
           ADD 1 TO YD-JML-DIPERIKSA.
           PERFORM CARI-PRODI.
           IF YD-PRODI NOT = YD-PRODI-MUAT
               PERFORM MUAT-KURIKULUM
           END-IF.
           PERFORM KUMPUL-NILAI.
           MOVE 'N' TO WS-CETAK-SW.
           PERFORM CEK-SYARAT.
           IF YD-JML-KURANG = 0
               ADD 1 TO YD-JML-CALON
               MOVE SPACES TO YD-KET
               IF YD-AKSI = 'TETAPKAN'
                   PERFORM TETAPKAN-LULUS
               END-IF
               PERFORM TAMBAH-CALON
           ELSE
               ADD 1 TO YD-JML-BELUM
               MOVE SPACES TO LAPORAN-LINE
               STRING 'NPM ' DELIMITED BY SIZE
                   NPM-KEY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   NAMA-REC DELIMITED BY SIZE
                   ' KELAS ' DELIMITED BY SIZE
                   KELAS-REC DELIMITED BY SIZE
                   ' PRODI ' DELIMITED BY SIZE
                   YD-PRODI DELIMITED BY SIZE
                   INTO LAPORAN-LINE
               WRITE LAPORAN-LINE
               MOVE 'Y' TO WS-CETAK-SW
               PERFORM CEK-SYARAT
           END-IF.
       CARI-PRODI.
           MOVE SPACES TO YD-PRODI.
           MOVE KELAS-REC TO KLS-KODE.
           READ KELAS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE KLS-PRODI TO YD-PRODI
           END-READ.
       MUAT-KURIKULUM.
           MOVE YD-PRODI TO YD-PRODI-MUAT.
           MOVE 0 TO KW-JML YD-MIN-SKS.
           MOVE 'N' TO YD-KUR-ADA.
           IF YD-PRODI NOT = SPACE
               MOVE YD-PRODI TO KUR-PRODI
               MOVE SPACES TO KUR-MK
               MOVE 'N' TO WS-KUR-EOF-SW
               START KURIKULUM-FILE KEY NOT < KUR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-KUR-EOF-SW
               END-START
               PERFORM UNTIL WS-KUR-EOF-SW = 'Y'
                   READ KURIKULUM-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-KUR-EOF-SW
                       NOT AT END
                           IF KUR-PRODI = YD-PRODI
                               PERFORM MUAT-SATU-KURIKULUM
                           ELSE
                               MOVE 'Y' TO WS-KUR-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       MUAT-SATU-KURIKULUM.
           MOVE 'Y' TO YD-KUR-ADA.
           IF KUR-MK = SPACE
               MOVE KUR-MIN-SKS TO YD-MIN-SKS
           ELSE IF KW-JML < 100
               ADD 1 TO KW-JML
               MOVE KUR-MK TO KW-MK(KW-JML)
               MOVE SPACES TO KW-NAMA(KW-JML)
               MOVE KUR-MK TO MK-KODE
               READ MATAKUL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MK-NAMA TO KW-NAMA(KW-JML)
               END-READ
           END-IF.
       KUMPUL-NILAI.
           MOVE 0 TO MT-JML YD-SKS-KUM YD-MUTU-KUM YD-SKS-LULUS.
           MOVE 0 TO YD-IPK.
           MOVE NPM-KEY TO HIS-NPM.
           MOVE SPACES TO HIS-TERM.
           MOVE SPACES TO HIS-MK.
           MOVE 'N' TO WS-HIS-EOF-SW.
           START HISTORY-FILE KEY NOT < HIS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIS-EOF-SW
           END-START.
           PERFORM UNTIL WS-HIS-EOF-SW = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIS-EOF-SW
                   NOT AT END
                       IF HIS-NPM = NPM-KEY
                           PERFORM KUMPUL-SATU-NILAI
                       ELSE
                           MOVE 'Y' TO WS-HIS-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM JUMLAH-SKS
               VARYING MT-IDX FROM 1 BY 1
               UNTIL MT-IDX > MT-JML.
           IF YD-SKS-KUM > 0
               COMPUTE YD-IPK ROUNDED = YD-MUTU-KUM / YD-SKS-KUM
           END-IF.
       KUMPUL-SATU-NILAI.
           MOVE HIS-MK TO YD-CARI-MK.
           MOVE 0 TO MT-KETEMU.
           PERFORM CARI-MK-TABLE
               VARYING MT-IDX FROM 1 BY 1
               UNTIL MT-IDX > MT-JML OR MT-KETEMU > 0.
           IF MT-KETEMU = 0 AND MT-JML < 100
               ADD 1 TO MT-JML
               MOVE MT-JML TO MT-KETEMU
               MOVE HIS-MK TO MT-KODE(MT-KETEMU)
           END-IF.
           IF MT-KETEMU > 0
               PERFORM CARI-SKS
               PERFORM KONVERSI-MUTU
               MOVE YD-SKS TO MT-SKS(MT-KETEMU)
               MOVE YD-MUTU TO MT-MUTU(MT-KETEMU)
               MOVE HIS-STATUS TO MT-STATUS(MT-KETEMU)
               MOVE HIS-TERM TO MT-TERM(MT-KETEMU)
               MOVE 'N' TO MT-WAJIB(MT-KETEMU)
           END-IF.
       CARI-MK-TABLE.
           IF MT-KODE(MT-IDX) = YD-CARI-MK
               MOVE MT-IDX TO MT-KETEMU
           END-IF.
       CARI-SKS.
           MOVE 0 TO YD-SKS.
           MOVE SPACES TO MT-NAMA(MT-KETEMU).
           MOVE HIS-MK TO MK-KODE.
           READ MATAKUL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MK-NAMA TO MT-NAMA(MT-KETEMU)
                   IF MK-SKS NUMERIC
                       MOVE MK-SKS TO YD-SKS
                   END-IF
           END-READ.
       KONVERSI-MUTU.
           IF HIS-STATUS = 'GAGAL'
               MOVE 0 TO YD-MUTU
           ELSE IF HIS-HASIL >= 80
               MOVE 4 TO YD-MUTU
           ELSE IF HIS-HASIL >= 70
               MOVE 3 TO YD-MUTU
           ELSE IF HIS-HASIL >= 60
               MOVE 2 TO YD-MUTU
           ELSE IF HIS-HASIL >= 50
               MOVE 1 TO YD-MUTU
           ELSE
               MOVE 0 TO YD-MUTU
           END-IF.
       JUMLAH-SKS.
           ADD MT-SKS(MT-IDX) TO YD-SKS-KUM.
           COMPUTE YD-MUTU-KUM =
               YD-MUTU-KUM + MT-SKS(MT-IDX) * MT-MUTU(MT-IDX).
           IF MT-STATUS(MT-IDX) NOT = 'GAGAL'
               ADD MT-SKS(MT-IDX) TO YD-SKS-LULUS
           END-IF.
       CEK-SYARAT.
           MOVE 0 TO YD-JML-KURANG.
           IF YD-PRODI = SPACE
               MOVE SPACES TO YD-BARIS
               STRING '  - KELAS ' DELIMITED BY SIZE
                   KELAS-REC DELIMITED BY SIZE
                   ' BELUM MEMILIKI PRODI (RAWAT KELAS)'
                       DELIMITED BY SIZE
                   INTO YD-BARIS
               PERFORM CATAT-KURANG
           ELSE IF YD-KUR-ADA = 'N'
               MOVE SPACES TO YD-BARIS
               STRING '  - KURIKULUM PRODI ' DELIMITED BY SIZE
                   YD-PRODI DELIMITED BY SIZE
                   ' BELUM ADA (JALANKAN kur-load)'
                       DELIMITED BY SIZE
                   INTO YD-BARIS
               PERFORM CATAT-KURANG
           ELSE
               PERFORM CEK-WAJIB
                   VARYING KW-IDX FROM 1 BY 1
                   UNTIL KW-IDX > KW-JML
               IF YD-SKS-LULUS < YD-MIN-SKS
                   MOVE YD-SKS-LULUS TO CT-SKS
                   MOVE YD-MIN-SKS TO CT-MIN
                   MOVE SPACES TO YD-BARIS
                   STRING '  - SKS LULUS ' DELIMITED BY SIZE
                       CT-SKS DELIMITED BY SIZE
                       ' DARI MINIMUM ' DELIMITED BY SIZE
                       CT-MIN DELIMITED BY SIZE
                       INTO YD-BARIS
                   PERFORM CATAT-KURANG
               END-IF
           END-IF.
           IF MT-JML = 0
               MOVE '  - BELUM ADA RIWAYAT NILAI' TO YD-BARIS
               PERFORM CATAT-KURANG
           END-IF.
           PERFORM CEK-GAGAL
               VARYING MT-IDX FROM 1 BY 1
               UNTIL MT-IDX > MT-JML.
       CEK-WAJIB.
           MOVE KW-MK(KW-IDX) TO YD-CARI-MK.
           MOVE 0 TO MT-KETEMU.
           PERFORM CARI-MK-TABLE
               VARYING MT-IDX FROM 1 BY 1
               UNTIL MT-IDX > MT-JML OR MT-KETEMU > 0.
           IF MT-KETEMU = 0
               MOVE SPACES TO YD-BARIS
               STRING '  - MK WAJIB ' DELIMITED BY SIZE
                   KW-MK(KW-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   KW-NAMA(KW-IDX) DELIMITED BY SIZE
                   ' BELUM DIAMBIL' DELIMITED BY SIZE
                   INTO YD-BARIS
               PERFORM CATAT-KURANG
           ELSE
               MOVE 'Y' TO MT-WAJIB(MT-KETEMU)
               IF MT-STATUS(MT-KETEMU) = 'GAGAL'
                   MOVE SPACES TO YD-BARIS
                   STRING '  - MK WAJIB ' DELIMITED BY SIZE
                       KW-MK(KW-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       KW-NAMA(KW-IDX) DELIMITED BY SIZE
                       ' BELUM LULUS, GAGAL TERM ' DELIMITED BY SIZE
                       MT-TERM(MT-KETEMU) DELIMITED BY SIZE
                       INTO YD-BARIS
                   PERFORM CATAT-KURANG
               END-IF
           END-IF.
       CEK-GAGAL.
           IF MT-STATUS(MT-IDX) = 'GAGAL' AND MT-WAJIB(MT-IDX) = 'N'
               MOVE SPACES TO YD-BARIS
               STRING '  - MK ' DELIMITED BY SIZE
                   MT-KODE(MT-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   MT-NAMA(MT-IDX) DELIMITED BY SIZE
                   ' MASIH GAGAL, TERM ' DELIMITED BY SIZE
                   MT-TERM(MT-IDX) DELIMITED BY SIZE
                   INTO YD-BARIS
               PERFORM CATAT-KURANG
           END-IF.
       CATAT-KURANG.
           ADD 1 TO YD-JML-KURANG.
           IF WS-CETAK-SW = 'Y'
               MOVE YD-BARIS TO LAPORAN-LINE
               WRITE LAPORAN-LINE
           END-IF.
       TETAPKAN-LULUS.
           IF STATUS-MHS-REC = SPACE
               MOVE 'AKTIF' TO AUDIT-OLD-VALUE
           ELSE
               MOVE STATUS-MHS-REC TO AUDIT-OLD-VALUE
           END-IF.
           MOVE 'LULUS' TO STATUS-MHS-REC.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   MOVE 'GAGAL SIMPAN' TO YD-KET
               NOT INVALID KEY
                   MOVE 'DITETAPKAN' TO YD-KET
                   ADD 1 TO YD-JML-DITETAPKAN
                   MOVE 'LULUS' TO AUDIT-NEW-VALUE
                   MOVE NPM-KEY TO AUDIT-NPM
                   MOVE 'YUDIS' TO AUDIT-SCREEN
                   PERFORM CATAT-AUDIT
           END-REWRITE.
       CATAT-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP.
           MOVE YD-ADMIN TO AUDIT-OPERATOR.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG.
       TAMBAH-CALON.
           IF CL-JML < 500
               ADD 1 TO CL-JML
               MOVE NPM-KEY TO CL-NPM(CL-JML)
               MOVE NAMA-REC TO CL-NAMA(CL-JML)
               MOVE KELAS-REC TO CL-KELAS(CL-JML)
               MOVE YD-PRODI TO CL-PRODI(CL-JML)
               MOVE YD-SKS-LULUS TO CL-SKS(CL-JML)
               MOVE YD-IPK TO CL-IPK(CL-JML)
               MOVE YD-KET TO CL-KET(CL-JML)
           ELSE
               ADD 1 TO YD-JML-LEBIH
           END-IF.
       CETAK-CALON.
           MOVE SPACES TO LAPORAN-LINE.
           WRITE LAPORAN-LINE.
           MOVE '========================================' TO
               LAPORAN-LINE.
           WRITE LAPORAN-LINE.
           MOVE 'DAFTAR CALON LULUS (MEMENUHI SYARAT)' TO
               LAPORAN-LINE.
           WRITE LAPORAN-LINE.
           MOVE '========================================' TO
               LAPORAN-LINE.
           WRITE LAPORAN-LINE.
           MOVE 'NPM      NAMA                 KELAS  PRODI  SKS  IPK'
               TO LAPORAN-LINE.
           MOVE 'KET' TO LAPORAN-LINE(55:3).
           WRITE LAPORAN-LINE.
           PERFORM CETAK-SATU-CALON
               VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > CL-JML.
           IF YD-JML-LEBIH > 0
               MOVE SPACES TO LAPORAN-LINE
               MOVE YD-JML-LEBIH TO CT-JML
               STRING CT-JML DELIMITED BY SIZE
                   ' CALON LAIN TIDAK TERCANTUM (DAFTAR PENUH)'
                       DELIMITED BY SIZE
                   INTO LAPORAN-LINE
               WRITE LAPORAN-LINE
           END-IF.
       CETAK-SATU-CALON.
           MOVE CL-SKS(CL-IDX) TO CT-SKS.
           MOVE CL-IPK(CL-IDX) TO CT-IPK.
           MOVE SPACES TO LAPORAN-LINE.
           STRING CL-NPM(CL-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CL-NAMA(CL-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CL-KELAS(CL-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CL-PRODI(CL-IDX) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               CT-SKS DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               CT-IPK DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CL-KET(CL-IDX) DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           WRITE LAPORAN-LINE.
       CETAK-TOTAL.
           MOVE '----------------------------------------' TO
               LAPORAN-LINE.
           WRITE LAPORAN-LINE.
           MOVE SPACES TO LAPORAN-LINE.
           MOVE YD-JML-DIPERIKSA TO CT-JML.
           STRING 'MAHASISWA DIPERIKSA    : ' DELIMITED BY SIZE
               CT-JML DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           WRITE LAPORAN-LINE.
           MOVE SPACES TO LAPORAN-LINE.
           MOVE YD-JML-CALON TO CT-JML.
           STRING 'MEMENUHI SYARAT        : ' DELIMITED BY SIZE
               CT-JML DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           WRITE LAPORAN-LINE.
           MOVE SPACES TO LAPORAN-LINE.
           MOVE YD-JML-BELUM TO CT-JML.
           STRING 'BELUM MEMENUHI SYARAT  : ' DELIMITED BY SIZE
               CT-JML DELIMITED BY SIZE
               INTO LAPORAN-LINE.
           WRITE LAPORAN-LINE.
           IF YD-AKSI = 'TETAPKAN'
               MOVE SPACES TO LAPORAN-LINE
               MOVE YD-JML-DITETAPKAN TO CT-JML
               STRING 'DITETAPKAN LULUS       : ' DELIMITED BY SIZE
                   CT-JML DELIMITED BY SIZE
                   INTO LAPORAN-LINE
               WRITE LAPORAN-LINE
           END-IF.
