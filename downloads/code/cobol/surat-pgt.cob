       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURAT-PGT.
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
           SELECT ABSEN-FILE ASSIGN TO "ABSEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABS-KEY
               FILE STATUS IS WS-ABSEN-STATUS.
           SELECT WALI-FILE ASSIGN TO "WALI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WLI-NPM
               FILE STATUS IS WS-WALI-STATUS.
           SELECT SURAT-LOG ASSIGN TO "SURAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRT-KEY
               FILE STATUS IS WS-SURAT-STATUS.
           SELECT MATAKUL-FILE ASSIGN TO "MATAKUL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-KODE
               FILE STATUS IS WS-MATAKUL-STATUS.
           SELECT PARAM-FILE ASSIGN TO "NILAI.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT CETAK-FILE ASSIGN TO "SURAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CETAK-STATUS.
           SELECT RUN-FILE ASSIGN TO "RUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
           COPY "STUDENT.cpy".
       FD HISTORY-FILE.
           COPY "NILAIHIS.cpy".
       FD ABSEN-FILE.
           COPY "ABSENSI.cpy".
       FD WALI-FILE.
           COPY "WALI.cpy".
       FD SURAT-LOG.
           COPY "SURATLOG.cpy".
       FD MATAKUL-FILE.
           COPY "MATAKUL.cpy".
       FD PARAM-FILE.
           COPY "NILAIPRM.cpy".
       FD CETAK-FILE.
       01 CETAK-LINE PIC X(80).
       FD RUN-FILE.
           COPY "RUNCTL.cpy".
       WORKING-STORAGE SECTION.
       01 WS-STUDENT-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-ABSEN-STATUS PIC XX.
       01 WS-WALI-STATUS PIC XX.
       01 WS-SURAT-STATUS PIC XX.
       01 WS-MATAKUL-STATUS PIC XX.
       01 WS-PARAM-STATUS PIC XX.
       01 WS-CETAK-STATUS PIC XX.
       01 WS-RUN-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
       01 WS-HIS-EOF-SW PIC X VALUE 'N'.
       01 WS-ABSEN-EOF-SW PIC X VALUE 'N'.
       01 WS-SUDAH-SW PIC X VALUE 'N'.
       01 WS-WALI-ADA-SW PIC X VALUE 'N'.
       01 VAR-PILIH.
           02 SP-PARAM PIC X(20).
           02 SP-TERM PIC X(5).
           02 SP-JENIS PIC X.
           02 SP-TGL PIC 9(8).
           02 SP-TGL-X REDEFINES SP-TGL PIC X(8).
           02 SP-JUDUL PIC X(30).
           02 BATAS-ABSEN PIC 9(3).
       01 VAR-HITUNG.
           02 SP-JML-SISWA PIC 9(5) VALUE 0.
           02 SP-JML-SURAT PIC 9(5) VALUE 0.
           02 SP-JML-SUDAH PIC 9(5) VALUE 0.
           02 SP-JML-TANPA-WALI PIC 9(5) VALUE 0.
           02 SP-JML-GAGAL PIC 9(5) VALUE 0.
           02 SP-JML-ABSEN PIC 9(5) VALUE 0.
           02 SP-JML-DO PIC 9(5) VALUE 0.
           02 SP-JML-SESI PIC 9(3).
           02 SP-JML-HADIR PIC 9(3).
           02 SP-PERSEN PIC 999V99.
       01 VAR-GAGAL-MK.
           02 GM-JML PIC 9(3).
           02 GM-IDX PIC 9(3).
           02 GM-ENTRY OCCURS 20 TIMES.
               03 GM-MK PIC X(6).
               03 GM-HASIL PIC 999.
       01 VAR-GAGAL.
           02 TG-JML PIC 9(3).
           02 TG-ENTRY OCCURS 50 TIMES.
               03 TG-TERM PIC X(5).
               03 TG-GAGAL PIC X.
       01 VAR-CETAK.
           02 CT-JML PIC ZZZZ9.
           02 CT-PERSEN PIC ZZ9.99.
           02 CT-BATAS PIC ZZ9.
           02 CT-MK-NAMA PIC X(20).
       PROCEDURE DIVISION.
       MAIN-SURAT.
           ACCEPT SP-PARAM FROM COMMAND-LINE.
           MOVE SPACES TO SP-TERM.
           UNSTRING SP-PARAM DELIMITED BY ALL ' '
               INTO SP-TERM.
           IF SP-TERM = SPACE OR SP-TERM NOT NUMERIC
               DISPLAY 'PENGGUNAAN: surat-pgt <TERM>'
               DISPLAY '            (TERM 5 DIGIT, CONTOH 20261)'
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = '35'
               DISPLAY 'BELUM ADA DATA SISWA'
               STOP RUN
           END-IF.
           OPEN INPUT WALI-FILE.
           IF WS-WALI-STATUS = '35'
               DISPLAY 'BELUM ADA DATA WALI, SURAT TIDAK DAPAT DIBUAT'
               CLOSE STUDENT-FILE
               STOP RUN
           END-IF.
           OPEN INPUT HISTORY-FILE.
           OPEN INPUT ABSEN-FILE.
           OPEN INPUT MATAKUL-FILE.
           IF WS-MATAKUL-STATUS NOT = '00'
               AND WS-MATAKUL-STATUS NOT = '35'
               DISPLAY 'FILE MATAKUL.DAT TIDAK DAPAT DIBUKA, STATUS ',
                   WS-MATAKUL-STATUS
               DISPLAY 'BILA MASIH FORMAT LAMA, JALANKAN matakul-konv'
               CLOSE WALI-FILE
               CLOSE STUDENT-FILE
               STOP RUN
           END-IF.
           OPEN I-O SURAT-LOG.
           IF WS-SURAT-STATUS = '35'
               OPEN OUTPUT SURAT-LOG
               CLOSE SURAT-LOG
               OPEN I-O SURAT-LOG
           END-IF.
           PERFORM BACA-PARAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SP-TGL-X.
           OPEN OUTPUT CETAK-FILE.
           MOVE 'SURAT-PGT' TO RC-PROGRAM.
           MOVE 'MULAI' TO RC-STATUS.
           MOVE 0 TO RC-JML-1 RC-JML-2 RC-JML-3.
           PERFORM CATAT-RUN.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF STATUS-MHS-REC = 'AKTIF'
                           OR STATUS-MHS-REC = SPACE
                           PERFORM CEK-SISWA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CETAK-FILE.
           CLOSE SURAT-LOG.
           IF WS-MATAKUL-STATUS NOT = '35'
               CLOSE MATAKUL-FILE
           END-IF.
           IF WS-ABSEN-STATUS NOT = '35'
               CLOSE ABSEN-FILE
           END-IF.
           IF WS-HISTORY-STATUS NOT = '35'
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE WALI-FILE.
           CLOSE STUDENT-FILE.
           DISPLAY '========================================'.
           DISPLAY 'SURAT PERINGATAN TERM ', SP-TERM.
           DISPLAY 'MAHASISWA AKTIF DIPERIKSA : ', SP-JML-SISWA.
           DISPLAY 'SURAT GAGAL MATA KULIAH   : ', SP-JML-GAGAL.
           DISPLAY 'SURAT KEHADIRAN           : ', SP-JML-ABSEN.
           DISPLAY 'SURAT TINJAU DO           : ', SP-JML-DO.
           DISPLAY 'SURAT DIBUAT              : ', SP-JML-SURAT.
           DISPLAY 'SUDAH PERNAH DIKIRIM      : ', SP-JML-SUDAH.
           DISPLAY 'TANPA DATA WALI           : ', SP-JML-TANPA-WALI.
           MOVE 'SELESAI' TO RC-STATUS.
           MOVE SP-JML-SURAT TO RC-JML-1.
           MOVE SP-JML-SUDAH TO RC-JML-2.
           MOVE SP-JML-TANPA-WALI TO RC-JML-3.
           PERFORM CATAT-RUN.
           IF SP-JML-SURAT > 0
               DISPLAY 'SURAT SIAP CETAK ADA DI SURAT.TXT'
           END-IF.
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
       BACA-PARAM.
           MOVE 0 TO BATAS-ABSEN.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS NOT = '35'
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-BATAS-ABSEN NUMERIC
                           MOVE PRM-BATAS-ABSEN TO BATAS-ABSEN
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.
       CEK-SISWA.
           ADD 1 TO SP-JML-SISWA.
           MOVE 0 TO GM-JML TG-JML.
           IF WS-HISTORY-STATUS NOT = '35'
               PERFORM BACA-HISTORY
           END-IF.
           IF GM-JML > 0
               MOVE 'G' TO SP-JENIS
               MOVE 'TIDAK LULUS MATA KULIAH' TO SP-JUDUL
               PERFORM PROSES-SURAT
           END-IF.
           IF BATAS-ABSEN > 0 AND WS-ABSEN-STATUS NOT = '35'
               PERFORM HITUNG-ABSEN
               IF SP-JML-SESI > 0 AND SP-PERSEN < BATAS-ABSEN
                   MOVE 'A' TO SP-JENIS
                   MOVE 'KEHADIRAN DI BAWAH BATAS' TO SP-JUDUL
                   PERFORM PROSES-SURAT
               END-IF
           END-IF.
           IF TG-JML > 1
               IF TG-TERM(TG-JML) = SP-TERM
                   AND TG-GAGAL(TG-JML) = 'Y'
                   AND TG-GAGAL(TG-JML - 1) = 'Y'
                   MOVE 'D' TO SP-JENIS
                   MOVE 'TINJAUAN PUTUS STUDI (DO)' TO SP-JUDUL
                   PERFORM PROSES-SURAT
               END-IF
           END-IF.
       BACA-HISTORY.
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
                       IF HIS-NPM NOT = NPM-KEY
                           OR HIS-TERM > SP-TERM
                           MOVE 'Y' TO WS-HIS-EOF-SW
                       ELSE
                           PERFORM CATAT-TERM-GAGAL
                           IF HIS-TERM = SP-TERM
                               AND HIS-STATUS = 'GAGAL'
                               AND GM-JML < 20
                               ADD 1 TO GM-JML
                               MOVE HIS-MK TO GM-MK(GM-JML)
                               MOVE HIS-HASIL TO GM-HASIL(GM-JML)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       CATAT-TERM-GAGAL.
           IF TG-JML = 0
               PERFORM TAMBAH-TERM-GAGAL
           ELSE
               IF HIS-TERM NOT = TG-TERM(TG-JML)
                   PERFORM TAMBAH-TERM-GAGAL
               END-IF
           END-IF.
           IF TG-JML > 0
               IF HIS-TERM = TG-TERM(TG-JML)
                   AND HIS-STATUS = 'GAGAL'
                   MOVE 'Y' TO TG-GAGAL(TG-JML)
               END-IF
           END-IF.
       TAMBAH-TERM-GAGAL.
           IF TG-JML < 50
               ADD 1 TO TG-JML
               MOVE HIS-TERM TO TG-TERM(TG-JML)
               MOVE 'N' TO TG-GAGAL(TG-JML)
           END-IF.
       HITUNG-ABSEN.
           MOVE 0 TO SP-JML-SESI SP-JML-HADIR.
           MOVE 0 TO SP-PERSEN.
           MOVE NPM-KEY TO ABS-NPM.
           MOVE 0 TO ABS-TGL.
           MOVE 'N' TO WS-ABSEN-EOF-SW.
           START ABSEN-FILE KEY NOT < ABS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ABSEN-EOF-SW
           END-START.
           PERFORM UNTIL WS-ABSEN-EOF-SW = 'Y'
               READ ABSEN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ABSEN-EOF-SW
                   NOT AT END
                       IF ABS-NPM = NPM-KEY
                           ADD 1 TO SP-JML-SESI
                           IF ABS-HADIR = 'H'
                               ADD 1 TO SP-JML-HADIR
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-ABSEN-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.
           IF SP-JML-SESI > 0
               COMPUTE SP-PERSEN =
                   SP-JML-HADIR * 100 / SP-JML-SESI
           END-IF.
       PROSES-SURAT.
           MOVE 'N' TO WS-SUDAH-SW.
           MOVE NPM-KEY TO SRT-NPM.
           MOVE SP-TERM TO SRT-TERM.
           MOVE SP-JENIS TO SRT-JENIS.
           READ SURAT-LOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SUDAH-SW
           END-READ.
           IF WS-SUDAH-SW = 'Y'
               ADD 1 TO SP-JML-SUDAH
           ELSE
               PERFORM CARI-WALI
               IF WS-WALI-ADA-SW = 'N'
                   ADD 1 TO SP-JML-TANPA-WALI
                   DISPLAY 'NPM ', NPM-KEY, ' BELUM ADA DATA WALI,'
                       ' SURAT ', SP-JUDUL, ' TIDAK DIBUAT'
               ELSE
                   PERFORM TULIS-SURAT
                   MOVE NPM-KEY TO SRT-NPM
                   MOVE SP-TERM TO SRT-TERM
                   MOVE SP-JENIS TO SRT-JENIS
                   MOVE SP-TGL TO SRT-TGL
                   WRITE SRT-RECORD
                   ADD 1 TO SP-JML-SURAT
                   IF SP-JENIS = 'G'
                       ADD 1 TO SP-JML-GAGAL
                   ELSE IF SP-JENIS = 'A'
                       ADD 1 TO SP-JML-ABSEN
                   ELSE
                       ADD 1 TO SP-JML-DO
                   END-IF
               END-IF
           END-IF.
       CARI-WALI.
           MOVE 'N' TO WS-WALI-ADA-SW.
           MOVE NPM-KEY TO WLI-NPM.
           READ WALI-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WALI-ADA-SW
           END-READ.
       TULIS-SURAT.
           IF SP-JML-SURAT > 0
               MOVE SPACES TO CETAK-LINE
               PERFORM TULIS-BARIS
               MOVE ALL '-' TO CETAK-LINE
               PERFORM TULIS-BARIS
               MOVE SPACES TO CETAK-LINE
               PERFORM TULIS-BARIS
           END-IF.
           MOVE 'BAGIAN ADMINISTRASI AKADEMIK' TO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE ALL '=' TO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE SPACES TO CETAK-LINE.
           STRING 'NOMOR   : SP-' DELIMITED BY SIZE
               SP-JENIS DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               SP-TERM DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               NPM-KEY DELIMITED BY SIZE
               INTO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE SPACES TO CETAK-LINE.
           STRING 'TANGGAL : ' DELIMITED BY SIZE
               SP-TGL-X(7:2) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               SP-TGL-X(5:2) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               SP-TGL-X(1:4) DELIMITED BY SIZE
               INTO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE SPACES TO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE 'KEPADA YTH.' TO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE SPACES TO CETAK-LINE.
           STRING WLI-NAMA DELIMITED BY '  '
               ' (' DELIMITED BY SIZE
               WLI-HUBUNGAN DELIMITED BY '  '
               ')' DELIMITED BY SIZE
               INTO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE WLI-ALAMAT-1 TO CETAK-LINE.
           PERFORM TULIS-BARIS.
           IF WLI-ALAMAT-2 NOT = SPACE
               MOVE WLI-ALAMAT-2 TO CETAK-LINE
               PERFORM TULIS-BARIS
           END-IF.
           MOVE SPACES TO CETAK-LINE.
           STRING WLI-KOTA DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               WLI-KODEPOS DELIMITED BY SIZE
               INTO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE SPACES TO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE SPACES TO CETAK-LINE.
           STRING 'PERIHAL : PERINGATAN AKADEMIK - ' DELIMITED BY SIZE
               SP-JUDUL DELIMITED BY SIZE
               INTO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE SPACES TO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE 'DENGAN HORMAT,' TO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE SPACES TO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE 'BERSAMA INI KAMI SAMPAIKAN BAHWA MAHASISWA DI BAWAH'
               TO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE 'PERWALIAN BAPAK/IBU:' TO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE SPACES TO CETAK-LINE.
           STRING '    NAMA  : ' DELIMITED BY SIZE
               NAMA-REC DELIMITED BY SIZE
               INTO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE SPACES TO CETAK-LINE.
           STRING '    NPM   : ' DELIMITED BY SIZE
               NPM-KEY DELIMITED BY SIZE
               INTO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE SPACES TO CETAK-LINE.
           STRING '    KELAS : ' DELIMITED BY SIZE
               KELAS-REC DELIMITED BY SIZE
               INTO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE SPACES TO CETAK-LINE.
           PERFORM TULIS-BARIS.
           IF SP-JENIS = 'G'
               PERFORM ISI-SURAT-GAGAL
           ELSE IF SP-JENIS = 'A'
               PERFORM ISI-SURAT-ABSEN
           ELSE
               PERFORM ISI-SURAT-DO
           END-IF.
           MOVE SPACES TO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE 'KAMI MOHON BAPAK/IBU BERKENAN MENGHUBUNGI BAGIAN'
               TO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE 'AKADEMIK UNTUK MEMBICARAKAN LANGKAH PERBAIKAN BERSAMA'
               TO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE 'MAHASISWA YANG BERSANGKUTAN.' TO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE SPACES TO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE 'HORMAT KAMI,' TO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE SPACES TO CETAK-LINE.
           PERFORM TULIS-BARIS.
           PERFORM TULIS-BARIS.
           PERFORM TULIS-BARIS.
           MOVE 'BAGIAN ADMINISTRASI AKADEMIK' TO CETAK-LINE.
           PERFORM TULIS-BARIS.
           DISPLAY 'SURAT ', SP-JUDUL, ' NPM ', NPM-KEY, ' DIBUAT'.
       ISI-SURAT-GAGAL.
           MOVE SPACES TO CETAK-LINE.
           STRING 'PADA TERM ' DELIMITED BY SIZE
               SP-TERM DELIMITED BY SIZE
               ' TIDAK LULUS (GAGAL) PADA MATA KULIAH BERIKUT:'
               DELIMITED BY SIZE
               INTO CETAK-LINE.
           PERFORM TULIS-BARIS.
           PERFORM CETAK-GAGAL-MK
               VARYING GM-IDX FROM 1 BY 1
               UNTIL GM-IDX > GM-JML.
       CETAK-GAGAL-MK.
           MOVE SPACES TO CT-MK-NAMA.
           IF WS-MATAKUL-STATUS NOT = '35'
               MOVE GM-MK(GM-IDX) TO MK-KODE
               READ MATAKUL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MK-NAMA TO CT-MK-NAMA
               END-READ
           END-IF.
           MOVE SPACES TO CETAK-LINE.
           STRING '    - ' DELIMITED BY SIZE
               GM-MK(GM-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CT-MK-NAMA DELIMITED BY SIZE
               ' NILAI ' DELIMITED BY SIZE
               GM-HASIL(GM-IDX) DELIMITED BY SIZE
               INTO CETAK-LINE.
           PERFORM TULIS-BARIS.
       ISI-SURAT-ABSEN.
           MOVE SP-PERSEN TO CT-PERSEN.
           MOVE BATAS-ABSEN TO CT-BATAS.
           MOVE SPACES TO CETAK-LINE.
           STRING 'MEMILIKI TINGKAT KEHADIRAN KULIAH ' DELIMITED BY SIZE
               CT-PERSEN DELIMITED BY SIZE
               '%, DI BAWAH BATAS MINIMAL' DELIMITED BY SIZE
               INTO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE SPACES TO CETAK-LINE.
           STRING CT-BATAS DELIMITED BY SIZE
               '% YANG DITETAPKAN. MAHASISWA YANG KEHADIRANNYA DI'
               DELIMITED BY SIZE
               INTO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE 'BAWAH BATAS DAPAT TIDAK DIIZINKAN MENGIKUTI UJIAN.'
               TO CETAK-LINE.
           PERFORM TULIS-BARIS.
       ISI-SURAT-DO.
           MOVE SPACES TO CETAK-LINE.
           STRING 'TIDAK LULUS PADA DUA TERM BERTURUT-TURUT (TERM '
               DELIMITED BY SIZE
               TG-TERM(TG-JML - 1) DELIMITED BY SIZE
               ' DAN ' DELIMITED BY SIZE
               TG-TERM(TG-JML) DELIMITED BY SIZE
               ').' DELIMITED BY SIZE
               INTO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE 'SESUAI KETENTUAN FAKULTAS, MAHASISWA TERSEBUT AKAN'
               TO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE 'DITINJAU UNTUK KEPUTUSAN PUTUS STUDI (DO). SURAT INI'
               TO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE 'MERUPAKAN PEMBERITAHUAN TERTULIS SEBELUM KEPUTUSAN'
               TO CETAK-LINE.
           PERFORM TULIS-BARIS.
           MOVE 'TERSEBUT DIAMBIL.' TO CETAK-LINE.
           PERFORM TULIS-BARIS.
       TULIS-BARIS.
           WRITE CETAK-LINE.
