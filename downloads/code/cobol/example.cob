               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABS-KEY
               FILE STATUS IS WS-ABSEN-STATUS.
           SELECT KRS-FILE ASSIGN TO "KRS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KRS-KEY
               ALTERNATE RECORD KEY IS KRS-MK
                   WITH DUPLICATES
               FILE STATUS IS WS-KRS-STATUS.
           SELECT DOSEN-FILE ASSIGN TO "DOSEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSN-NIDN
               FILE STATUS IS WS-DOSEN-STATUS.
           SELECT AJAR-FILE ASSIGN TO "AJAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJR-KEY
               ALTERNATE RECORD KEY IS AJR-NIDN
                   WITH DUPLICATES
               FILE STATUS IS WS-AJAR-STATUS.
           SELECT TERM-FILE ASSIGN TO "TERM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-KODE
               FILE STATUS IS WS-TERM-STATUS.
           SELECT UBAH-FILE ASSIGN TO "UBAHNIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UBH-KEY
               ALTERNATE RECORD KEY IS UBH-STATUS
                   WITH DUPLICATES
               FILE STATUS IS WS-UBAH-STATUS.
           SELECT BAYAR-FILE ASSIGN TO "BAYAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BYR-KEY
               FILE STATUS IS WS-BAYAR-STATUS.
           SELECT JADWAL-FILE ASSIGN TO "JADWAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JDW-KEY
               FILE STATUS IS WS-JADWAL-STATUS.
           SELECT WALI-FILE ASSIGN TO "WALI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WLI-NPM
               FILE STATUS IS WS-WALI-STATUS.
           SELECT KOMPONEN-FILE ASSIGN TO "KOMPONEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KMP-KEY
               FILE STATUS IS WS-KOMPONEN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
           COPY "OPERATOR.cpy".
       FD ABSEN-FILE.
           COPY "ABSENSI.cpy".
       FD KRS-FILE.
           COPY "KRS.cpy".
       FD DOSEN-FILE.
           COPY "DOSEN.cpy".
       FD AJAR-FILE.
           COPY "AJAR.cpy".
       FD TERM-FILE.
           COPY "TERM.cpy".
       FD UBAH-FILE.
           COPY "UBAHNIL.cpy".
       FD BAYAR-FILE.
           COPY "BAYAR.cpy".
       FD JADWAL-FILE.
           COPY "JADWAL.cpy".
       FD WALI-FILE.
           COPY "WALI.cpy".
       FD KOMPONEN-FILE.
           COPY "KOMPONEN.cpy".
       WORKING-STORAGE SECTION.
       01 VAR-MENU.
           02 PILIHAN PIC X.
       01 VAR-ULANG.
           02 ULANG PIC A.
           88 YA VALUE 'Y', 'y'.
           02 PARAM-BATAS-BARU PIC 9(3).
           02 PARAM-ABSEN-BARU PIC 9(3).
           02 PARAM-TINDAK-BARU PIC X.
           02 BAYAR-TINDAK PIC X.
           02 PARAM-BAYAR-BARU PIC X.
       01 VAR-BAYAR.
           02 BAYAR-CEK-NPM PIC X(8).
           02 BAYAR-CEK-TERM PIC X(5).
           02 BAYAR-TAGIHAN PIC 9(9)V99.
           02 BAYAR-DIBAYAR PIC 9(9)V99.
           02 BAYAR-SISA PIC 9(9)V99.
           02 BAYAR-SISA-CETAK PIC ZZZ,ZZZ,ZZ9.
       01 VAR-ABSEN.
           02 ABSEN-KELAS PIC X(6).
           02 ABSEN-TGL PIC 9(8).
           02 MK-REMEDIAL PIC X(6).
           02 NILAI-REMEDIAL PIC 999.
       01 VAR-RAWAT.
           02 PILIHAN-RAWAT PIC X.
           02 RAWAT-NPM PIC X(8).
           02 RAWAT-NPM-BARU PIC X(8).
           02 RAWAT-KONFIRM PIC A.
       01 VAR-MATAKUL.
           02 RAWAT-MK-KODE PIC X(6).
           02 RAWAT-MK-NAMA PIC X(20).
           02 RAWAT-MK-SKS PIC 9.
           02 RAWAT-MK-BOBOT-UTS PIC 9(3).
           02 RAWAT-MK-BOBOT-UAS PIC 9(3).
           02 RAWAT-MK-BOBOT-TUGAS PIC 9(3).
           02 RAWAT-MK-BOBOT-KUIS PIC 9(3).
           02 RAWAT-MK-BOBOT-PRAK PIC 9(3).
           02 RAWAT-MK-BOBOT-TOTAL PIC 9(4).
       01 VAR-KELAS-MASTER.
           02 CEK-KELAS-IN PIC X(6).
           02 RAWAT-KLS-KODE PIC X(6).
           02 RAWAT-KLS-NAMA PIC X(20).
           02 RAWAT-KLS-AKTIF PIC X.
           02 RAWAT-KLS-PRODI PIC X(5).
       01 VAR-DOSEN.
           02 RAWAT-DSN-NIDN PIC X(10).
           02 RAWAT-DSN-NAMA PIC X(20).
           02 RAWAT-DSN-AKTIF PIC X.
           02 RAWAT-AJR-TERM PIC X(5).
           02 RAWAT-AJR-KELAS PIC X(6).
           02 RAWAT-AJR-MK PIC X(6).
           02 RAWAT-AJR-NIDN PIC X(10).
       01 VAR-JADWAL.
           02 RAWAT-JDW-TERM PIC X(5).
           02 RAWAT-JDW-JENIS PIC X(3).
           02 RAWAT-JDW-KELAS PIC X(6).
           02 RAWAT-JDW-MK PIC X(6).
           02 RAWAT-JDW-TGL PIC 9(8).
           02 RAWAT-JDW-SESI PIC 9.
           02 RAWAT-JDW-RUANG PIC X(6).
           02 RAWAT-JDW-KAPASITAS PIC 9(3).
       01 VAR-WALI.
           02 RAWAT-WLI-NPM PIC X(8).
           02 RAWAT-WLI-NAMA PIC X(30).
           02 RAWAT-WLI-HUBUNGAN PIC X(10).
           02 RAWAT-WLI-ALAMAT-1 PIC X(40).
           02 RAWAT-WLI-ALAMAT-2 PIC X(40).
           02 RAWAT-WLI-KOTA PIC X(20).
           02 RAWAT-WLI-KODEPOS PIC X(5).
           02 RAWAT-WLI-TELP PIC X(15).
       01 VAR-OPERATOR.
           02 SIGNON-ID PIC X(8).
           02 OP-AKTIF-ID PIC X(8).
           02 PA-IDX PIC 9(3).
           02 PA-TABLE OCCURS 50 TIMES.
               03 PA-TGL PIC 9(8).
       01 VAR-PINDAH-KRS.
           02 PK-JML PIC 9(3).
           02 PK-PUTARAN PIC 9(3).
           02 PK-IDX PIC 9(3).
           02 PK-TABLE OCCURS 50 TIMES.
               03 PK-TERM PIC X(5).
               03 PK-MK PIC X(6).
       01 VAR-PINDAH-KOMPONEN.
           02 PKM-JML PIC 9(3).
           02 PKM-PUTARAN PIC 9(3).
           02 PKM-IDX PIC 9(3).
           02 PKM-TABLE OCCURS 50 TIMES.
               03 PKM-TERM PIC X(5).
               03 PKM-MK PIC X(6).
               03 PKM-JENIS PIC X.
               03 PKM-URUT PIC 99.
       01 VAR-PINDAH-BAYAR.
           02 PBY-JML PIC 9(3).
           02 PBY-PUTARAN PIC 9(3).
           02 PBY-IDX PIC 9(3).
           02 PBY-TABLE OCCURS 50 TIMES.
               03 PBY-TERM PIC X(5).
               03 PBY-REF PIC X(16).
       01 VAR-AKADEMIK.
           02 PILIHAN-AKADEMIK PIC 9.
       01 VAR-KOMPONEN.
           02 KMP-IN-NPM PIC X(8).
           02 KMP-IN-TERM PIC X(5).
           02 KMP-IN-MK PIC X(6).
           02 KMP-IN-JENIS PIC X.
           02 KMP-IN-URUT PIC 99.
           02 KMP-IN-NILAI PIC 999.
           02 KMP-IN-AKSI PIC X.
           02 KMP-BOBOT-JENIS PIC 9(3).
           02 KMP-BOBOT-TOTAL PIC 9(4).
           02 KMP-CEK-NPM PIC X(8).
           02 KMP-CEK-TERM PIC X(5).
           02 KMP-CEK-MK PIC X(6).
           02 KMP-JML-TUGAS PIC 9(3).
           02 KMP-JML-KUIS PIC 9(3).
           02 KMP-JML-PRAK PIC 9(3).
           02 KMP-TOTAL-TUGAS PIC 9(5).
           02 KMP-TOTAL-KUIS PIC 9(5).
           02 KMP-TOTAL-PRAK PIC 9(5).
           02 KMP-RATA-TUGAS PIC 999.
           02 KMP-RATA-KUIS PIC 999.
           02 KMP-RATA-PRAK PIC 999.
       01 VAR-KRS.
           02 KRS-IN-NPM PIC X(8).
           02 KRS-IN-TERM PIC X(5).
           02 KRS-IN-MK PIC X(6).
           02 KRS-IN-AKSI PIC X.
           02 KRS-CEK-NPM PIC X(8).
           02 KRS-CEK-TERM PIC X(5).
           02 KRS-CEK-MK PIC X(6).
           02 KRS-JML-MK PIC 9(3).
           02 KRS-JML-SKS PIC 9(3).
       01 VAR-UBAH.
           02 TERM-CEK PIC X(5).
           02 UBAH-IN-NPM PIC X(8).
           02 UBAH-IN-TERM PIC X(5).
           02 UBAH-IN-MK PIC X(6).
           02 UBAH-IN-HASIL PIC 999.
           02 UBAH-IN-ALASAN PIC X(40).
           02 UBAH-STATUS-BARU PIC X(5).
           02 UBAH-SEQ PIC 99.
           02 UBAH-PUTUSAN PIC X.
           02 UBAH-JML PIC 9(3).
           02 UBAH-IDX PIC 9(3).
           02 UBAH-TABLE OCCURS 50 TIMES.
               03 UT-KEY PIC X(21).
       01 VAR-EXPORT.
           02 EXPORT-SEMUA PIC A.
           88 EXPORT-YA VALUE 'Y', 'y'.
       01 WS-ABSEN-EOF-SW PIC X VALUE 'N'.
       01 WS-ABSEN-VALID-SW PIC X VALUE 'N'.
       01 WS-ABSEN-BOLEH-SW PIC X VALUE 'Y'.
       01 WS-KRS-STATUS PIC XX.
       01 WS-KRS-ADA-SW PIC X VALUE 'N'.
       01 WS-KRS-EOF-SW PIC X VALUE 'N'.
       01 WS-DOSEN-STATUS PIC XX.
       01 WS-DSN-FOUND-SW PIC X VALUE 'N'.
       01 WS-DSN-AKTIF-SW PIC X VALUE 'N'.
       01 WS-AJAR-STATUS PIC XX.
       01 WS-AJR-FOUND-SW PIC X VALUE 'N'.
       01 WS-TERM-STATUS PIC XX.
       01 WS-TERM-TUTUP-SW PIC X VALUE 'N'.
       01 WS-UBAH-STATUS PIC XX.
       01 WS-UBAH-EOF-SW PIC X VALUE 'N'.
       01 WS-UBAH-TUNGGU-SW PIC X VALUE 'N'.
       01 WS-BAYAR-STATUS PIC XX.
       01 WS-BAYAR-EOF-SW PIC X VALUE 'N'.
       01 WS-BAYAR-BOLEH-SW PIC X VALUE 'Y'.
       01 WS-TAGIHAN-ADA-SW PIC X VALUE 'N'.
       01 WS-JADWAL-STATUS PIC XX.
       01 WS-JDW-FOUND-SW PIC X VALUE 'N'.
       01 WS-WALI-STATUS PIC XX.
       01 WS-WALI-FOUND-SW PIC X VALUE 'N'.
       01 WS-KOMPONEN-STATUS PIC XX.
       01 WS-KMP-EOF-SW PIC X VALUE 'N'.
       01 WS-KMP-FOUND-SW PIC X VALUE 'N'.
       01 WS-KMP-PAKAI-SW PIC X VALUE 'N'.
       SCREEN SECTION.
       01 CLS.
           02 BLANK SCREEN.
           02 LINE 10 COLUMN 1 VALUE '8. PARAMETER NILAI'.
           02 LINE 11 COLUMN 1 VALUE '9. EXIT'.
           02 LINE 12 COLUMN 1 VALUE '0. ABSENSI'.
           02 LINE 13 COLUMN 1 VALUE 'A. AKADEMIK'.
           02 LINE 15 COLUMN 1 VALUE 'MASUKAN PILIHAN :'.
           02 COLUMN PLUS 1 PIC X TO PILIHAN.
       01 INPUT-MENU-BIASA.
           02 LINE 1 COLUMN 4 VALUE '-- MENU --'.
           02 LINE 3 COLUMN 1 VALUE '1. INPUT OUTPUT'.
           02 LINE 8 COLUMN 1 VALUE '7. REMEDIAL'.
           02 LINE 9 COLUMN 1 VALUE '9. EXIT'.
           02 LINE 10 COLUMN 1 VALUE '0. ABSENSI'.
           02 LINE 11 COLUMN 1 VALUE 'A. AKADEMIK'.
           02 LINE 13 COLUMN 1 VALUE 'MASUKAN PILIHAN :'.
           02 COLUMN PLUS 1 PIC X TO PILIHAN.
       01 INPUT-AKADEMIK-MENU.
           02 LINE 1 COLUMN 1 VALUE 'AKADEMIK'.
           02 LINE 3 COLUMN 1 VALUE '1. KRS (AMBIL/BATAL MATA KULIAH)'.
           02 LINE 4 COLUMN 1 VALUE
               '2. AJUKAN PERUBAHAN NILAI (TERM DITUTUP)'.
           02 LINE 5 COLUMN 1 VALUE '3. TINJAU PERUBAHAN NILAI (ADMIN)'.
           02 LINE 6 COLUMN 1 VALUE
               '4. NILAI KOMPONEN (TUGAS/KUIS/PRAKTIKUM)'.
           02 LINE 10 COLUMN 1 VALUE 'MASUKAN PILIHAN :'.
           02 COLUMN PLUS 1 PIC 9 TO PILIHAN-AKADEMIK.
       01 INPUT-KRS.
           02 LINE 1 COLUMN 1 VALUE 'KRS'.
           02 LINE 3 COLUMN 1 VALUE 'MASUKAN NPM :'.
           02 COLUMN PLUS 1 PIC X(8) TO KRS-IN-NPM.
           02 LINE 4 COLUMN 1 VALUE 'MASUKAN TERM (CONTOH 20261) :'.
           02 COLUMN PLUS 1 PIC X(5) TO KRS-IN-TERM.
           02 LINE 5 COLUMN 1 VALUE 'MASUKAN KODE MATA KULIAH :'.
           02 COLUMN PLUS 1 PIC X(6) TO KRS-IN-MK.
           02 LINE 6 COLUMN 1 VALUE 'AMBIL / BATAL [A/B] :'.
           02 COLUMN PLUS 1 PIC X TO KRS-IN-AKSI.
       01 INPUT-KOMPONEN.
           02 LINE 1 COLUMN 1 VALUE 'NILAI KOMPONEN'.
           02 LINE 3 COLUMN 1 VALUE 'MASUKAN NPM :'.
           02 COLUMN PLUS 1 PIC X(8) TO KMP-IN-NPM.
           02 LINE 4 COLUMN 1 VALUE 'MASUKAN TERM (CONTOH 20261) :'.
           02 COLUMN PLUS 1 PIC X(5) TO KMP-IN-TERM.
           02 LINE 5 COLUMN 1 VALUE 'MASUKAN KODE MATA KULIAH :'.
           02 COLUMN PLUS 1 PIC X(6) TO KMP-IN-MK.
           02 LINE 6 COLUMN 1 VALUE
               'JENIS [T=TUGAS/K=KUIS/P=PRAKTIKUM] :'.
           02 COLUMN PLUS 1 PIC X TO KMP-IN-JENIS.
           02 LINE 7 COLUMN 1 VALUE 'NOMOR URUT (01-99) :'.
           02 COLUMN PLUS 1 PIC 99 TO KMP-IN-URUT.
           02 LINE 8 COLUMN 1 VALUE 'NILAI (0-100) :'.
           02 COLUMN PLUS 1 PIC 999 TO KMP-IN-NILAI.
           02 LINE 9 COLUMN 1 VALUE 'SIMPAN / HAPUS [S/H] :'.
           02 COLUMN PLUS 1 PIC X TO KMP-IN-AKSI.
       01 INPUT-AJU-UBAH.
           02 LINE 1 COLUMN 1 VALUE 'AJUKAN PERUBAHAN NILAI'.
           02 LINE 3 COLUMN 1 VALUE 'MASUKAN NPM :'.
           02 COLUMN PLUS 1 PIC X(8) TO UBAH-IN-NPM.
           02 LINE 4 COLUMN 1 VALUE 'MASUKAN TERM (CONTOH 20261) :'.
           02 COLUMN PLUS 1 PIC X(5) TO UBAH-IN-TERM.
           02 LINE 5 COLUMN 1 VALUE 'MASUKAN KODE MATA KULIAH :'.
           02 COLUMN PLUS 1 PIC X(6) TO UBAH-IN-MK.
           02 LINE 6 COLUMN 1 VALUE 'HASIL BARU (0-100) :'.
           02 COLUMN PLUS 1 PIC 999 TO UBAH-IN-HASIL.
           02 LINE 7 COLUMN 1 VALUE 'ALASAN :'.
           02 COLUMN PLUS 1 PIC X(40) TO UBAH-IN-ALASAN.
       01 INPUT-ABSENSI.
           02 LINE 1 COLUMN 1 VALUE 'ABSENSI'.
           02 LINE 3 COLUMN 1 VALUE 'MASUKAN KELAS :'.
           02 COLUMN PLUS 1 PIC 999 TO PARAM-ABSEN-BARU.
           02 LINE 7 COLUMN 1 VALUE 'TINDAKAN ABSENSI [P/B] :'.
           02 COLUMN PLUS 1 PIC X TO PARAM-TINDAK-BARU.
           02 LINE 8 COLUMN 1 VALUE 'TINDAKAN UKT BELUM LUNAS [P/B] :'.
           02 COLUMN PLUS 1 PIC X TO PARAM-BAYAR-BARU.
       01 INPUT-REMEDIAL-NPM.
           02 LINE 1 COLUMN 1 VALUE 'REMEDIAL'.
           02 LINE 3 COLUMN 1 VALUE 'MASUKAN NPM :'.
           02 LINE 6 COLUMN 1 VALUE '4. RAWAT KELAS'.
           02 LINE 7 COLUMN 1 VALUE '5. RAWAT OPERATOR'.
           02 LINE 8 COLUMN 1 VALUE '6. UBAH STATUS MAHASISWA'.
           02 LINE 9 COLUMN 1 VALUE '7. RAWAT DOSEN'.
           02 LINE 10 COLUMN 1 VALUE '8. RAWAT PENGAJAR KELAS'.
           02 LINE 11 COLUMN 1 VALUE '9. RAWAT JADWAL UJIAN'.
           02 LINE 12 COLUMN 1 VALUE 'A. RAWAT WALI MAHASISWA'.
           02 LINE 14 COLUMN 1 VALUE 'MASUKAN PILIHAN :'.
           02 COLUMN PLUS 1 PIC X TO PILIHAN-RAWAT.
       01 INPUT-RAWAT-MK.
           02 LINE 1 COLUMN 1 VALUE 'RAWAT MATA KULIAH'.
           02 LINE 3 COLUMN 1 VALUE 'KODE MATA KULIAH :'.
           02 COLUMN PLUS 1 PIC X(6) TO RAWAT-MK-KODE.
           02 LINE 4 COLUMN 1 VALUE 'NAMA MATA KULIAH :'.
           02 COLUMN PLUS 1 PIC X(20) TO RAWAT-MK-NAMA.
           02 LINE 5 COLUMN 1 VALUE 'SKS (1-6)        :'.
           02 COLUMN PLUS 1 PIC 9 TO RAWAT-MK-SKS.
           02 LINE 6 COLUMN 1 VALUE 'BOBOT UTS (%)    :'.
           02 COLUMN PLUS 1 PIC 999 TO RAWAT-MK-BOBOT-UTS.
           02 LINE 7 COLUMN 1 VALUE 'BOBOT UAS (%)    :'.
           02 COLUMN PLUS 1 PIC 999 TO RAWAT-MK-BOBOT-UAS.
           02 LINE 8 COLUMN 1 VALUE 'BOBOT TUGAS (%)  :'.
           02 COLUMN PLUS 1 PIC 999 TO RAWAT-MK-BOBOT-TUGAS.
           02 LINE 9 COLUMN 1 VALUE 'BOBOT KUIS (%)   :'.
           02 COLUMN PLUS 1 PIC 999 TO RAWAT-MK-BOBOT-KUIS.
           02 LINE 10 COLUMN 1 VALUE 'BOBOT PRAKTIKUM  :'.
           02 COLUMN PLUS 1 PIC 999 TO RAWAT-MK-BOBOT-PRAK.
           02 LINE 12 COLUMN 1 VALUE
               'BOBOT SEMUA 0 = PAKAI BOBOT PARAMETER NILAI'.
       01 INPUT-RAWAT-KELAS.
           02 LINE 1 COLUMN 1 VALUE 'RAWAT KELAS'.
           02 LINE 3 COLUMN 1 VALUE 'KODE KELAS  :'.
           02 COLUMN PLUS 1 PIC X(20) TO RAWAT-KLS-NAMA.
           02 LINE 5 COLUMN 1 VALUE 'AKTIF [Y/T] :'.
           02 COLUMN PLUS 1 PIC X TO RAWAT-KLS-AKTIF.
           02 LINE 6 COLUMN 1 VALUE 'KODE PRODI  :'.
           02 COLUMN PLUS 1 PIC X(5) TO RAWAT-KLS-PRODI.
       01 INPUT-RAWAT-MHS.
           02 LINE 1 COLUMN 1 VALUE 'UBAH STATUS MAHASISWA'.
           02 LINE 3 COLUMN 1 VALUE 'MASUKAN NPM :'.
           02 LINE 4 COLUMN 1 VALUE
               'STATUS BARU (AKTIF/CUTI/LSTUDI/DO) :'.
           02 COLUMN PLUS 1 PIC X(6) TO RAWAT-MHS-STATUS.
       01 INPUT-RAWAT-DOSEN.
           02 LINE 1 COLUMN 1 VALUE 'RAWAT DOSEN'.
           02 LINE 3 COLUMN 1 VALUE 'NIDN        :'.
           02 COLUMN PLUS 1 PIC X(10) TO RAWAT-DSN-NIDN.
           02 LINE 4 COLUMN 1 VALUE 'NAMA DOSEN  :'.
           02 COLUMN PLUS 1 PIC X(20) TO RAWAT-DSN-NAMA.
           02 LINE 5 COLUMN 1 VALUE 'AKTIF [Y/T] :'.
           02 COLUMN PLUS 1 PIC X TO RAWAT-DSN-AKTIF.
       01 INPUT-RAWAT-AJAR.
           02 LINE 1 COLUMN 1 VALUE 'RAWAT PENGAJAR KELAS'.
           02 LINE 3 COLUMN 1 VALUE 'TERM (CONTOH 20261) :'.
           02 COLUMN PLUS 1 PIC X(5) TO RAWAT-AJR-TERM.
           02 LINE 4 COLUMN 1 VALUE 'KELAS               :'.
           02 COLUMN PLUS 1 PIC X(6) TO RAWAT-AJR-KELAS.
           02 LINE 5 COLUMN 1 VALUE 'KODE MATA KULIAH    :'.
           02 COLUMN PLUS 1 PIC X(6) TO RAWAT-AJR-MK.
           02 LINE 6 COLUMN 1 VALUE 'NIDN DOSEN (KOSONG=HAPUS) :'.
           02 COLUMN PLUS 1 PIC X(10) TO RAWAT-AJR-NIDN.
       01 INPUT-RAWAT-JADWAL.
           02 LINE 1 COLUMN 1 VALUE 'RAWAT JADWAL UJIAN'.
           02 LINE 3 COLUMN 1 VALUE 'TERM (CONTOH 20261)  :'.
           02 COLUMN PLUS 1 PIC X(5) TO RAWAT-JDW-TERM.
           02 LINE 4 COLUMN 1 VALUE 'UJIAN [UTS/UAS]      :'.
           02 COLUMN PLUS 1 PIC X(3) TO RAWAT-JDW-JENIS.
           02 LINE 5 COLUMN 1 VALUE 'KELAS                :'.
           02 COLUMN PLUS 1 PIC X(6) TO RAWAT-JDW-KELAS.
           02 LINE 6 COLUMN 1 VALUE 'KODE MATA KULIAH     :'.
           02 COLUMN PLUS 1 PIC X(6) TO RAWAT-JDW-MK.
           02 LINE 7 COLUMN 1 VALUE 'TANGGAL (YYYYMMDD)   :'.
           02 COLUMN PLUS 1 PIC 9(8) TO RAWAT-JDW-TGL.
           02 LINE 8 COLUMN 1 VALUE 'SESI (1-9)           :'.
           02 COLUMN PLUS 1 PIC 9 TO RAWAT-JDW-SESI.
           02 LINE 9 COLUMN 1 VALUE 'RUANG (KOSONG=HAPUS) :'.
           02 COLUMN PLUS 1 PIC X(6) TO RAWAT-JDW-RUANG.
           02 LINE 10 COLUMN 1 VALUE 'KAPASITAS RUANG      :'.
           02 COLUMN PLUS 1 PIC 999 TO RAWAT-JDW-KAPASITAS.
       01 INPUT-RAWAT-WALI.
           02 LINE 1 COLUMN 1 VALUE 'RAWAT WALI MAHASISWA'.
           02 LINE 3 COLUMN 1 VALUE 'NPM                  :'.
           02 COLUMN PLUS 1 PIC X(8) TO RAWAT-WLI-NPM.
           02 LINE 4 COLUMN 1 VALUE 'NAMA WALI (KOSONG=HAPUS) :'.
           02 COLUMN PLUS 1 PIC X(30) TO RAWAT-WLI-NAMA.
           02 LINE 5 COLUMN 1 VALUE 'HUBUNGAN (AYAH/IBU/..) :'.
           02 COLUMN PLUS 1 PIC X(10) TO RAWAT-WLI-HUBUNGAN.
           02 LINE 6 COLUMN 1 VALUE 'ALAMAT               :'.
           02 COLUMN PLUS 1 PIC X(40) TO RAWAT-WLI-ALAMAT-1.
           02 LINE 7 COLUMN 1 VALUE '                     :'.
           02 COLUMN PLUS 1 PIC X(40) TO RAWAT-WLI-ALAMAT-2.
           02 LINE 8 COLUMN 1 VALUE 'KOTA                 :'.
           02 COLUMN PLUS 1 PIC X(20) TO RAWAT-WLI-KOTA.
           02 LINE 9 COLUMN 1 VALUE 'KODE POS             :'.
           02 COLUMN PLUS 1 PIC X(5) TO RAWAT-WLI-KODEPOS.
           02 LINE 10 COLUMN 1 VALUE 'TELEPON              :'.
           02 COLUMN PLUS 1 PIC X(15) TO RAWAT-WLI-TELP.
       01 INPUT-RAWAT-OP.
           02 LINE 1 COLUMN 1 VALUE 'RAWAT OPERATOR'.
           02 LINE 3 COLUMN 1 VALUE 'ID OPERATOR   :'.
               DISPLAY INPUT-MENU-BIASA
               ACCEPT INPUT-MENU-BIASA
           END-IF.
           IF PILIHAN = '1' GO TO SHOW-BIODATA.
           IF PILIHAN = '2' GO TO SHOW-NILAI.
           IF PILIHAN = '3' GO TO SHOW-LOOPING.
           IF PILIHAN = '4' GO TO SHOW-LIHAT.
           IF PILIHAN = '5' GO TO SHOW-EXPORT.
           IF PILIHAN = '6' AND OP-AKTIF-ROLE = 'A' GO TO SHOW-RAWAT.
           IF PILIHAN = '6' GO TO AKSES-DITOLAK.
           IF PILIHAN = '7' GO TO SHOW-REMEDIAL.
           IF PILIHAN = '8' AND OP-AKTIF-ROLE = 'A' GO TO SHOW-PARAM.
           IF PILIHAN = '8' GO TO AKSES-DITOLAK.
           IF PILIHAN = '0' GO TO SHOW-ABSENSI.
           IF PILIHAN = 'A' OR PILIHAN = 'a' GO TO SHOW-AKADEMIK.
           IF PILIHAN = '9' GO TO FINISH ELSE GO TO INPUTAN-SALAH.
       AKSES-DITOLAK.
           DISPLAY SPACE.
           DISPLAY 'AKSES HANYA UNTUK OPERATOR ADMIN'.
               GO TO REPEAT-PROGRAM
           END-IF.
           DISPLAY 'MATA KULIAH : ', MK-NAMA.
           MOVE TERM-NILAI TO TERM-CEK.
           PERFORM CEK-TERM-TUTUP.
           IF WS-TERM-TUTUP-SW = 'Y'
               DISPLAY 'TERM ', TERM-NILAI, ' SUDAH DITUTUP,'
                   ' AJUKAN PERUBAHAN NILAI DI MENU AKADEMIK'
               GO TO REPEAT-PROGRAM
           END-IF.
           MOVE NPM-NILAI TO KRS-CEK-NPM.
           MOVE TERM-NILAI TO KRS-CEK-TERM.
           MOVE MK-NILAI TO KRS-CEK-MK.
           PERFORM CEK-KRS.
           IF WS-KRS-ADA-SW = 'N'
               DISPLAY 'MAHASISWA TIDAK TERDAFTAR DI KRS'
                   ' UNTUK MATA KULIAH DAN TERM INI'
               GO TO REPEAT-PROGRAM
           END-IF.
           OPEN I-O STUDENT-FILE.
           IF WS-STUDENT-STATUS = '35'
               DISPLAY 'BELUM ADA DATA SISWA, INPUT BIODATA DULU'
                   DISPLAY 'NILAI HARUS 0-100, ULANGI'
               END-IF
           END-PERFORM.
           MOVE 'Y' TO WS-BAYAR-BOLEH-SW.
           IF UAS > 0
               PERFORM CEK-BAYAR-NILAI
           END-IF.
           IF WS-BAYAR-BOLEH-SW = 'Y'
               PERFORM SIMPAN-NILAI-HITUNG
           END-IF.
       SIMPAN-NILAI-HITUNG.
           DISPLAY SPACE.
           DISPLAY '-----------------------------'.
           PERFORM BACA-PARAM.
           PERFORM CARI-MATAKUL.
           PERFORM CEK-BOBOT-MK.
           IF WS-KMP-PAKAI-SW = 'Y'
               MOVE NPM-NILAI TO KMP-CEK-NPM
               MOVE TERM-NILAI TO KMP-CEK-TERM
               MOVE MK-NILAI TO KMP-CEK-MK
               PERFORM HITUNG-KOMPONEN
               COMPUTE HASIL =
                   (UTS * MK-BOBOT-UTS + UAS * MK-BOBOT-UAS
                   + KMP-RATA-TUGAS * MK-BOBOT-TUGAS
                   + KMP-RATA-KUIS * MK-BOBOT-KUIS
                   + KMP-RATA-PRAK * MK-BOBOT-PRAK) / 100
               PERFORM TAMPIL-KOMPONEN
           ELSE
               COMPUTE HASIL =
                   (UTS * BOBOT-UTS + UAS * BOBOT-UAS) / 100
           END-IF.
           MOVE UTS TO UTS-REC.
           MOVE UAS TO UAS-REC.
           MOVE HASIL TO HASIL-REC.
           MOVE 70 TO BATAS-LULUS.
           MOVE 0 TO BATAS-ABSEN.
           MOVE 'P' TO ABSEN-TINDAK.
           MOVE 'P' TO BAYAR-TINDAK.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS NOT = '35'
               READ PARAM-FILE
                       IF PRM-ABSEN-TINDAK = 'B'
                           MOVE 'B' TO ABSEN-TINDAK
                       END-IF
                       IF PRM-BAYAR-TINDAK = 'B'
                           MOVE 'B' TO BAYAR-TINDAK
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.
       CEK-BAYAR-NILAI.
           MOVE 'Y' TO WS-BAYAR-BOLEH-SW.
           PERFORM BACA-PARAM.
           MOVE NPM-NILAI TO BAYAR-CEK-NPM.
           MOVE TERM-NILAI TO BAYAR-CEK-TERM.
           PERFORM HITUNG-BAYAR.
           IF WS-BAYAR-STATUS = '35'
               CONTINUE
           ELSE IF WS-TAGIHAN-ADA-SW = 'N'
               DISPLAY 'PERHATIAN: BELUM ADA TAGIHAN UKT'
                   ' UNTUK NPM DAN TERM INI'
           ELSE IF BAYAR-DIBAYAR < BAYAR-TAGIHAN
               COMPUTE BAYAR-SISA = BAYAR-TAGIHAN - BAYAR-DIBAYAR
               MOVE BAYAR-SISA TO BAYAR-SISA-CETAK
               IF BAYAR-TINDAK = 'B'
                   DISPLAY 'UKT BELUM LUNAS, SISA ', BAYAR-SISA-CETAK,
                       ', INPUT NILAI UAS DIBLOKIR'
                   MOVE 'N' TO WS-BAYAR-BOLEH-SW
               ELSE
                   DISPLAY 'PERINGATAN: UKT BELUM LUNAS, SISA ',
                       BAYAR-SISA-CETAK
               END-IF
           END-IF.
       HITUNG-BAYAR.
           MOVE 0 TO BAYAR-TAGIHAN BAYAR-DIBAYAR.
           MOVE 'N' TO WS-TAGIHAN-ADA-SW.
           OPEN INPUT BAYAR-FILE.
           IF WS-BAYAR-STATUS NOT = '35'
               MOVE BAYAR-CEK-NPM TO BYR-NPM
               MOVE BAYAR-CEK-TERM TO BYR-TERM
               MOVE SPACES TO BYR-REF
               MOVE 'N' TO WS-BAYAR-EOF-SW
               START BAYAR-FILE KEY NOT < BYR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-BAYAR-EOF-SW
               END-START
               PERFORM UNTIL WS-BAYAR-EOF-SW = 'Y'
                   READ BAYAR-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BAYAR-EOF-SW
                       NOT AT END
                           IF BYR-NPM = BAYAR-CEK-NPM
                               AND BYR-TERM = BAYAR-CEK-TERM
                               IF BYR-JENIS = 'T'
                                   MOVE 'Y' TO WS-TAGIHAN-ADA-SW
                                   ADD BYR-JUMLAH TO BAYAR-TAGIHAN
                               ELSE
                                   ADD BYR-JUMLAH TO BAYAR-DIBAYAR
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-BAYAR-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAYAR-FILE
           END-IF.
       CEK-ABSEN-NILAI.
           MOVE 'Y' TO WS-ABSEN-BOLEH-SW.
           PERFORM BACA-PARAM.
           MOVE 'N' TO WS-MK-FOUND-SW.
           MOVE MK-NILAI TO MK-KODE.
           OPEN INPUT MATAKUL-FILE.
           IF WS-MATAKUL-STATUS NOT = '00'
               AND WS-MATAKUL-STATUS NOT = '35'
               DISPLAY 'FILE MATAKUL.DAT TIDAK DAPAT DIBUKA, STATUS ',
                   WS-MATAKUL-STATUS
               DISPLAY 'BILA MASIH FORMAT LAMA, JALANKAN matakul-konv'
               STOP RUN
           END-IF.
           IF WS-MATAKUL-STATUS NOT = '35'
               READ MATAKUL-FILE
                   INVALID KEY
               END-READ
               CLOSE MATAKUL-FILE
           END-IF.
       CEK-BOBOT-MK.
           MOVE 'N' TO WS-KMP-PAKAI-SW.
           IF WS-MK-FOUND-SW = 'Y'
               AND MK-BOBOT-UTS NUMERIC AND MK-BOBOT-UAS NUMERIC
               AND MK-BOBOT-TUGAS NUMERIC AND MK-BOBOT-KUIS NUMERIC
               AND MK-BOBOT-PRAK NUMERIC
               COMPUTE KMP-BOBOT-TOTAL = MK-BOBOT-UTS + MK-BOBOT-UAS
                   + MK-BOBOT-TUGAS + MK-BOBOT-KUIS + MK-BOBOT-PRAK
               IF KMP-BOBOT-TOTAL = 100
                   MOVE 'Y' TO WS-KMP-PAKAI-SW
               END-IF
           END-IF.
       HITUNG-KOMPONEN.
           MOVE 0 TO KMP-JML-TUGAS KMP-JML-KUIS KMP-JML-PRAK.
           MOVE 0 TO KMP-TOTAL-TUGAS KMP-TOTAL-KUIS KMP-TOTAL-PRAK.
           MOVE 0 TO KMP-RATA-TUGAS KMP-RATA-KUIS KMP-RATA-PRAK.
           OPEN INPUT KOMPONEN-FILE.
           IF WS-KOMPONEN-STATUS NOT = '35'
               MOVE KMP-CEK-NPM TO KMP-NPM
               MOVE KMP-CEK-TERM TO KMP-TERM
               MOVE KMP-CEK-MK TO KMP-MK
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
                           IF KMP-NPM = KMP-CEK-NPM
                               AND KMP-TERM = KMP-CEK-TERM
                               AND KMP-MK = KMP-CEK-MK
                               PERFORM HITUNG-SATU-KOMPONEN
                           ELSE
                               MOVE 'Y' TO WS-KMP-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KOMPONEN-FILE
           END-IF.
           IF KMP-JML-TUGAS > 0
               COMPUTE KMP-RATA-TUGAS ROUNDED =
                   KMP-TOTAL-TUGAS / KMP-JML-TUGAS
           END-IF.
           IF KMP-JML-KUIS > 0
               COMPUTE KMP-RATA-KUIS ROUNDED =
                   KMP-TOTAL-KUIS / KMP-JML-KUIS
           END-IF.
           IF KMP-JML-PRAK > 0
               COMPUTE KMP-RATA-PRAK ROUNDED =
                   KMP-TOTAL-PRAK / KMP-JML-PRAK
           END-IF.
       HITUNG-SATU-KOMPONEN.
           IF KMP-JENIS = 'T'
               ADD 1 TO KMP-JML-TUGAS
               ADD KMP-NILAI TO KMP-TOTAL-TUGAS
           ELSE IF KMP-JENIS = 'K'
               ADD 1 TO KMP-JML-KUIS
               ADD KMP-NILAI TO KMP-TOTAL-KUIS
           ELSE IF KMP-JENIS = 'P'
               ADD 1 TO KMP-JML-PRAK
               ADD KMP-NILAI TO KMP-TOTAL-PRAK
           END-IF.
       TAMPIL-KOMPONEN.
           DISPLAY 'UTS       ', UTS, ' X ', MK-BOBOT-UTS, '%'.
           DISPLAY 'UAS       ', UAS, ' X ', MK-BOBOT-UAS, '%'.
           IF MK-BOBOT-TUGAS > 0
               DISPLAY 'TUGAS     ', KMP-RATA-TUGAS, ' X ',
                   MK-BOBOT-TUGAS, '% (', KMP-JML-TUGAS, ' NILAI)'
               IF KMP-JML-TUGAS = 0
                   DISPLAY 'PERHATIAN: BELUM ADA NILAI TUGAS,'
                       ' DIHITUNG 0'
               END-IF
           END-IF.
           IF MK-BOBOT-KUIS > 0
               DISPLAY 'KUIS      ', KMP-RATA-KUIS, ' X ',
                   MK-BOBOT-KUIS, '% (', KMP-JML-KUIS, ' NILAI)'
               IF KMP-JML-KUIS = 0
                   DISPLAY 'PERHATIAN: BELUM ADA NILAI KUIS,'
                       ' DIHITUNG 0'
               END-IF
           END-IF.
           IF MK-BOBOT-PRAK > 0
               DISPLAY 'PRAKTIKUM ', KMP-RATA-PRAK, ' X ',
                   MK-BOBOT-PRAK, '% (', KMP-JML-PRAK, ' NILAI)'
               IF KMP-JML-PRAK = 0
                   DISPLAY 'PERHATIAN: BELUM ADA NILAI PRAKTIKUM,'
                       ' DIHITUNG 0'
               END-IF
           END-IF.
           DISPLAY 'HASIL     ', HASIL.
       CEK-KRS.
           MOVE 'N' TO WS-KRS-ADA-SW.
           OPEN INPUT KRS-FILE.
           IF WS-KRS-STATUS NOT = '35'
               MOVE KRS-CEK-NPM TO KRS-NPM
               MOVE KRS-CEK-TERM TO KRS-TERM
               MOVE KRS-CEK-MK TO KRS-MK
               READ KRS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF KRS-STATUS = 'A'
                           MOVE 'Y' TO WS-KRS-ADA-SW
                       END-IF
               END-READ
               CLOSE KRS-FILE
           END-IF.
       CEK-TERM-TUTUP.
           MOVE 'N' TO WS-TERM-TUTUP-SW.
           OPEN INPUT TERM-FILE.
           IF WS-TERM-STATUS NOT = '35'
               MOVE TERM-CEK TO TRM-KODE
               READ TERM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TRM-STATUS = 'T'
                           MOVE 'Y' TO WS-TERM-TUTUP-SW
                       END-IF
               END-READ
               CLOSE TERM-FILE
           END-IF.
       SIMPAN-NILAI-HISTORY.
           OPEN I-O HISTORY-FILE.
           IF WS-HISTORY-STATUS = '35'
           DISPLAY 'BATAS LULUS SAAT INI    : ', BATAS-LULUS.
           DISPLAY 'BATAS ABSENSI SAAT INI  : ', BATAS-ABSEN.
           DISPLAY 'TINDAKAN ABSENSI (P/B)  : ', ABSEN-TINDAK.
           DISPLAY 'TINDAKAN UKT (P/B)      : ', BAYAR-TINDAK.
           DISPLAY 'UBAH PARAMETER ? [Y/T]'.
           ACCEPT PARAM-KONFIRM.
           IF PARAM-YA
                   AND PARAM-ABSEN-BARU NOT > 100
                   AND (PARAM-TINDAK-BARU = 'P'
                       OR PARAM-TINDAK-BARU = 'B')
                   AND (PARAM-BAYAR-BARU = 'P'
                       OR PARAM-BAYAR-BARU = 'B')
                   MOVE 'Y' TO WS-PARAM-VALID-SW
               ELSE
                   DISPLAY 'BOBOT HARUS BERJUMLAH 100, BATAS 0-100,'
           MOVE PARAM-BATAS-BARU TO PRM-BATAS-LULUS.
           MOVE PARAM-ABSEN-BARU TO PRM-BATAS-ABSEN.
           MOVE PARAM-TINDAK-BARU TO PRM-ABSEN-TINDAK.
           MOVE PARAM-BAYAR-BARU TO PRM-BAYAR-TINDAK.
           OPEN OUTPUT PARAM-FILE.
           WRITE PARAM-RECORD.
           CLOSE PARAM-FILE.
               DISPLAY 'KODE MATA KULIAH TIDAK BOLEH KOSONG'
               GO TO REPEAT-PROGRAM
           END-IF.
           MOVE TERM-REMEDIAL TO TERM-CEK.
           PERFORM CEK-TERM-TUTUP.
           IF WS-TERM-TUTUP-SW = 'Y'
               DISPLAY 'TERM ', TERM-REMEDIAL, ' SUDAH DITUTUP,'
                   ' AJUKAN PERUBAHAN NILAI DI MENU AKADEMIK'
               GO TO REPEAT-PROGRAM
           END-IF.
           MOVE NPM-REMEDIAL TO KRS-CEK-NPM.
           MOVE TERM-REMEDIAL TO KRS-CEK-TERM.
           MOVE MK-REMEDIAL TO KRS-CEK-MK.
           PERFORM CEK-KRS.
           IF WS-KRS-ADA-SW = 'N'
               DISPLAY 'MAHASISWA TIDAK TERDAFTAR DI KRS'
                   ' UNTUK MATA KULIAH DAN TERM INI'
               GO TO REPEAT-PROGRAM
           END-IF.
           OPEN I-O HISTORY-FILE.
           IF WS-HISTORY-STATUS = '35'
               DISPLAY 'BELUM ADA RIWAYAT NILAI'
           DISPLAY CLS.
           DISPLAY INPUT-RAWAT-MENU.
           ACCEPT INPUT-RAWAT-MENU.
           IF PILIHAN-RAWAT = '1' PERFORM HAPUS-SISWA
           ELSE IF PILIHAN-RAWAT = '2' PERFORM UBAH-NPM
           ELSE IF PILIHAN-RAWAT = '3' PERFORM RAWAT-MATAKUL
           ELSE IF PILIHAN-RAWAT = '4' PERFORM RAWAT-KELAS
           ELSE IF PILIHAN-RAWAT = '5' PERFORM RAWAT-OPERATOR
           ELSE IF PILIHAN-RAWAT = '6' PERFORM RAWAT-STATUS-MHS
           ELSE IF PILIHAN-RAWAT = '7' PERFORM RAWAT-DOSEN
           ELSE IF PILIHAN-RAWAT = '8' PERFORM RAWAT-AJAR
           ELSE IF PILIHAN-RAWAT = '9' PERFORM RAWAT-JADWAL
           ELSE IF PILIHAN-RAWAT = 'A' OR PILIHAN-RAWAT = 'a'
               PERFORM RAWAT-WALI
           ELSE DISPLAY 'PILIHAN TIDAK VALID'.
           GO TO REPEAT-PROGRAM.
       RAWAT-MATAKUL.
           ACCEPT INPUT-RAWAT-MK.
           DISPLAY SPACE.
           DISPLAY '-----------------------------'.
           COMPUTE RAWAT-MK-BOBOT-TOTAL = RAWAT-MK-BOBOT-UTS
               + RAWAT-MK-BOBOT-UAS + RAWAT-MK-BOBOT-TUGAS
               + RAWAT-MK-BOBOT-KUIS + RAWAT-MK-BOBOT-PRAK.
           IF RAWAT-MK-KODE = SPACE OR RAWAT-MK-NAMA = SPACE
               DISPLAY 'KODE DAN NAMA TIDAK BOLEH KOSONG'
           ELSE IF RAWAT-MK-SKS < 1 OR RAWAT-MK-SKS > 6
               DISPLAY 'SKS HARUS 1-6'
           ELSE IF RAWAT-MK-BOBOT-TOTAL NOT = 0
               AND RAWAT-MK-BOBOT-TOTAL NOT = 100
               DISPLAY 'JUMLAH BOBOT HARUS 100 (ATAU SEMUA 0)'
           ELSE
               PERFORM SIMPAN-MATAKUL
           END-IF.
               CLOSE MATAKUL-FILE
               OPEN I-O MATAKUL-FILE
           END-IF.
           IF WS-MATAKUL-STATUS NOT = '00'
               AND WS-MATAKUL-STATUS NOT = '35'
               DISPLAY 'FILE MATAKUL.DAT TIDAK DAPAT DIBUKA, STATUS ',
                   WS-MATAKUL-STATUS
               DISPLAY 'BILA MASIH FORMAT LAMA, JALANKAN matakul-konv'
               STOP RUN
           END-IF.
           MOVE RAWAT-MK-KODE TO MK-KODE.
           READ MATAKUL-FILE
               INVALID KEY
                   MOVE 'DATA BARU' TO AUDIT-OLD-VALUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MK-FOUND-SW
                   MOVE SPACES TO AUDIT-OLD-VALUE
                   STRING MK-NAMA DELIMITED BY '  '
                       '/' DELIMITED BY SIZE
                       MK-SKS DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       MK-BOBOT-UTS DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       MK-BOBOT-UAS DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       MK-BOBOT-TUGAS DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       MK-BOBOT-KUIS DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       MK-BOBOT-PRAK DELIMITED BY SIZE
                       INTO AUDIT-OLD-VALUE
           END-READ.
           MOVE RAWAT-MK-KODE TO MK-KODE.
           MOVE RAWAT-MK-NAMA TO MK-NAMA.
           MOVE RAWAT-MK-SKS TO MK-SKS.
           MOVE RAWAT-MK-BOBOT-UTS TO MK-BOBOT-UTS.
           MOVE RAWAT-MK-BOBOT-UAS TO MK-BOBOT-UAS.
           MOVE RAWAT-MK-BOBOT-TUGAS TO MK-BOBOT-TUGAS.
           MOVE RAWAT-MK-BOBOT-KUIS TO MK-BOBOT-KUIS.
           MOVE RAWAT-MK-BOBOT-PRAK TO MK-BOBOT-PRAK.
           IF WS-MK-FOUND-SW = 'Y'
               REWRITE MK-RECORD
           ELSE
               WRITE MK-RECORD
           END-IF.
           CLOSE MATAKUL-FILE.
           MOVE SPACES TO AUDIT-NEW-VALUE.
           STRING RAWAT-MK-NAMA DELIMITED BY '  '
               '/' DELIMITED BY SIZE
               RAWAT-MK-SKS DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               RAWAT-MK-BOBOT-UTS DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               RAWAT-MK-BOBOT-UAS DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               RAWAT-MK-BOBOT-TUGAS DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               RAWAT-MK-BOBOT-KUIS DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               RAWAT-MK-BOBOT-PRAK DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
           MOVE RAWAT-MK-KODE TO AUDIT-NPM.
           MOVE 'MATAKUL' TO AUDIT-SCREEN.
           PERFORM CATAT-AUDIT.
               CLOSE KELAS-FILE
               OPEN I-O KELAS-FILE
           END-IF.
           IF WS-KELAS-STATUS NOT = '00'
               AND WS-KELAS-STATUS NOT = '35'
               DISPLAY 'FILE KELAS.DAT TIDAK DAPAT DIBUKA, STATUS ',
                   WS-KELAS-STATUS
               DISPLAY 'BILA MASIH FORMAT LAMA, JALANKAN kelas-konv'
               STOP RUN
           END-IF.
           MOVE RAWAT-KLS-KODE TO KLS-KODE.
           READ KELAS-FILE
               INVALID KEY
                   STRING KLS-NAMA DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       KLS-AKTIF DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       KLS-PRODI DELIMITED BY SIZE
                       INTO AUDIT-OLD-VALUE
           END-READ.
           MOVE RAWAT-KLS-KODE TO KLS-KODE.
           MOVE RAWAT-KLS-NAMA TO KLS-NAMA.
           MOVE RAWAT-KLS-AKTIF TO KLS-AKTIF.
           MOVE RAWAT-KLS-PRODI TO KLS-PRODI.
           IF WS-KLS-FOUND-SW = 'Y'
               REWRITE KLS-RECORD
           ELSE
           STRING RAWAT-KLS-NAMA DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               RAWAT-KLS-AKTIF DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               RAWAT-KLS-PRODI DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
           MOVE RAWAT-KLS-KODE TO AUDIT-NPM.
           MOVE 'KELAS' TO AUDIT-SCREEN.
           MOVE 'OPERATR' TO AUDIT-SCREEN.
           PERFORM CATAT-AUDIT.
           DISPLAY 'OPERATOR TERSIMPAN'.
       RAWAT-DOSEN.
           DISPLAY CLS.
           DISPLAY INPUT-RAWAT-DOSEN.
           ACCEPT INPUT-RAWAT-DOSEN.
           DISPLAY SPACE.
           DISPLAY '-----------------------------'.
           IF RAWAT-DSN-NIDN = SPACE OR RAWAT-DSN-NAMA = SPACE
               DISPLAY 'NIDN DAN NAMA TIDAK BOLEH KOSONG'
           ELSE IF RAWAT-DSN-AKTIF NOT = 'Y'
               AND RAWAT-DSN-AKTIF NOT = 'T'
               DISPLAY 'AKTIF HARUS Y ATAU T'
           ELSE
               PERFORM SIMPAN-DOSEN
           END-IF.
       SIMPAN-DOSEN.
           MOVE 'N' TO WS-DSN-FOUND-SW.
           OPEN I-O DOSEN-FILE.
           IF WS-DOSEN-STATUS = '35'
               OPEN OUTPUT DOSEN-FILE
               CLOSE DOSEN-FILE
               OPEN I-O DOSEN-FILE
           END-IF.
           MOVE RAWAT-DSN-NIDN TO DSN-NIDN.
           READ DOSEN-FILE
               INVALID KEY
                   MOVE 'DATA BARU' TO AUDIT-OLD-VALUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DSN-FOUND-SW
                   MOVE SPACES TO AUDIT-OLD-VALUE
                   STRING DSN-NAMA DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       DSN-AKTIF DELIMITED BY SIZE
                       INTO AUDIT-OLD-VALUE
           END-READ.
           MOVE RAWAT-DSN-NIDN TO DSN-NIDN.
           MOVE RAWAT-DSN-NAMA TO DSN-NAMA.
           MOVE RAWAT-DSN-AKTIF TO DSN-AKTIF.
           IF WS-DSN-FOUND-SW = 'Y'
               REWRITE DSN-RECORD
           ELSE
               WRITE DSN-RECORD
           END-IF.
           CLOSE DOSEN-FILE.
           MOVE SPACES TO AUDIT-NEW-VALUE.
           STRING RAWAT-DSN-NAMA DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               RAWAT-DSN-AKTIF DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
           MOVE RAWAT-DSN-NIDN TO AUDIT-NPM.
           MOVE 'DOSEN' TO AUDIT-SCREEN.
           PERFORM CATAT-AUDIT.
           DISPLAY 'DOSEN TERSIMPAN'.
       RAWAT-AJAR.
           DISPLAY CLS.
           DISPLAY INPUT-RAWAT-AJAR.
           ACCEPT INPUT-RAWAT-AJAR.
           DISPLAY SPACE.
           DISPLAY '-----------------------------'.
           IF RAWAT-AJR-TERM NOT NUMERIC
               DISPLAY 'TERM HARUS 5 DIGIT ANGKA, CONTOH 20261'
           ELSE IF RAWAT-AJR-KELAS = SPACE OR RAWAT-AJR-MK = SPACE
               DISPLAY 'KELAS DAN MATA KULIAH TIDAK BOLEH KOSONG'
           ELSE IF RAWAT-AJR-NIDN = SPACE
               PERFORM HAPUS-AJAR
           ELSE
               PERFORM CEK-AJAR
           END-IF.
       CEK-AJAR.
           MOVE RAWAT-AJR-KELAS TO CEK-KELAS-IN.
           PERFORM CEK-KELAS.
           MOVE RAWAT-AJR-MK TO MK-NILAI.
           PERFORM CARI-MATAKUL.
           PERFORM CARI-DOSEN.
           IF WS-KELAS-ADA-SW = 'N'
               DISPLAY 'KELAS TIDAK TERDAFTAR DI MASTER KELAS'
           ELSE IF WS-MK-FOUND-SW = 'N'
               DISPLAY 'KODE MATA KULIAH TIDAK TERDAFTAR'
           ELSE IF WS-DSN-FOUND-SW = 'N'
               DISPLAY 'NIDN TIDAK TERDAFTAR, RAWAT DOSEN DULU'
           ELSE IF WS-DSN-AKTIF-SW = 'N'
               DISPLAY 'DOSEN TIDAK AKTIF'
           ELSE
               PERFORM SIMPAN-AJAR
           END-IF.
       CARI-DOSEN.
           MOVE 'N' TO WS-DSN-FOUND-SW.
           MOVE 'N' TO WS-DSN-AKTIF-SW.
           OPEN INPUT DOSEN-FILE.
           IF WS-DOSEN-STATUS NOT = '35'
               MOVE RAWAT-AJR-NIDN TO DSN-NIDN
               READ DOSEN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-DSN-FOUND-SW
                       IF DSN-AKTIF = 'Y'
                           MOVE 'Y' TO WS-DSN-AKTIF-SW
                       END-IF
               END-READ
               CLOSE DOSEN-FILE
           END-IF.
       SIMPAN-AJAR.
           MOVE 'N' TO WS-AJR-FOUND-SW.
           OPEN I-O AJAR-FILE.
           IF WS-AJAR-STATUS = '35'
               OPEN OUTPUT AJAR-FILE
               CLOSE AJAR-FILE
               OPEN I-O AJAR-FILE
           END-IF.
           MOVE RAWAT-AJR-TERM TO AJR-TERM.
           MOVE RAWAT-AJR-KELAS TO AJR-KELAS.
           MOVE RAWAT-AJR-MK TO AJR-MK.
           READ AJAR-FILE
               INVALID KEY
                   MOVE 'DATA BARU' TO AUDIT-OLD-VALUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-AJR-FOUND-SW
                   MOVE SPACES TO AUDIT-OLD-VALUE
                   STRING AJR-KELAS DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       AJR-MK DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       AJR-NIDN DELIMITED BY SIZE
                       INTO AUDIT-OLD-VALUE
           END-READ.
           MOVE RAWAT-AJR-NIDN TO AJR-NIDN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AJR-TGL.
           IF WS-AJR-FOUND-SW = 'Y'
               REWRITE AJR-RECORD
           ELSE
               WRITE AJR-RECORD
           END-IF.
           CLOSE AJAR-FILE.
           MOVE SPACES TO AUDIT-NEW-VALUE.
           STRING RAWAT-AJR-KELAS DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               RAWAT-AJR-MK DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               RAWAT-AJR-NIDN DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
           MOVE RAWAT-AJR-TERM TO AUDIT-NPM.
           MOVE 'AJAR' TO AUDIT-SCREEN.
           PERFORM CATAT-AUDIT.
           DISPLAY 'PENGAJAR KELAS TERSIMPAN'.
       HAPUS-AJAR.
           OPEN I-O AJAR-FILE.
           IF WS-AJAR-STATUS = '35'
               DISPLAY 'BELUM ADA DATA PENGAJAR'
           ELSE
               MOVE RAWAT-AJR-TERM TO AJR-TERM
               MOVE RAWAT-AJR-KELAS TO AJR-KELAS
               MOVE RAWAT-AJR-MK TO AJR-MK
               READ AJAR-FILE
                   INVALID KEY
                       DISPLAY 'PENGAJAR KELAS TIDAK DITEMUKAN'
                   NOT INVALID KEY
                       PERFORM HAPUS-AJAR-KONFIRMASI
               END-READ
               CLOSE AJAR-FILE
           END-IF.
       HAPUS-AJAR-KONFIRMASI.
           DISPLAY 'NIDN PENGAJAR : ', AJR-NIDN.
           DISPLAY 'YAKIN HAPUS PENGAJAR KELAS INI ? [Y/T]'.
           ACCEPT RAWAT-KONFIRM.
           IF RAWAT-YA
               MOVE SPACES TO AUDIT-OLD-VALUE
               STRING AJR-KELAS DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   AJR-MK DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   AJR-NIDN DELIMITED BY SIZE
                   INTO AUDIT-OLD-VALUE
               DELETE AJAR-FILE RECORD
               MOVE 'DIHAPUS' TO AUDIT-NEW-VALUE
               MOVE RAWAT-AJR-TERM TO AUDIT-NPM
               MOVE 'AJAR' TO AUDIT-SCREEN
               PERFORM CATAT-AUDIT
               DISPLAY 'PENGAJAR KELAS DIHAPUS'
           ELSE
               DISPLAY 'HAPUS DIBATALKAN'
           END-IF.
       RAWAT-JADWAL.
           DISPLAY CLS.
           DISPLAY INPUT-RAWAT-JADWAL.
           ACCEPT INPUT-RAWAT-JADWAL.
           DISPLAY SPACE.
           DISPLAY '-----------------------------'.
           IF RAWAT-JDW-TERM NOT NUMERIC
               DISPLAY 'TERM HARUS 5 DIGIT ANGKA, CONTOH 20261'
           ELSE IF RAWAT-JDW-JENIS NOT = 'UTS'
               AND RAWAT-JDW-JENIS NOT = 'UAS'
               DISPLAY 'UJIAN HARUS UTS ATAU UAS'
           ELSE IF RAWAT-JDW-KELAS = SPACE OR RAWAT-JDW-MK = SPACE
               DISPLAY 'KELAS DAN MATA KULIAH TIDAK BOLEH KOSONG'
           ELSE IF RAWAT-JDW-RUANG = SPACE
               PERFORM HAPUS-JADWAL
           ELSE IF RAWAT-JDW-TGL = 0 OR RAWAT-JDW-SESI = 0
               DISPLAY 'TANGGAL DAN SESI TIDAK BOLEH KOSONG'
           ELSE IF RAWAT-JDW-KAPASITAS = 0
               DISPLAY 'KAPASITAS RUANG TIDAK BOLEH 0'
           ELSE
               PERFORM CEK-JADWAL
           END-IF.
       CEK-JADWAL.
           MOVE RAWAT-JDW-KELAS TO CEK-KELAS-IN.
           PERFORM CEK-KELAS.
           MOVE RAWAT-JDW-MK TO MK-NILAI.
           PERFORM CARI-MATAKUL.
           IF WS-KELAS-ADA-SW = 'N'
               DISPLAY 'KELAS TIDAK TERDAFTAR DI MASTER KELAS'
           ELSE IF WS-MK-FOUND-SW = 'N'
               DISPLAY 'KODE MATA KULIAH TIDAK TERDAFTAR'
           ELSE
               PERFORM SIMPAN-JADWAL
           END-IF.
       SIMPAN-JADWAL.
           MOVE 'N' TO WS-JDW-FOUND-SW.
           OPEN I-O JADWAL-FILE.
           IF WS-JADWAL-STATUS = '35'
               OPEN OUTPUT JADWAL-FILE
               CLOSE JADWAL-FILE
               OPEN I-O JADWAL-FILE
           END-IF.
           MOVE RAWAT-JDW-TERM TO JDW-TERM.
           MOVE RAWAT-JDW-JENIS TO JDW-JENIS.
           MOVE RAWAT-JDW-KELAS TO JDW-KELAS.
           MOVE RAWAT-JDW-MK TO JDW-MK.
           READ JADWAL-FILE
               INVALID KEY
                   MOVE 'DATA BARU' TO AUDIT-OLD-VALUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-JDW-FOUND-SW
                   PERFORM JADWAL-NILAI-AUDIT
                   MOVE AUDIT-NEW-VALUE TO AUDIT-OLD-VALUE
           END-READ.
           MOVE RAWAT-JDW-TGL TO JDW-TGL.
           MOVE RAWAT-JDW-SESI TO JDW-SESI.
           MOVE RAWAT-JDW-RUANG TO JDW-RUANG.
           MOVE RAWAT-JDW-KAPASITAS TO JDW-KAPASITAS.
           IF WS-JDW-FOUND-SW = 'Y'
               REWRITE JDW-RECORD
           ELSE
               WRITE JDW-RECORD
           END-IF.
           CLOSE JADWAL-FILE.
           PERFORM JADWAL-NILAI-AUDIT.
           MOVE RAWAT-JDW-TERM TO AUDIT-NPM.
           MOVE 'JADWAL' TO AUDIT-SCREEN.
           PERFORM CATAT-AUDIT.
           DISPLAY 'JADWAL UJIAN TERSIMPAN,'
               ' JALANKAN JADWAL-CEK UNTUK MEMERIKSA BENTROK'.
       JADWAL-NILAI-AUDIT.
           MOVE SPACES TO AUDIT-NEW-VALUE.
           STRING JDW-JENIS DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               JDW-KELAS DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               JDW-MK DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               JDW-TGL DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               JDW-SESI DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               JDW-RUANG DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
       HAPUS-JADWAL.
           OPEN I-O JADWAL-FILE.
           IF WS-JADWAL-STATUS = '35'
               DISPLAY 'BELUM ADA DATA JADWAL UJIAN'
           ELSE
               MOVE RAWAT-JDW-TERM TO JDW-TERM
               MOVE RAWAT-JDW-JENIS TO JDW-JENIS
               MOVE RAWAT-JDW-KELAS TO JDW-KELAS
               MOVE RAWAT-JDW-MK TO JDW-MK
               READ JADWAL-FILE
                   INVALID KEY
                       DISPLAY 'JADWAL UJIAN TIDAK DITEMUKAN'
                   NOT INVALID KEY
                       PERFORM HAPUS-JADWAL-KONFIRMASI
               END-READ
               CLOSE JADWAL-FILE
           END-IF.
       HAPUS-JADWAL-KONFIRMASI.
           DISPLAY 'TANGGAL ', JDW-TGL, ' SESI ', JDW-SESI,
               ' RUANG ', JDW-RUANG.
           DISPLAY 'YAKIN HAPUS JADWAL UJIAN INI ? [Y/T]'.
           ACCEPT RAWAT-KONFIRM.
           IF RAWAT-YA
               PERFORM JADWAL-NILAI-AUDIT
               MOVE AUDIT-NEW-VALUE TO AUDIT-OLD-VALUE
               DELETE JADWAL-FILE RECORD
               MOVE 'DIHAPUS' TO AUDIT-NEW-VALUE
               MOVE RAWAT-JDW-TERM TO AUDIT-NPM
               MOVE 'JADWAL' TO AUDIT-SCREEN
               PERFORM CATAT-AUDIT
               DISPLAY 'JADWAL UJIAN DIHAPUS'
           ELSE
               DISPLAY 'HAPUS DIBATALKAN'
           END-IF.
       RAWAT-WALI.
           DISPLAY CLS.
           DISPLAY INPUT-RAWAT-WALI.
           ACCEPT INPUT-RAWAT-WALI.
           DISPLAY SPACE.
           DISPLAY '-----------------------------'.
           IF RAWAT-WLI-NPM = SPACE
               DISPLAY 'NPM TIDAK BOLEH KOSONG'
           ELSE IF RAWAT-WLI-NAMA = SPACE
               PERFORM HAPUS-WALI
           ELSE IF RAWAT-WLI-ALAMAT-1 = SPACE
               OR RAWAT-WLI-KOTA = SPACE
               DISPLAY 'ALAMAT DAN KOTA TIDAK BOLEH KOSONG'
           ELSE
               PERFORM CEK-WALI
           END-IF.
       CEK-WALI.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = '35'
               DISPLAY 'BELUM ADA DATA SISWA, INPUT BIODATA DULU'
           ELSE
               MOVE RAWAT-WLI-NPM TO NPM-KEY
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY 'NPM TIDAK DITEMUKAN,'
                           ' INPUT BIODATA DULU'
                   NOT INVALID KEY
                       DISPLAY 'NAMA MAHASISWA : ', NAMA-REC
                       PERFORM SIMPAN-WALI
               END-READ
               CLOSE STUDENT-FILE
           END-IF.
       SIMPAN-WALI.
           MOVE 'N' TO WS-WALI-FOUND-SW.
           OPEN I-O WALI-FILE.
           IF WS-WALI-STATUS = '35'
               OPEN OUTPUT WALI-FILE
               CLOSE WALI-FILE
               OPEN I-O WALI-FILE
           END-IF.
           MOVE RAWAT-WLI-NPM TO WLI-NPM.
           READ WALI-FILE
               INVALID KEY
                   MOVE 'DATA BARU' TO AUDIT-OLD-VALUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WALI-FOUND-SW
                   PERFORM WALI-NILAI-AUDIT
                   MOVE AUDIT-NEW-VALUE TO AUDIT-OLD-VALUE
           END-READ.
           MOVE RAWAT-WLI-NAMA TO WLI-NAMA.
           MOVE RAWAT-WLI-HUBUNGAN TO WLI-HUBUNGAN.
           MOVE RAWAT-WLI-ALAMAT-1 TO WLI-ALAMAT-1.
           MOVE RAWAT-WLI-ALAMAT-2 TO WLI-ALAMAT-2.
           MOVE RAWAT-WLI-KOTA TO WLI-KOTA.
           MOVE RAWAT-WLI-KODEPOS TO WLI-KODEPOS.
           MOVE RAWAT-WLI-TELP TO WLI-TELP.
           IF WS-WALI-FOUND-SW = 'Y'
               REWRITE WLI-RECORD
           ELSE
               WRITE WLI-RECORD
           END-IF.
           CLOSE WALI-FILE.
           PERFORM WALI-NILAI-AUDIT.
           MOVE RAWAT-WLI-NPM TO AUDIT-NPM.
           MOVE 'WALI' TO AUDIT-SCREEN.
           PERFORM CATAT-AUDIT.
           DISPLAY 'DATA WALI TERSIMPAN'.
       WALI-NILAI-AUDIT.
           MOVE SPACES TO AUDIT-NEW-VALUE.
           STRING WLI-NAMA DELIMITED BY '  '
               '/' DELIMITED BY SIZE
               WLI-KOTA DELIMITED BY '  '
               '/' DELIMITED BY SIZE
               WLI-TELP DELIMITED BY '  '
               INTO AUDIT-NEW-VALUE.
       HAPUS-WALI.
           OPEN I-O WALI-FILE.
           IF WS-WALI-STATUS = '35'
               DISPLAY 'BELUM ADA DATA WALI'
           ELSE
               MOVE RAWAT-WLI-NPM TO WLI-NPM
               READ WALI-FILE
                   INVALID KEY
                       DISPLAY 'DATA WALI TIDAK DITEMUKAN'
                   NOT INVALID KEY
                       PERFORM HAPUS-WALI-KONFIRMASI
               END-READ
               CLOSE WALI-FILE
           END-IF.
       HAPUS-WALI-KONFIRMASI.
           DISPLAY 'NAMA WALI : ', WLI-NAMA.
           DISPLAY 'TELEPON   : ', WLI-TELP.
           DISPLAY 'YAKIN HAPUS DATA WALI INI ? [Y/T]'.
           ACCEPT RAWAT-KONFIRM.
           IF RAWAT-YA
               PERFORM WALI-NILAI-AUDIT
               MOVE AUDIT-NEW-VALUE TO AUDIT-OLD-VALUE
               DELETE WALI-FILE RECORD
               MOVE 'DIHAPUS' TO AUDIT-NEW-VALUE
               MOVE RAWAT-WLI-NPM TO AUDIT-NPM
               MOVE 'WALI' TO AUDIT-SCREEN
               PERFORM CATAT-AUDIT
               DISPLAY 'DATA WALI DIHAPUS'
           ELSE
               DISPLAY 'HAPUS DIBATALKAN'
           END-IF.
       CEK-KELAS.
           MOVE 'N' TO WS-KELAS-ADA-SW.
           MOVE 'N' TO WS-KELAS-AKTIF-SW.
           OPEN INPUT KELAS-FILE.
           IF WS-KELAS-STATUS NOT = '00'
               AND WS-KELAS-STATUS NOT = '35'
               DISPLAY 'FILE KELAS.DAT TIDAK DAPAT DIBUKA, STATUS ',
                   WS-KELAS-STATUS
               DISPLAY 'BILA MASIH FORMAT LAMA, JALANKAN kelas-konv'
               STOP RUN
           END-IF.
           IF WS-KELAS-STATUS = '35'
               DISPLAY 'MASTER KELAS BELUM ADA,'
                   ' KELAS TIDAK DIVALIDASI'
               PERFORM CATAT-AUDIT
               PERFORM HAPUS-HISTORY
               PERFORM HAPUS-ABSEN
               PERFORM HAPUS-KRS
               PERFORM HAPUS-BAYAR
               PERFORM HAPUS-KOMPONEN
               PERFORM HAPUS-WALI-SISWA
               DISPLAY 'SISWA DIHAPUS'
           ELSE
               DISPLAY 'HAPUS DIBATALKAN'
                   DELETE STUDENT-FILE RECORD
                   PERFORM PINDAH-HISTORY
                   PERFORM PINDAH-ABSEN
                   PERFORM PINDAH-KRS
                   PERFORM PINDAH-BAYAR
                   PERFORM PINDAH-KOMPONEN
                   PERFORM PINDAH-WALI
                   MOVE RAWAT-NPM TO AUDIT-NPM
                   MOVE 'UBAHNPM' TO AUDIT-SCREEN
                   MOVE RAWAT-NPM TO AUDIT-OLD-VALUE
               INVALID KEY
                   CONTINUE
           END-DELETE.
       PINDAH-KRS.
           OPEN I-O KRS-FILE.
           IF WS-KRS-STATUS NOT = '35'
               MOVE 0 TO PK-PUTARAN
               MOVE 1 TO PK-JML
               PERFORM UNTIL PK-JML = 0 OR PK-PUTARAN > 99
                   ADD 1 TO PK-PUTARAN
                   MOVE 0 TO PK-JML
                   PERFORM KUMPUL-KRS
                   PERFORM PINDAH-SATU-KRS
                       VARYING PK-IDX FROM 1 BY 1
                       UNTIL PK-IDX > PK-JML
               END-PERFORM
               IF PK-JML > 0
                   DISPLAY 'SEBAGIAN KRS TIDAK DAPAT DIPINDAH,'
                       ' PERIKSA KRS.DAT'
               END-IF
               CLOSE KRS-FILE
           END-IF.
       HAPUS-KRS.
           OPEN I-O KRS-FILE.
           IF WS-KRS-STATUS NOT = '35'
               MOVE 0 TO PK-PUTARAN
               MOVE 1 TO PK-JML
               PERFORM UNTIL PK-JML = 0 OR PK-PUTARAN > 99
                   ADD 1 TO PK-PUTARAN
                   MOVE 0 TO PK-JML
                   PERFORM KUMPUL-KRS
                   PERFORM HAPUS-SATU-KRS
                       VARYING PK-IDX FROM 1 BY 1
                       UNTIL PK-IDX > PK-JML
               END-PERFORM
               IF PK-JML > 0
                   DISPLAY 'SEBAGIAN KRS TIDAK DAPAT DIHAPUS,'
                       ' PERIKSA KRS.DAT'
               END-IF
               CLOSE KRS-FILE
           END-IF.
       KUMPUL-KRS.
           MOVE RAWAT-NPM TO KRS-NPM.
           MOVE SPACES TO KRS-TERM.
           MOVE SPACES TO KRS-MK.
           MOVE 'N' TO WS-KRS-EOF-SW.
           START KRS-FILE KEY NOT < KRS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-KRS-EOF-SW
           END-START.
           PERFORM UNTIL WS-KRS-EOF-SW = 'Y'
               READ KRS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-KRS-EOF-SW
                   NOT AT END
                       IF KRS-NPM = RAWAT-NPM
                           AND PK-JML < 50
                           ADD 1 TO PK-JML
                           MOVE KRS-TERM TO PK-TERM(PK-JML)
                           MOVE KRS-MK TO PK-MK(PK-JML)
                       ELSE
                           MOVE 'Y' TO WS-KRS-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.
       PINDAH-SATU-KRS.
           MOVE RAWAT-NPM TO KRS-NPM.
           MOVE PK-TERM(PK-IDX) TO KRS-TERM.
           MOVE PK-MK(PK-IDX) TO KRS-MK.
           READ KRS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RAWAT-NPM-BARU TO KRS-NPM
                   WRITE KRS-RECORD
                       INVALID KEY
                           REWRITE KRS-RECORD
                   END-WRITE
                   MOVE RAWAT-NPM TO KRS-NPM
                   MOVE PK-TERM(PK-IDX) TO KRS-TERM
                   MOVE PK-MK(PK-IDX) TO KRS-MK
                   DELETE KRS-FILE RECORD
           END-READ.
       HAPUS-SATU-KRS.
           MOVE RAWAT-NPM TO KRS-NPM.
           MOVE PK-TERM(PK-IDX) TO KRS-TERM.
           MOVE PK-MK(PK-IDX) TO KRS-MK.
           DELETE KRS-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
       PINDAH-BAYAR.
           OPEN I-O BAYAR-FILE.
           IF WS-BAYAR-STATUS NOT = '35'
               MOVE 0 TO PBY-PUTARAN
               MOVE 1 TO PBY-JML
               PERFORM UNTIL PBY-JML = 0 OR PBY-PUTARAN > 99
                   ADD 1 TO PBY-PUTARAN
                   MOVE 0 TO PBY-JML
                   PERFORM KUMPUL-BAYAR
                   PERFORM PINDAH-SATU-BAYAR
                       VARYING PBY-IDX FROM 1 BY 1
                       UNTIL PBY-IDX > PBY-JML
               END-PERFORM
               IF PBY-JML > 0
                   DISPLAY 'SEBAGIAN TAGIHAN/PEMBAYARAN TIDAK DAPAT'
                       ' DIPINDAH, PERIKSA BAYAR.DAT'
               END-IF
               CLOSE BAYAR-FILE
           END-IF.
       HAPUS-BAYAR.
           OPEN I-O BAYAR-FILE.
           IF WS-BAYAR-STATUS NOT = '35'
               MOVE 0 TO PBY-PUTARAN
               MOVE 1 TO PBY-JML
               PERFORM UNTIL PBY-JML = 0 OR PBY-PUTARAN > 99
                   ADD 1 TO PBY-PUTARAN
                   MOVE 0 TO PBY-JML
                   PERFORM KUMPUL-BAYAR
                   PERFORM HAPUS-SATU-BAYAR
                       VARYING PBY-IDX FROM 1 BY 1
                       UNTIL PBY-IDX > PBY-JML
               END-PERFORM
               IF PBY-JML > 0
                   DISPLAY 'SEBAGIAN TAGIHAN/PEMBAYARAN TIDAK DAPAT'
                       ' DIHAPUS, PERIKSA BAYAR.DAT'
               END-IF
               CLOSE BAYAR-FILE
           END-IF.
       KUMPUL-BAYAR.
           MOVE RAWAT-NPM TO BYR-NPM.
           MOVE SPACES TO BYR-TERM.
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
                       IF BYR-NPM = RAWAT-NPM
                           AND PBY-JML < 50
                           ADD 1 TO PBY-JML
                           MOVE BYR-TERM TO PBY-TERM(PBY-JML)
                           MOVE BYR-REF TO PBY-REF(PBY-JML)
                       ELSE
                           MOVE 'Y' TO WS-BAYAR-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.
       PINDAH-SATU-BAYAR.
           MOVE RAWAT-NPM TO BYR-NPM.
           MOVE PBY-TERM(PBY-IDX) TO BYR-TERM.
           MOVE PBY-REF(PBY-IDX) TO BYR-REF.
           READ BAYAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RAWAT-NPM-BARU TO BYR-NPM
                   WRITE BYR-RECORD
                       INVALID KEY
                           REWRITE BYR-RECORD
                   END-WRITE
                   MOVE RAWAT-NPM TO BYR-NPM
                   MOVE PBY-TERM(PBY-IDX) TO BYR-TERM
                   MOVE PBY-REF(PBY-IDX) TO BYR-REF
                   DELETE BAYAR-FILE RECORD
           END-READ.
       HAPUS-SATU-BAYAR.
           MOVE RAWAT-NPM TO BYR-NPM.
           MOVE PBY-TERM(PBY-IDX) TO BYR-TERM.
           MOVE PBY-REF(PBY-IDX) TO BYR-REF.
           DELETE BAYAR-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
       PINDAH-KOMPONEN.
           OPEN I-O KOMPONEN-FILE.
           IF WS-KOMPONEN-STATUS NOT = '35'
               MOVE 0 TO PKM-PUTARAN
               MOVE 1 TO PKM-JML
               PERFORM UNTIL PKM-JML = 0 OR PKM-PUTARAN > 99
                   ADD 1 TO PKM-PUTARAN
                   MOVE 0 TO PKM-JML
                   PERFORM KUMPUL-KOMPONEN
                   PERFORM PINDAH-SATU-KOMPONEN
                       VARYING PKM-IDX FROM 1 BY 1
                       UNTIL PKM-IDX > PKM-JML
               END-PERFORM
               IF PKM-JML > 0
                   DISPLAY 'SEBAGIAN NILAI KOMPONEN TIDAK DAPAT'
                       ' DIPINDAH, PERIKSA KOMPONEN.DAT'
               END-IF
               CLOSE KOMPONEN-FILE
           END-IF.
       HAPUS-KOMPONEN.
           OPEN I-O KOMPONEN-FILE.
           IF WS-KOMPONEN-STATUS NOT = '35'
               MOVE 0 TO PKM-PUTARAN
               MOVE 1 TO PKM-JML
               PERFORM UNTIL PKM-JML = 0 OR PKM-PUTARAN > 99
                   ADD 1 TO PKM-PUTARAN
                   MOVE 0 TO PKM-JML
                   PERFORM KUMPUL-KOMPONEN
                   PERFORM HAPUS-SATU-KOMPONEN
                       VARYING PKM-IDX FROM 1 BY 1
                       UNTIL PKM-IDX > PKM-JML
               END-PERFORM
               IF PKM-JML > 0
                   DISPLAY 'SEBAGIAN NILAI KOMPONEN TIDAK DAPAT'
                       ' DIHAPUS, PERIKSA KOMPONEN.DAT'
               END-IF
               CLOSE KOMPONEN-FILE
           END-IF.
       KUMPUL-KOMPONEN.
           MOVE RAWAT-NPM TO KMP-NPM.
           MOVE SPACES TO KMP-TERM.
           MOVE SPACES TO KMP-MK.
           MOVE SPACE TO KMP-JENIS.
           MOVE 0 TO KMP-URUT.
           MOVE 'N' TO WS-KMP-EOF-SW.
           START KOMPONEN-FILE KEY NOT < KMP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-KMP-EOF-SW
           END-START.
           PERFORM UNTIL WS-KMP-EOF-SW = 'Y'
               READ KOMPONEN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-KMP-EOF-SW
                   NOT AT END
                       IF KMP-NPM = RAWAT-NPM
                           AND PKM-JML < 50
                           ADD 1 TO PKM-JML
                           MOVE KMP-TERM TO PKM-TERM(PKM-JML)
                           MOVE KMP-MK TO PKM-MK(PKM-JML)
                           MOVE KMP-JENIS TO PKM-JENIS(PKM-JML)
                           MOVE KMP-URUT TO PKM-URUT(PKM-JML)
                       ELSE
                           MOVE 'Y' TO WS-KMP-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.
       PINDAH-SATU-KOMPONEN.
           MOVE RAWAT-NPM TO KMP-NPM.
           MOVE PKM-TERM(PKM-IDX) TO KMP-TERM.
           MOVE PKM-MK(PKM-IDX) TO KMP-MK.
           MOVE PKM-JENIS(PKM-IDX) TO KMP-JENIS.
           MOVE PKM-URUT(PKM-IDX) TO KMP-URUT.
           READ KOMPONEN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RAWAT-NPM-BARU TO KMP-NPM
                   WRITE KMP-RECORD
                       INVALID KEY
                           REWRITE KMP-RECORD
                   END-WRITE
                   MOVE RAWAT-NPM TO KMP-NPM
                   MOVE PKM-TERM(PKM-IDX) TO KMP-TERM
                   MOVE PKM-MK(PKM-IDX) TO KMP-MK
                   MOVE PKM-JENIS(PKM-IDX) TO KMP-JENIS
                   MOVE PKM-URUT(PKM-IDX) TO KMP-URUT
                   DELETE KOMPONEN-FILE RECORD
           END-READ.
       HAPUS-SATU-KOMPONEN.
           MOVE RAWAT-NPM TO KMP-NPM.
           MOVE PKM-TERM(PKM-IDX) TO KMP-TERM.
           MOVE PKM-MK(PKM-IDX) TO KMP-MK.
           MOVE PKM-JENIS(PKM-IDX) TO KMP-JENIS.
           MOVE PKM-URUT(PKM-IDX) TO KMP-URUT.
           DELETE KOMPONEN-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
       PINDAH-WALI.
           OPEN I-O WALI-FILE.
           IF WS-WALI-STATUS NOT = '35'
               MOVE RAWAT-NPM TO WLI-NPM
               READ WALI-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RAWAT-NPM-BARU TO WLI-NPM
                       WRITE WLI-RECORD
                           INVALID KEY
                               DISPLAY 'DATA WALI NPM BARU SUDAH ADA,'
                                   ' DATA WALI TIDAK DIPINDAH'
                           NOT INVALID KEY
                               MOVE RAWAT-NPM TO WLI-NPM
                               DELETE WALI-FILE RECORD
                       END-WRITE
               END-READ
               CLOSE WALI-FILE
           END-IF.
       HAPUS-WALI-SISWA.
           OPEN I-O WALI-FILE.
           IF WS-WALI-STATUS NOT = '35'
               MOVE RAWAT-NPM TO WLI-NPM
               READ WALI-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE WALI-FILE RECORD
               END-READ
               CLOSE WALI-FILE
           END-IF.
       SHOW-EXPORT.
           DISPLAY CLS.
           DISPLAY '-----------------------------'.
           DISPLAY 'EXPORT DATA KE EXPORT.CSV'.
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF KELAS-REC = ABSEN-KELAS
                           IF STATUS-MHS-REC NOT = 'LULUS'
                               ADD 1 TO ABSEN-JML-SISWA
                               PERFORM ABSENSI-SATU
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-EOF-SW
                       END-IF
               INVALID KEY
                   REWRITE ABS-RECORD
           END-WRITE.
       SHOW-AKADEMIK.
           DISPLAY CLS.
           DISPLAY INPUT-AKADEMIK-MENU.
           ACCEPT INPUT-AKADEMIK-MENU.
           IF PILIHAN-AKADEMIK = 1 PERFORM SHOW-KRS
           ELSE IF PILIHAN-AKADEMIK = 2 PERFORM SHOW-AJU-UBAH
           ELSE IF PILIHAN-AKADEMIK = 3 AND OP-AKTIF-ROLE = 'A'
               PERFORM SHOW-TINJAU-UBAH
           ELSE IF PILIHAN-AKADEMIK = 3
               DISPLAY 'AKSES HANYA UNTUK OPERATOR ADMIN'
           ELSE IF PILIHAN-AKADEMIK = 4 PERFORM SHOW-KOMPONEN
           ELSE DISPLAY 'PILIHAN TIDAK VALID'.
           GO TO REPEAT-PROGRAM.
       SHOW-KRS.
           DISPLAY CLS.
           DISPLAY INPUT-KRS.
           ACCEPT INPUT-KRS.
           DISPLAY SPACE.
           DISPLAY '-----------------------------'.
           IF KRS-IN-TERM NOT NUMERIC
               DISPLAY 'TERM HARUS 5 DIGIT ANGKA, CONTOH 20261'
           ELSE IF KRS-IN-MK = SPACE
               DISPLAY 'KODE MATA KULIAH TIDAK BOLEH KOSONG'
           ELSE IF KRS-IN-AKSI NOT = 'A' AND KRS-IN-AKSI NOT = 'B'
               DISPLAY 'PILIH A (AMBIL) ATAU B (BATAL)'
           ELSE
               PERFORM KRS-PROSES
           END-IF.
       KRS-PROSES.
           MOVE KRS-IN-MK TO MK-NILAI.
           PERFORM CARI-MATAKUL.
           IF WS-MK-FOUND-SW = 'N'
               DISPLAY 'KODE MATA KULIAH TIDAK TERDAFTAR,'
                   ' RAWAT MATA KULIAH DULU'
           ELSE
               OPEN INPUT STUDENT-FILE
               IF WS-STUDENT-STATUS = '35'
                   DISPLAY 'BELUM ADA DATA SISWA, INPUT BIODATA DULU'
               ELSE
                   MOVE KRS-IN-NPM TO NPM-KEY
                   READ STUDENT-FILE
                       INVALID KEY
                           DISPLAY 'NPM TIDAK DITEMUKAN,'
                               ' INPUT BIODATA DULU'
                       NOT INVALID KEY
                           PERFORM KRS-SIMPAN
                   END-READ
                   CLOSE STUDENT-FILE
               END-IF
           END-IF.
       KRS-SIMPAN.
           DISPLAY 'NAMA        : ', NAMA-REC.
           DISPLAY 'MATA KULIAH : ', MK-NAMA, ' (', MK-SKS, ' SKS)'.
           OPEN I-O KRS-FILE.
           IF WS-KRS-STATUS = '35'
               OPEN OUTPUT KRS-FILE
               CLOSE KRS-FILE
               OPEN I-O KRS-FILE
           END-IF.
           MOVE 'N' TO WS-KRS-ADA-SW.
           MOVE KRS-IN-NPM TO KRS-NPM.
           MOVE KRS-IN-TERM TO KRS-TERM.
           MOVE KRS-IN-MK TO KRS-MK.
           READ KRS-FILE
               INVALID KEY
                   MOVE 'DATA BARU' TO AUDIT-OLD-VALUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-KRS-ADA-SW
                   MOVE SPACES TO AUDIT-OLD-VALUE
                   STRING KRS-TERM DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       KRS-MK DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       KRS-STATUS DELIMITED BY SIZE
                       INTO AUDIT-OLD-VALUE
           END-READ.
           IF KRS-IN-AKSI = 'A'
               PERFORM KRS-AMBIL
           ELSE
               PERFORM KRS-BATAL
           END-IF.
           PERFORM TAMPIL-KRS.
           CLOSE KRS-FILE.
       KRS-AMBIL.
           IF STATUS-MHS-REC NOT = 'AKTIF'
               AND STATUS-MHS-REC NOT = SPACE
               DISPLAY 'STATUS MAHASISWA ', STATUS-MHS-REC,
                   ', KRS TIDAK DAPAT DIAMBIL'
           ELSE IF WS-KRS-ADA-SW = 'Y' AND KRS-STATUS = 'A'
               DISPLAY 'MATA KULIAH SUDAH ADA DI KRS'
           ELSE
               MOVE KELAS-REC TO KRS-KELAS
               MOVE 'A' TO KRS-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO KRS-TGL
               IF WS-KRS-ADA-SW = 'Y'
                   REWRITE KRS-RECORD
               ELSE
                   WRITE KRS-RECORD
               END-IF
               PERFORM KRS-CATAT-AUDIT
               DISPLAY 'MATA KULIAH DITAMBAHKAN KE KRS'
           END-IF.
       KRS-BATAL.
           IF WS-KRS-ADA-SW = 'N' OR KRS-STATUS NOT = 'A'
               DISPLAY 'MATA KULIAH TIDAK ADA DI KRS'
           ELSE
               PERFORM CEK-NILAI-KRS
               IF WS-FOUND-SW = 'Y'
                   DISPLAY 'NILAI SUDAH ADA,'
                       ' KRS TIDAK DAPAT DIBATALKAN'
               ELSE
                   MOVE 'B' TO KRS-STATUS
                   MOVE FUNCTION CURRENT-DATE(1:8) TO KRS-TGL
                   REWRITE KRS-RECORD
                   PERFORM KRS-CATAT-AUDIT
                   DISPLAY 'MATA KULIAH DIBATALKAN DARI KRS'
               END-IF
           END-IF.
       CEK-NILAI-KRS.
           MOVE 'N' TO WS-FOUND-SW.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '35'
               MOVE KRS-IN-NPM TO HIS-NPM
               MOVE KRS-IN-TERM TO HIS-TERM
               MOVE KRS-IN-MK TO HIS-MK
               READ HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-SW
               END-READ
               CLOSE HISTORY-FILE
           END-IF.
       KRS-CATAT-AUDIT.
           MOVE SPACES TO AUDIT-NEW-VALUE.
           STRING KRS-TERM DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               KRS-MK DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               KRS-STATUS DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               KRS-KELAS DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
           MOVE KRS-IN-NPM TO AUDIT-NPM.
           MOVE 'KRS' TO AUDIT-SCREEN.
           PERFORM CATAT-AUDIT.
       TAMPIL-KRS.
           DISPLAY SPACE.
           DISPLAY 'KRS ', KRS-IN-NPM, ' TERM ', KRS-IN-TERM.
           MOVE 0 TO KRS-JML-MK KRS-JML-SKS.
           MOVE KRS-IN-NPM TO KRS-NPM.
           MOVE KRS-IN-TERM TO KRS-TERM.
           MOVE SPACES TO KRS-MK.
           MOVE 'N' TO WS-KRS-EOF-SW.
           START KRS-FILE KEY NOT < KRS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-KRS-EOF-SW
           END-START.
           PERFORM UNTIL WS-KRS-EOF-SW = 'Y'
               READ KRS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-KRS-EOF-SW
                   NOT AT END
                       IF KRS-NPM = KRS-IN-NPM
                           AND KRS-TERM = KRS-IN-TERM
                           IF KRS-STATUS = 'A'
                               PERFORM TAMPIL-BARIS-KRS
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-KRS-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'JUMLAH MATA KULIAH : ', KRS-JML-MK,
               '  TOTAL SKS : ', KRS-JML-SKS.
       TAMPIL-BARIS-KRS.
           ADD 1 TO KRS-JML-MK.
           MOVE KRS-MK TO MK-NILAI.
           PERFORM CARI-MATAKUL.
           IF WS-MK-FOUND-SW = 'Y'
               IF MK-SKS NUMERIC
                   ADD MK-SKS TO KRS-JML-SKS
               END-IF
               DISPLAY '  ', KRS-MK, ' ', MK-NAMA, ' ', MK-SKS, ' SKS'
           ELSE
               DISPLAY '  ', KRS-MK
           END-IF.
       SHOW-KOMPONEN.
           DISPLAY CLS.
           DISPLAY INPUT-KOMPONEN.
           ACCEPT INPUT-KOMPONEN.
           DISPLAY SPACE.
           DISPLAY '-----------------------------'.
           IF KMP-IN-TERM NOT NUMERIC
               DISPLAY 'TERM HARUS 5 DIGIT ANGKA, CONTOH 20261'
           ELSE IF KMP-IN-MK = SPACE
               DISPLAY 'KODE MATA KULIAH TIDAK BOLEH KOSONG'
           ELSE IF KMP-IN-JENIS NOT = 'T' AND KMP-IN-JENIS NOT = 'K'
               AND KMP-IN-JENIS NOT = 'P'
               DISPLAY 'JENIS HARUS T (TUGAS), K (KUIS)'
                   ' ATAU P (PRAKTIKUM)'
           ELSE IF KMP-IN-URUT NOT NUMERIC OR KMP-IN-URUT = 0
               DISPLAY 'NOMOR URUT HARUS 01-99'
           ELSE IF KMP-IN-AKSI NOT = 'S' AND KMP-IN-AKSI NOT = 'H'
               DISPLAY 'PILIH S (SIMPAN) ATAU H (HAPUS)'
           ELSE IF KMP-IN-AKSI = 'S' AND KMP-IN-NILAI > 100
               DISPLAY 'NILAI HARUS 0-100'
           ELSE
               PERFORM KOMPONEN-PROSES
           END-IF.
       KOMPONEN-PROSES.
           MOVE KMP-IN-MK TO MK-NILAI.
           PERFORM CARI-MATAKUL.
           PERFORM CEK-BOBOT-MK.
           MOVE 0 TO KMP-BOBOT-JENIS.
           IF WS-KMP-PAKAI-SW = 'Y' AND KMP-IN-JENIS = 'T'
               MOVE MK-BOBOT-TUGAS TO KMP-BOBOT-JENIS
           END-IF.
           IF WS-KMP-PAKAI-SW = 'Y' AND KMP-IN-JENIS = 'K'
               MOVE MK-BOBOT-KUIS TO KMP-BOBOT-JENIS
           END-IF.
           IF WS-KMP-PAKAI-SW = 'Y' AND KMP-IN-JENIS = 'P'
               MOVE MK-BOBOT-PRAK TO KMP-BOBOT-JENIS
           END-IF.
           MOVE KMP-IN-TERM TO TERM-CEK.
           PERFORM CEK-TERM-TUTUP.
           MOVE KMP-IN-NPM TO KRS-CEK-NPM.
           MOVE KMP-IN-TERM TO KRS-CEK-TERM.
           MOVE KMP-IN-MK TO KRS-CEK-MK.
           PERFORM CEK-KRS.
           IF WS-MK-FOUND-SW = 'N'
               DISPLAY 'KODE MATA KULIAH TIDAK TERDAFTAR,'
                   ' RAWAT MATA KULIAH DULU'
           ELSE IF KMP-BOBOT-JENIS = 0
               DISPLAY 'JENIS KOMPONEN INI TIDAK DIHITUNG'
                   ' UNTUK MATA KULIAH ', KMP-IN-MK
           ELSE IF WS-TERM-TUTUP-SW = 'Y'
               DISPLAY 'TERM ', KMP-IN-TERM, ' SUDAH DITUTUP,'
                   ' AJUKAN PERUBAHAN NILAI DI MENU AKADEMIK'
           ELSE IF WS-KRS-ADA-SW = 'N'
               DISPLAY 'MAHASISWA TIDAK TERDAFTAR DI KRS'
                   ' UNTUK MATA KULIAH DAN TERM INI'
           ELSE
               PERFORM KOMPONEN-SIMPAN
           END-IF.
       KOMPONEN-SIMPAN.
           DISPLAY 'MATA KULIAH : ', MK-NAMA.
           OPEN I-O KOMPONEN-FILE.
           IF WS-KOMPONEN-STATUS = '35'
               OPEN OUTPUT KOMPONEN-FILE
               CLOSE KOMPONEN-FILE
               OPEN I-O KOMPONEN-FILE
           END-IF.
           MOVE 'N' TO WS-KMP-FOUND-SW.
           MOVE KMP-IN-NPM TO KMP-NPM.
           MOVE KMP-IN-TERM TO KMP-TERM.
           MOVE KMP-IN-MK TO KMP-MK.
           MOVE KMP-IN-JENIS TO KMP-JENIS.
           MOVE KMP-IN-URUT TO KMP-URUT.
           READ KOMPONEN-FILE
               INVALID KEY
                   MOVE 'DATA BARU' TO AUDIT-OLD-VALUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-KMP-FOUND-SW
                   PERFORM KOMPONEN-NILAI-AUDIT
                   MOVE AUDIT-NEW-VALUE TO AUDIT-OLD-VALUE
           END-READ.
           IF KMP-IN-AKSI = 'S'
               PERFORM KOMPONEN-TULIS
           ELSE
               PERFORM KOMPONEN-HAPUS
           END-IF.
           CLOSE KOMPONEN-FILE.
       KOMPONEN-TULIS.
           IF WS-KMP-FOUND-SW = 'Y'
               DISPLAY 'NILAI LAMA : ', KMP-NILAI
           END-IF.
           MOVE KMP-IN-NILAI TO KMP-NILAI.
           MOVE FUNCTION CURRENT-DATE(1:8) TO KMP-TGL.
           IF WS-KMP-FOUND-SW = 'Y'
               REWRITE KMP-RECORD
           ELSE
               WRITE KMP-RECORD
           END-IF.
           PERFORM KOMPONEN-NILAI-AUDIT.
           MOVE KMP-IN-NPM TO AUDIT-NPM.
           MOVE 'KOMPON' TO AUDIT-SCREEN.
           PERFORM CATAT-AUDIT.
           DISPLAY 'NILAI KOMPONEN TERSIMPAN'.
           PERFORM KOMPONEN-CEK-NILAI.
       KOMPONEN-HAPUS.
           IF WS-KMP-FOUND-SW = 'N'
               DISPLAY 'NILAI KOMPONEN TIDAK DITEMUKAN'
           ELSE
               DISPLAY 'NILAI : ', KMP-NILAI, ' TANGGAL ', KMP-TGL
               DISPLAY 'YAKIN HAPUS NILAI KOMPONEN INI ? [Y/T]'
               ACCEPT RAWAT-KONFIRM
               IF RAWAT-YA
                   DELETE KOMPONEN-FILE RECORD
                   MOVE 'DIHAPUS' TO AUDIT-NEW-VALUE
                   MOVE KMP-IN-NPM TO AUDIT-NPM
                   MOVE 'KOMPON' TO AUDIT-SCREEN
                   PERFORM CATAT-AUDIT
                   DISPLAY 'NILAI KOMPONEN DIHAPUS'
                   PERFORM KOMPONEN-CEK-NILAI
               ELSE
                   DISPLAY 'HAPUS DIBATALKAN'
               END-IF
           END-IF.
       KOMPONEN-NILAI-AUDIT.
           MOVE SPACES TO AUDIT-NEW-VALUE.
           STRING KMP-TERM DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               KMP-MK DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               KMP-JENIS DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               KMP-URUT DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               KMP-NILAI DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
       KOMPONEN-CEK-NILAI.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '35'
               MOVE KMP-IN-NPM TO HIS-NPM
               MOVE KMP-IN-TERM TO HIS-TERM
               MOVE KMP-IN-MK TO HIS-MK
               READ HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'PERHATIAN: NILAI AKHIR SUDAH ADA,'
                           ' INPUT ULANG UTS/UAS UNTUK HITUNG ULANG'
               END-READ
               CLOSE HISTORY-FILE
           END-IF.
       SHOW-AJU-UBAH.
           DISPLAY CLS.
           DISPLAY INPUT-AJU-UBAH.
           ACCEPT INPUT-AJU-UBAH.
           DISPLAY SPACE.
           DISPLAY '-----------------------------'.
           MOVE UBAH-IN-TERM TO TERM-CEK.
           IF UBAH-IN-TERM NOT NUMERIC
               DISPLAY 'TERM HARUS 5 DIGIT ANGKA, CONTOH 20261'
           ELSE IF UBAH-IN-MK = SPACE
               DISPLAY 'KODE MATA KULIAH TIDAK BOLEH KOSONG'
           ELSE IF UBAH-IN-HASIL > 100
               DISPLAY 'NILAI HARUS 0-100'
           ELSE IF UBAH-IN-ALASAN = SPACE
               DISPLAY 'ALASAN PERUBAHAN WAJIB DIISI'
           ELSE
               PERFORM CEK-TERM-TUTUP
               IF WS-TERM-TUTUP-SW = 'N'
                   DISPLAY 'TERM BELUM DITUTUP,'
                       ' UBAH NILAI LEWAT MENU INPUT NILAI'
               ELSE
                   PERFORM AJU-UBAH-PROSES
               END-IF
           END-IF.
       AJU-UBAH-PROSES.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = '35'
               DISPLAY 'BELUM ADA RIWAYAT NILAI'
           ELSE
               MOVE UBAH-IN-NPM TO HIS-NPM
               MOVE UBAH-IN-TERM TO HIS-TERM
               MOVE UBAH-IN-MK TO HIS-MK
               READ HISTORY-FILE
                   INVALID KEY
                       DISPLAY 'RIWAYAT NILAI TIDAK DITEMUKAN'
                   NOT INVALID KEY
                       PERFORM AJU-UBAH-SIMPAN
               END-READ
               CLOSE HISTORY-FILE
           END-IF.
       AJU-UBAH-SIMPAN.
           DISPLAY 'NILAI SAAT INI : ', HIS-HASIL, ' ', HIS-STATUS.
           PERFORM BACA-PARAM.
           IF UBAH-IN-HASIL > BATAS-LULUS
               MOVE 'LULUS' TO UBAH-STATUS-BARU
           ELSE
               MOVE 'GAGAL' TO UBAH-STATUS-BARU
           END-IF.
           IF UBAH-IN-HASIL = HIS-HASIL
               AND UBAH-STATUS-BARU = HIS-STATUS
               DISPLAY 'NILAI BARU SAMA DENGAN NILAI SAAT INI'
           ELSE
               OPEN I-O UBAH-FILE
               IF WS-UBAH-STATUS = '35'
                   OPEN OUTPUT UBAH-FILE
                   CLOSE UBAH-FILE
                   OPEN I-O UBAH-FILE
               END-IF
               PERFORM CARI-SEQ-UBAH
               IF WS-UBAH-TUNGGU-SW = 'Y'
                   DISPLAY 'MASIH ADA PERMOHONAN YANG MENUNGGU'
                       ' UNTUK NILAI INI'
               ELSE IF UBAH-SEQ = 99
                   DISPLAY 'BATAS 99 PERMOHONAN UNTUK NILAI INI'
                       ' SUDAH TERCAPAI'
               ELSE
                   PERFORM AJU-UBAH-TULIS
               END-IF
               CLOSE UBAH-FILE
           END-IF.
       CARI-SEQ-UBAH.
           MOVE 0 TO UBAH-SEQ.
           MOVE 'N' TO WS-UBAH-TUNGGU-SW.
           MOVE UBAH-IN-NPM TO UBH-NPM.
           MOVE UBAH-IN-TERM TO UBH-TERM.
           MOVE UBAH-IN-MK TO UBH-MK.
           MOVE 0 TO UBH-SEQ.
           MOVE 'N' TO WS-UBAH-EOF-SW.
           START UBAH-FILE KEY NOT < UBH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-UBAH-EOF-SW
           END-START.
           PERFORM UNTIL WS-UBAH-EOF-SW = 'Y'
               READ UBAH-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-UBAH-EOF-SW
                   NOT AT END
                       IF UBH-NPM = UBAH-IN-NPM
                           AND UBH-TERM = UBAH-IN-TERM
                           AND UBH-MK = UBAH-IN-MK
                           MOVE UBH-SEQ TO UBAH-SEQ
                           IF UBH-STATUS = 'M'
                               MOVE 'Y' TO WS-UBAH-TUNGGU-SW
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-UBAH-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.
       AJU-UBAH-TULIS.
           MOVE UBAH-IN-NPM TO UBH-NPM.
           MOVE UBAH-IN-TERM TO UBH-TERM.
           MOVE UBAH-IN-MK TO UBH-MK.
           ADD 1 TO UBAH-SEQ.
           MOVE UBAH-SEQ TO UBH-SEQ.
           MOVE 'M' TO UBH-STATUS.
           MOVE HIS-HASIL TO UBH-HASIL-LAMA.
           MOVE HIS-STATUS TO UBH-STATUS-LAMA.
           MOVE UBAH-IN-HASIL TO UBH-HASIL-BARU.
           MOVE UBAH-STATUS-BARU TO UBH-STATUS-BARU.
           MOVE UBAH-IN-ALASAN TO UBH-ALASAN.
           MOVE OP-AKTIF-ID TO UBH-PEMOHON.
           MOVE FUNCTION CURRENT-DATE(1:8) TO UBH-TGL-AJU.
           MOVE SPACES TO UBH-PENINJAU.
           MOVE 0 TO UBH-TGL-TINJAU.
           WRITE UBH-RECORD.
           PERFORM UBAH-CATAT-LAMA.
           MOVE SPACES TO AUDIT-NEW-VALUE.
           STRING UBH-HASIL-BARU DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               UBH-STATUS-BARU DELIMITED BY SIZE
               '/DIAJUKAN ' DELIMITED BY SIZE
               UBH-SEQ DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
           MOVE UBH-NPM TO AUDIT-NPM.
           MOVE 'AJUNIL' TO AUDIT-SCREEN.
           PERFORM CATAT-AUDIT.
           DISPLAY 'PERMOHONAN NO ', UBH-SEQ,
               ' DIAJUKAN, MENUNGGU PERSETUJUAN ADMIN'.
       UBAH-CATAT-LAMA.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           STRING UBH-TERM DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               UBH-MK DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               UBH-HASIL-LAMA DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               UBH-STATUS-LAMA DELIMITED BY SIZE
               INTO AUDIT-OLD-VALUE.
       SHOW-TINJAU-UBAH.
           DISPLAY CLS.
           DISPLAY 'TINJAU PERUBAHAN NILAI'.
           OPEN I-O UBAH-FILE.
           IF WS-UBAH-STATUS = '35'
               DISPLAY 'BELUM ADA PERMOHONAN PERUBAHAN NILAI'
           ELSE
               MOVE 0 TO UBAH-JML
               PERFORM KUMPUL-UBAH
               IF UBAH-JML = 0
                   DISPLAY 'TIDAK ADA PERMOHONAN YANG MENUNGGU'
               ELSE
                   PERFORM TINJAU-SATU-UBAH
                       VARYING UBAH-IDX FROM 1 BY 1
                       UNTIL UBAH-IDX > UBAH-JML
                   IF UBAH-JML = 50
                       DISPLAY SPACE
                       DISPLAY 'MUNGKIN MASIH ADA PERMOHONAN LAIN,'
                           ' BUKA LAYAR INI LAGI'
                   END-IF
               END-IF
               CLOSE UBAH-FILE
           END-IF.
       KUMPUL-UBAH.
           MOVE 'M' TO UBH-STATUS.
           MOVE 'N' TO WS-UBAH-EOF-SW.
           START UBAH-FILE KEY NOT < UBH-STATUS
               INVALID KEY
                   MOVE 'Y' TO WS-UBAH-EOF-SW
           END-START.
           PERFORM UNTIL WS-UBAH-EOF-SW = 'Y'
               READ UBAH-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-UBAH-EOF-SW
                   NOT AT END
                       IF UBH-STATUS = 'M'
                           AND UBAH-JML < 50
                           ADD 1 TO UBAH-JML
                           MOVE UBH-KEY TO UT-KEY(UBAH-JML)
                       ELSE
                           MOVE 'Y' TO WS-UBAH-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.
       TINJAU-SATU-UBAH.
           MOVE UT-KEY(UBAH-IDX) TO UBH-KEY.
           READ UBAH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF UBH-STATUS = 'M'
                       PERFORM TINJAU-UBAH-TAMPIL
                   END-IF
           END-READ.
       TINJAU-UBAH-TAMPIL.
           DISPLAY SPACE.
           DISPLAY '-----------------------------'.
           DISPLAY 'NPM ', UBH-NPM, ' TERM ', UBH-TERM,
               ' MK ', UBH-MK, ' NO ', UBH-SEQ.
           DISPLAY 'NILAI LAMA : ', UBH-HASIL-LAMA, ' ',
               UBH-STATUS-LAMA.
           DISPLAY 'NILAI BARU : ', UBH-HASIL-BARU, ' ',
               UBH-STATUS-BARU.
           DISPLAY 'ALASAN     : ', UBH-ALASAN.
           DISPLAY 'DIAJUKAN   : ', UBH-PEMOHON, ' ', UBH-TGL-AJU.
           IF UBH-PEMOHON = OP-AKTIF-ID
               DISPLAY 'PERMOHONAN SENDIRI,'
                   ' HARUS DITINJAU ADMIN LAIN'
           ELSE
               DISPLAY 'SETUJU / TOLAK / LEWATI [S/T/L] :'
               ACCEPT UBAH-PUTUSAN
               IF UBAH-PUTUSAN = 'S' OR UBAH-PUTUSAN = 's'
                   PERFORM SETUJU-UBAH
               ELSE IF UBAH-PUTUSAN = 'T' OR UBAH-PUTUSAN = 't'
                   PERFORM TOLAK-UBAH
               ELSE
                   DISPLAY 'DILEWATI'
               END-IF
           END-IF.
       SETUJU-UBAH.
           OPEN I-O HISTORY-FILE.
           IF WS-HISTORY-STATUS = '35'
               DISPLAY 'BELUM ADA RIWAYAT NILAI'
           ELSE
               MOVE UBH-NPM TO HIS-NPM
               MOVE UBH-TERM TO HIS-TERM
               MOVE UBH-MK TO HIS-MK
               READ HISTORY-FILE WITH LOCK
                   INVALID KEY
                       DISPLAY 'RIWAYAT NILAI TIDAK DITEMUKAN'
                   NOT INVALID KEY
                       PERFORM TERAPKAN-UBAH
               END-READ
               IF WS-HISTORY-STATUS = '51'
                   DISPLAY 'RECORD SEDANG DIPAKAI OPERATOR LAIN,'
                       ' COBA LAGI'
               END-IF
               CLOSE HISTORY-FILE
           END-IF.
       TERAPKAN-UBAH.
           IF HIS-HASIL NOT = UBH-HASIL-LAMA
               OR HIS-STATUS NOT = UBH-STATUS-LAMA
               DISPLAY 'NILAI SUDAH BERUBAH SEJAK DIAJUKAN,'
                   ' PERMOHONAN DITOLAK'
               PERFORM TOLAK-UBAH
           ELSE
               MOVE UBH-HASIL-BARU TO HIS-HASIL
               MOVE UBH-STATUS-BARU TO HIS-STATUS
               REWRITE HIS-RECORD
               MOVE 'S' TO UBH-STATUS
               MOVE OP-AKTIF-ID TO UBH-PENINJAU
               MOVE FUNCTION CURRENT-DATE(1:8) TO UBH-TGL-TINJAU
               REWRITE UBH-RECORD
               PERFORM UBAH-CATAT-LAMA
               MOVE SPACES TO AUDIT-NEW-VALUE
               STRING UBH-TERM DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   UBH-MK DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   UBH-HASIL-BARU DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   UBH-STATUS-BARU DELIMITED BY SIZE
                   INTO AUDIT-NEW-VALUE
               MOVE UBH-NPM TO AUDIT-NPM
               MOVE 'UBAHNIL' TO AUDIT-SCREEN
               PERFORM CATAT-AUDIT
               DISPLAY 'PERUBAHAN NILAI DITERAPKAN'
           END-IF.
       TOLAK-UBAH.
           MOVE 'T' TO UBH-STATUS.
           MOVE OP-AKTIF-ID TO UBH-PENINJAU.
           MOVE FUNCTION CURRENT-DATE(1:8) TO UBH-TGL-TINJAU.
           REWRITE UBH-RECORD.
           PERFORM UBAH-CATAT-LAMA.
           MOVE SPACES TO AUDIT-NEW-VALUE.
           STRING 'DITOLAK NO ' DELIMITED BY SIZE
               UBH-SEQ DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
           MOVE UBH-NPM TO AUDIT-NPM.
           MOVE 'TOLAKNL' TO AUDIT-SCREEN.
           PERFORM CATAT-AUDIT.
           DISPLAY 'PERMOHONAN DITOLAK'.
       INPUTAN-SALAH.
           DISPLAY SPACE.
           DISPLAY 'SALAH MEMASUKAN INPUTAN'.
