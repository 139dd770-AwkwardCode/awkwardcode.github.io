       IDENTIFICATION DIVISION.
       PROGRAM-ID. KELAS-KONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAMA-FILE ASSIGN TO "KELAS.LAMA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KL-KODE
               FILE STATUS IS WS-LAMA-STATUS.
           SELECT KELAS-FILE ASSIGN TO "KELAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KLS-KODE
               FILE STATUS IS WS-KELAS-STATUS.
           SELECT RUN-FILE ASSIGN TO "RUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LAMA-FILE.
       01 KL-RECORD.
           02 KL-KODE PIC X(6).
           02 KL-NAMA PIC X(20).
           02 KL-AKTIF PIC X.
       FD KELAS-FILE.
           COPY "KELAS.cpy".
       FD RUN-FILE.
           COPY "RUNCTL.cpy".
       WORKING-STORAGE SECTION.
       01 WS-LAMA-STATUS PIC XX.
       01 WS-KELAS-STATUS PIC XX.
       01 WS-RUN-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
       01 VAR-KONV.
           02 KV-JML-BACA PIC 9(5) VALUE 0.
           02 KV-JML-TULIS PIC 9(5) VALUE 0.
           02 KV-JML-GANDA PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-KONV.
           OPEN INPUT KELAS-FILE.
           IF WS-KELAS-STATUS = '00'
               CLOSE KELAS-FILE
               DISPLAY 'KELAS.DAT SUDAH FORMAT BARU, TIDAK DIKONVERSI'
               STOP RUN
           END-IF.
           IF WS-KELAS-STATUS NOT = '35'
               DISPLAY 'KELAS.DAT TIDAK DAPAT DIBUKA, STATUS ',
                   WS-KELAS-STATUS
               DISPLAY 'GANTI NAMA KELAS.DAT MENJADI KELAS.LAMA',
                   ' LALU JALANKAN ULANG'
               STOP RUN
           END-IF.
           OPEN INPUT LAMA-FILE.
           IF WS-LAMA-STATUS = '35'
               DISPLAY 'KELAS.LAMA TIDAK DITEMUKAN'
               STOP RUN
           END-IF.
           IF WS-LAMA-STATUS NOT = '00'
               DISPLAY 'KELAS.LAMA TIDAK DAPAT DIBUKA, STATUS ',
                   WS-LAMA-STATUS
               STOP RUN
           END-IF.
           PERFORM CATAT-RUN-MULAI.
           OPEN OUTPUT KELAS-FILE.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ LAMA-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO KV-JML-BACA
                       PERFORM KONVERSI-KELAS
               END-READ
           END-PERFORM.
           CLOSE KELAS-FILE.
           CLOSE LAMA-FILE.
           PERFORM CATAT-RUN-SELESAI.
           DISPLAY 'RECORD DIBACA   : ', KV-JML-BACA.
           DISPLAY 'RECORD DITULIS  : ', KV-JML-TULIS.
           DISPLAY 'RECORD GANDA    : ', KV-JML-GANDA.
           DISPLAY 'KODE PRODI MASIH KOSONG, ISI LEWAT RAWAT KELAS'.
           STOP RUN.
       KONVERSI-KELAS.
           MOVE KL-KODE TO KLS-KODE.
           MOVE KL-NAMA TO KLS-NAMA.
           MOVE KL-AKTIF TO KLS-AKTIF.
           MOVE SPACES TO KLS-PRODI.
           WRITE KLS-RECORD
               INVALID KEY
                   DISPLAY 'RECORD GANDA : ', KLS-KODE
                   ADD 1 TO KV-JML-GANDA
               NOT INVALID KEY
                   ADD 1 TO KV-JML-TULIS
           END-WRITE.
       CATAT-RUN-MULAI.
           MOVE 'KELAS-KONV' TO RC-PROGRAM.
           MOVE 'MULAI' TO RC-STATUS.
           MOVE 0 TO RC-JML-1 RC-JML-2 RC-JML-3.
           PERFORM CATAT-RUN.
       CATAT-RUN-SELESAI.
           MOVE 'SELESAI' TO RC-STATUS.
           MOVE KV-JML-BACA TO RC-JML-1.
           MOVE KV-JML-TULIS TO RC-JML-2.
           MOVE KV-JML-GANDA TO RC-JML-3.
           PERFORM CATAT-RUN.
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
