       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATAKUL-KONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAMA-FILE ASSIGN TO "MATAKUL.LAMA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ML-KODE
               FILE STATUS IS WS-LAMA-STATUS.
           SELECT MATAKUL-FILE ASSIGN TO "MATAKUL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-KODE
               FILE STATUS IS WS-MATAKUL-STATUS.
           SELECT RUN-FILE ASSIGN TO "RUN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LAMA-FILE.
       01 ML-RECORD.
           02 ML-KODE PIC X(6).
           02 ML-NAMA PIC X(20).
       FD MATAKUL-FILE.
           COPY "MATAKUL.cpy".
       FD RUN-FILE.
           COPY "RUNCTL.cpy".
       WORKING-STORAGE SECTION.
       01 WS-LAMA-STATUS PIC XX.
       01 WS-MATAKUL-STATUS PIC XX.
       01 WS-RUN-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
       01 VAR-KONV.
           02 KV-JML-BACA PIC 9(5) VALUE 0.
           02 KV-JML-TULIS PIC 9(5) VALUE 0.
           02 KV-JML-GANDA PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-KONV.
           OPEN INPUT MATAKUL-FILE.
           IF WS-MATAKUL-STATUS = '00'
               CLOSE MATAKUL-FILE
               DISPLAY 'MATAKUL.DAT SUDAH FORMAT BARU, TIDAK DIKONVERSI'
               STOP RUN
           END-IF.
           IF WS-MATAKUL-STATUS NOT = '35'
               DISPLAY 'MATAKUL.DAT TIDAK DAPAT DIBUKA, STATUS ',
                   WS-MATAKUL-STATUS
               DISPLAY 'GANTI NAMA MATAKUL.DAT MENJADI MATAKUL.LAMA',
                   ' LALU JALANKAN ULANG'
               STOP RUN
           END-IF.
           OPEN INPUT LAMA-FILE.
           IF WS-LAMA-STATUS = '35'
               DISPLAY 'MATAKUL.LAMA TIDAK DITEMUKAN'
               STOP RUN
           END-IF.
           IF WS-LAMA-STATUS NOT = '00'
               DISPLAY 'MATAKUL.LAMA TIDAK DAPAT DIBUKA, STATUS ',
                   WS-LAMA-STATUS
               STOP RUN
           END-IF.
           PERFORM CATAT-RUN-MULAI.
           OPEN OUTPUT MATAKUL-FILE.
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ LAMA-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO KV-JML-BACA
                       PERFORM KONVERSI-MATAKUL
               END-READ
           END-PERFORM.
           CLOSE MATAKUL-FILE.
           CLOSE LAMA-FILE.
           PERFORM CATAT-RUN-SELESAI.
           DISPLAY 'RECORD DIBACA   : ', KV-JML-BACA.
           DISPLAY 'RECORD DITULIS  : ', KV-JML-TULIS.
           DISPLAY 'RECORD GANDA    : ', KV-JML-GANDA.
           DISPLAY 'SKS DAN BOBOT MASIH NOL,',
               ' ISI LEWAT RAWAT MATA KULIAH'.
           STOP RUN.
       KONVERSI-MATAKUL.
           MOVE ML-KODE TO MK-KODE.
           MOVE ML-NAMA TO MK-NAMA.
           MOVE 0 TO MK-SKS.
           MOVE 0 TO MK-BOBOT-UTS MK-BOBOT-UAS MK-BOBOT-TUGAS
               MK-BOBOT-KUIS MK-BOBOT-PRAK.
           WRITE MK-RECORD
               INVALID KEY
                   DISPLAY 'RECORD GANDA : ', MK-KODE
                   ADD 1 TO KV-JML-GANDA
               NOT INVALID KEY
                   ADD 1 TO KV-JML-TULIS
           END-WRITE.
       CATAT-RUN-MULAI.
           MOVE 'MATAKUL-KONV' TO RC-PROGRAM.
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
