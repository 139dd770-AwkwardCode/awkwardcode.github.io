           END-IF.
           PERFORM BACA-PARAM.
           OPEN INPUT MATAKUL-FILE.
           IF WS-MATAKUL-STATUS NOT = '00'
               AND WS-MATAKUL-STATUS NOT = '35'
               DISPLAY 'FILE MATAKUL.DAT TIDAK DAPAT DIBUKA, STATUS ',
                   WS-MATAKUL-STATUS
               DISPLAY 'BILA MASIH FORMAT LAMA, JALANKAN matakul-konv'
               CLOSE STUDENT-FILE
               STOP RUN
           END-IF.
           DISPLAY '========================================'.
           DISPLAY 'LAPORAN NILAI KELAS ', WS-KELAS-LAPORAN.
           DISPLAY 'BOBOT UTS/UAS ', WS-BOBOT-UTS, '/', WS-BOBOT-UAS,
