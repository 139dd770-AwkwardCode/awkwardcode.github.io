           END-IF.
           OPEN OUTPUT REJECT-FILE.
           OPEN INPUT KELAS-FILE.
           IF WS-KELAS-STATUS NOT = '00'
               AND WS-KELAS-STATUS NOT = '35'
               DISPLAY 'FILE KELAS.DAT TIDAK DAPAT DIBUKA, STATUS ',
                   WS-KELAS-STATUS
               DISPLAY 'BILA MASIH FORMAT LAMA, JALANKAN kelas-konv'
               CLOSE REJECT-FILE
               CLOSE STUDENT-FILE
               CLOSE LOAD-FILE
               STOP RUN
           END-IF.
           IF WS-KELAS-STATUS = '35'
               DISPLAY 'MASTER KELAS BELUM ADA,'
                   ' KELAS TIDAK DIVALIDASI'
