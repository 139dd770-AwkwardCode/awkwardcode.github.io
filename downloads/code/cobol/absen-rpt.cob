                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF KELAS-REC = AR-KELAS
                           IF STATUS-MHS-REC NOT = 'LULUS'
                               PERFORM CETAK-BARIS
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-EOF-SW
                       END-IF
