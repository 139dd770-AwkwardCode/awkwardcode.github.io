       01 KMP-RECORD.
           02 KMP-KEY.
               03 KMP-NPM PIC X(8).
               03 KMP-TERM PIC X(5).
               03 KMP-MK PIC X(6).
               03 KMP-JENIS PIC X.
               03 KMP-URUT PIC 99.
           02 KMP-NILAI PIC 999.
           02 KMP-TGL PIC 9(8).
