       01 BYR-RECORD.
           02 BYR-KEY.
               03 BYR-NPM PIC X(8).
               03 BYR-TERM PIC X(5).
               03 BYR-REF PIC X(16).
           02 BYR-JENIS PIC X.
           02 BYR-JUMLAH PIC 9(9)V99.
           02 BYR-TGL PIC 9(8).
           02 BYR-OPERATOR PIC X(8).
