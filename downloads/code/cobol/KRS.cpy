       01 KRS-RECORD.
           02 KRS-KEY.
               03 KRS-NPM PIC X(8).
               03 KRS-TERM PIC X(5).
               03 KRS-MK PIC X(6).
           02 KRS-KELAS PIC X(6).
           02 KRS-STATUS PIC X.
           02 KRS-TGL PIC 9(8).
