       01 SRT-RECORD.
           02 SRT-KEY.
               03 SRT-NPM PIC X(8).
               03 SRT-TERM PIC X(5).
               03 SRT-JENIS PIC X.
           02 SRT-TGL PIC 9(8).
