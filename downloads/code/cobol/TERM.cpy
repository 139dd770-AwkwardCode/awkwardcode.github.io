       01 TRM-RECORD.
           02 TRM-KODE PIC X(5).
           02 TRM-STATUS PIC X.
           02 TRM-TGL-TUTUP PIC 9(8).
           02 TRM-OPERATOR PIC X(8).
