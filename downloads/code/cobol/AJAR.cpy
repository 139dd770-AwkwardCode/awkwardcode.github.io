       01 AJR-RECORD.
           02 AJR-KEY.
               03 AJR-TERM PIC X(5).
               03 AJR-KELAS PIC X(6).
               03 AJR-MK PIC X(6).
           02 AJR-NIDN PIC X(10).
           02 AJR-TGL PIC 9(8).
