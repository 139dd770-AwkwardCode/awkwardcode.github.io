       01 DSN-RECORD.
           02 DSN-NIDN PIC X(10).
           02 DSN-NAMA PIC X(20).
           02 DSN-AKTIF PIC X.
