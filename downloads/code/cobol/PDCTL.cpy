       01 PDC-RECORD.
           02 PDC-KODE-PT PIC X(6).
           02 PDC-TERM PIC X(5).
           02 PDC-TGL PIC 9(8).
           02 PDC-JML-MHS PIC 9(7).
           02 PDC-JML-AKM PIC 9(7).
           02 PDC-JML-NIL PIC 9(7).
           02 PDC-TOTAL-SKS PIC 9(9).
           02 PDC-TOTAL-NILAI PIC 9(11)V99.
