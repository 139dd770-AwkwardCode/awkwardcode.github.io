       01 PDN-RECORD.
           02 PDN-KODE-PT PIC X(6).
           02 PDN-TERM PIC X(5).
           02 PDN-NIM PIC X(18).
           02 PDN-KODE-MK PIC X(10).
           02 PDN-NILAI-ANGKA PIC 9(3)V99.
           02 PDN-NILAI-HURUF PIC X(2).
           02 PDN-NILAI-INDEKS PIC 9V99.
           02 FILLER PIC X(11).
