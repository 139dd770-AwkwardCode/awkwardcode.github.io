       01 PDA-RECORD.
           02 PDA-KODE-PT PIC X(6).
           02 PDA-TERM PIC X(5).
           02 PDA-NIM PIC X(18).
           02 PDA-STATUS PIC X.
           02 PDA-IPS PIC 9V99.
           02 PDA-SKS-TERM PIC 9(3).
           02 PDA-IPK PIC 9V99.
           02 PDA-SKS-TOTAL PIC 9(3).
           02 FILLER PIC X(8).
