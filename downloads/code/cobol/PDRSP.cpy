       01 PDR-RECORD.
           02 PDR-JENIS PIC X(3).
           02 PDR-KODE-PT PIC X(6).
           02 PDR-TERM PIC X(5).
           02 PDR-NIM PIC X(18).
           02 PDR-KODE-MK PIC X(10).
           02 PDR-HASIL PIC X.
           02 PDR-KODE-ERR PIC X(5).
           02 PDR-PESAN PIC X(60).
