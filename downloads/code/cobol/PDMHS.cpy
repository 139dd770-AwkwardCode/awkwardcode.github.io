       01 PDM-RECORD.
           02 PDM-KODE-PT PIC X(6).
           02 PDM-TERM PIC X(5).
           02 PDM-NIM PIC X(18).
           02 PDM-NAMA PIC X(60).
           02 FILLER PIC X(11).
