       01 JDW-RECORD.
           02 JDW-KEY.
               03 JDW-TERM PIC X(5).
               03 JDW-JENIS PIC X(3).
               03 JDW-KELAS PIC X(6).
               03 JDW-MK PIC X(6).
           02 JDW-TGL PIC 9(8).
           02 JDW-SESI PIC 9.
           02 JDW-RUANG PIC X(6).
           02 JDW-KAPASITAS PIC 9(3).
