       01 MK-RECORD.
           02 MK-KODE PIC X(6).
           02 MK-NAMA PIC X(20).
           02 MK-SKS PIC 9.
           02 MK-BOBOT-UTS PIC 9(3).
           02 MK-BOBOT-UAS PIC 9(3).
           02 MK-BOBOT-TUGAS PIC 9(3).
           02 MK-BOBOT-KUIS PIC 9(3).
           02 MK-BOBOT-PRAK PIC 9(3).
