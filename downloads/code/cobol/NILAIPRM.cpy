           02 PRM-BATAS-LULUS PIC 9(3).
           02 PRM-BATAS-ABSEN PIC 9(3).
           02 PRM-ABSEN-TINDAK PIC X.
           02 PRM-BAYAR-TINDAK PIC X.
