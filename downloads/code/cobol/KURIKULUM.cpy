       01 KUR-RECORD.
           02 KUR-KEY.
               03 KUR-PRODI PIC X(5).
               03 KUR-MK PIC X(6).
           02 KUR-MIN-SKS PIC 9(3).
           02 KUR-TGL PIC 9(8).
