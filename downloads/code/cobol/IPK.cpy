       01 IPK-RECORD.
           02 IPK-KEY.
               03 IPK-NPM PIC X(8).
               03 IPK-TERM PIC X(5).
           02 IPK-KELAS PIC X(6).
           02 IPK-SKS-TERM PIC 9(3).
           02 IPK-MUTU-TERM PIC 9(4).
           02 IPK-IPS PIC 9V99.
           02 IPK-SKS-KUM PIC 9(3).
           02 IPK-MUTU-KUM PIC 9(4).
           02 IPK-IPK PIC 9V99.
           02 IPK-PREDIKAT PIC X(6).
           02 IPK-TGL PIC 9(8).
