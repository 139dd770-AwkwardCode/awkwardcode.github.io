       01 UBH-RECORD.
           02 UBH-KEY.
               03 UBH-NPM PIC X(8).
               03 UBH-TERM PIC X(5).
               03 UBH-MK PIC X(6).
               03 UBH-SEQ PIC 99.
           02 UBH-STATUS PIC X.
           02 UBH-HASIL-LAMA PIC 999.
           02 UBH-STATUS-LAMA PIC X(5).
           02 UBH-HASIL-BARU PIC 999.
           02 UBH-STATUS-BARU PIC X(5).
           02 UBH-ALASAN PIC X(40).
           02 UBH-PEMOHON PIC X(8).
           02 UBH-TGL-AJU PIC 9(8).
           02 UBH-PENINJAU PIC X(8).
           02 UBH-TGL-TINJAU PIC 9(8).
