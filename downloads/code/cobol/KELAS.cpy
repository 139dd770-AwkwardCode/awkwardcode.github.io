           02 KLS-KODE PIC X(6).
           02 KLS-NAMA PIC X(20).
           02 KLS-AKTIF PIC X.
           02 KLS-PRODI PIC X(5).
