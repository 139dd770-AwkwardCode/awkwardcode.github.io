       01 WLI-RECORD.
           02 WLI-NPM PIC X(8).
           02 WLI-NAMA PIC X(30).
           02 WLI-HUBUNGAN PIC X(10).
           02 WLI-ALAMAT-1 PIC X(40).
           02 WLI-ALAMAT-2 PIC X(40).
           02 WLI-KOTA PIC X(20).
           02 WLI-KODEPOS PIC X(5).
           02 WLI-TELP PIC X(15).
