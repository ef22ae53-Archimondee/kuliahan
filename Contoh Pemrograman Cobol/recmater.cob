       FD MATERIAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-MATERIAL
           VALUE OF FILE-ID IS 'MATERIAL.DAT'.
       01 REG-MATERIAL.
           02 KODE-MATERIAL PIC X(6).
           02 NAMA-MATERIAL PIC X(20).
           02 SATUAN-MATERIAL PIC X(6).
           02 BASE-MATERIAL PIC X.
               88 MATERIAL-LUAS VALUE 'L', 'l'.
               88 MATERIAL-VOLUME VALUE 'V', 'v'.
           02 COBERTURA-MATERIAL PIC 9(5)V9(4).
           02 HARGA-MATERIAL PIC 9(9).
           02 SISA-MATERIAL PIC 9(3)V99.
           02 FILLER PIC X(24).
