       FD PINJAM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS REG-PINJAM
           VALUE OF FILE-ID IS 'PINJAM.DAT'.
       01 REG-PINJAM.
           02 KODE-BUKU-PINJAM PIC X(8).
           02 NPM-PINJAM PIC X(8).
           02 TGL-PINJAM PIC 9(8).
           02 TGL-TEMPO-PINJAM PIC 9(8).
           02 QTD-AVISO-PINJAM PIC 9(2).
           02 TGL-AVISO-PINJAM PIC 9(8).
