       FD RUANG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS REG-RUANG
           VALUE OF FILE-ID IS 'RUANG.DAT'.
       01 REG-RUANG.
           02 KODE-RUANG PIC X(5).
           02 NAMA-RUANG PIC X(20).
           02 KAPASITAS-RUANG PIC 9(3).
