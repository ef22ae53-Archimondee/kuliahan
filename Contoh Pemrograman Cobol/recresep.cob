       FD RESEP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REG-RESEP
           VALUE OF FILE-ID IS 'RESEP.DAT'.
       01 REG-RESEP.
           02 RS-CHAVE.
               03 RS-MENU PIC 9(3).
               03 RS-BAHAN PIC 9(3).
           02 RS-QTD PIC 9(5).
           02 FILLER PIC X(9).
