       FD MEJATAB
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-MEJATAB
           VALUE OF FILE-ID IS 'MEJATAB.DAT'.
       01 REG-MEJATAB.
           02 TB-CHAVE.
               03 TB-MEJA PIC 9(2).
               03 TB-LINHA PIC 9(3).
           02 TB-CABECA.
               03 TB-KASIR PIC X(4).
               03 TB-TGL-BUKA PIC 9(8).
               03 TB-JAM-BUKA PIC 9(4).
               03 TB-RONDE PIC 9(2).
               03 TB-ULT-LINHA PIC 9(3).
               03 FILLER PIC X(34).
           02 TB-ITEM REDEFINES TB-CABECA.
               03 TB-MENU PIC 9(3).
               03 TB-NOME PIC X(20).
               03 TB-JUM PIC 9(3).
               03 TB-HARGA PIC 9(8).
               03 TB-TOTAL PIC 9(8).
               03 TB-RESEP PIC X.
               03 TB-NO-RONDE PIC 9(2).
               03 FILLER PIC X(10).
