       FD POTMAKAN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-POTMAKAN
           VALUE OF FILE-ID IS 'POTMAKAN.DAT'.
       01 REG-POTMAKAN.
           02 PM-CHAVE.
               03 PM-NOKAR PIC 9(4).
               03 PM-PERIODE PIC X(6).
           02 PM-NAMA PIC X(20).
           02 PM-QTD PIC 9(4).
           02 PM-TOTAL PIC 9(8).
           02 PM-POTONG PIC 9(8).
           02 PM-SITUACAO PIC X.
               88 PM-ABERTO VALUE 'A', ' '.
               88 PM-FECHADO VALUE 'T'.
           02 FILLER PIC X(9).
