       FD MAKKAR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-MAKKAR
           VALUE OF FILE-ID IS 'MAKKAR.DAT'.
       01 REG-MAKKAR.
           02 MK-CHAVE.
               03 MK-NOKAR PIC 9(4).
               03 MK-DATA PIC 9(8).
               03 MK-STRUK PIC 9(6).
           02 MK-HORA PIC 9(6).
           02 MK-KASIR PIC X(4).
           02 MK-VALOR PIC 9(8).
           02 MK-JENIS PIC X.
               88 MK-MAKAN VALUE 'M'.
               88 MK-SALDO VALUE 'S'.
           02 MK-STATUS PIC X.
               88 MK-ABERTO VALUE 'A'.
               88 MK-LUNAS VALUE 'L'.
           02 MK-PERIODE PIC X(6).
           02 MK-ORIGEM PIC X(6).
           02 FILLER PIC X(10).
