       FD  ESTOQUE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS REG-ESTOQUE
           VALUE OF FILE-ID IS 'ESTOQUE.DAT'.
       01  REG-ESTOQUE.
           02 EST-KODE  PIC 9(3).
           02 EST-QTD   PIC 9(5).
           02 EST-PONTO PIC 9(5).
           02 EST-LOTE  PIC 9(5).
           02 EST-FORN  PIC 9(3).
           02 EST-HARGA PIC 9(8).
           02 FILLER    PIC X(1).
