       FD GAJILOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-GAJILOG
           VALUE OF FILE-ID IS 'GAJILOG.DAT'.
       01 REG-GAJILOG.
           02 GL-TGL PIC 9(8).
           02 GL-HORA PIC 9(6).
           02 GL-PERIODE PIC X(6).
           02 GL-STATUS-DARI PIC X.
           02 GL-STATUS-KE PIC X.
           02 GL-OPERADOR PIC X(4).
           02 GL-QTD PIC 9(4).
           02 GL-LIQUIDO PIC 9(11).
           02 GL-CATATAN PIC X(30).
           02 FILLER PIC X(9).
