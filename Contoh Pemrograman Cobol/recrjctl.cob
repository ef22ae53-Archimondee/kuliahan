       FD REAJCTL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-REAJCTL
           VALUE OF FILE-ID IS 'REAJCTL.DAT'.
       01 REG-REAJCTL.
           02 RC-LOTE PIC 9(14).
           02 RC-TGL PIC 9(8).
           02 RC-QTD PIC 9(5).
           02 RC-TOTAL-ATUAL PIC 9(9)V99.
           02 RC-TOTAL-NOVO PIC 9(9)V99.
           02 RC-STATUS PIC X.
               88 RC-GERADO VALUE 'G'.
               88 RC-APROVADO VALUE 'A'.
               88 RC-POSTADO VALUE 'P'.
           02 RC-APROVADOR PIC X(4).
           02 RC-TGL-APROV PIC 9(8).
           02 RC-POSTADOR PIC X(4).
           02 RC-TGL-POST PIC 9(8).
           02 RC-TGL-EFETIVO PIC 9(8).
           02 RC-QTD-POST PIC 9(5).
           02 RC-QTD-EXC PIC 9(5).
           02 FILLER PIC X(8).
