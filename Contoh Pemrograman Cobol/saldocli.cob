       FD SALDOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 65 CHARACTERS
           DATA RECORD IS REG-SALDO
           VALUE OF FILE-ID IS "SALDOCLI.DAT".
       01  REG-SALDO.
           02  CONTA-SALDO        PIC 9(05).
           02  SALDO-ATUAL        PIC S9(09)V99.
           02  SALDO-DISPONIVEL   PIC S9(09)V99.
           02  ULTIMO-SEQ-SALDO   PIC 9(05).
           02  DATA-DEBITOS-SALDO PIC 9(08).
           02  DEBITOS-DIA-SALDO  PIC 9(09)V99.
           02  DATA-ATUALIZ-SALDO PIC 9(08).
           02  HORA-ATUALIZ-SALDO PIC 9(06).
