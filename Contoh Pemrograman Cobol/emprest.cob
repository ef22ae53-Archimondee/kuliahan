       FD EMPRESTIMOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 65 CHARACTERS
           DATA RECORD IS REG-EMPRESTIMO
           VALUE OF FILE-ID IS "EMPREST.DAT".
       01  REG-EMPRESTIMO.
           02  CHAVE-EMPRESTIMO.
               03  CONTA-EMPR     PIC 9(05).
               03  NUMERO-EMPR    PIC 9(03).
           02  DV-EMPR            PIC 9(01).
           02  PRINCIPAL-EMPR     PIC 9(07)V99.
           02  TAXA-EMPR          PIC 9(02)V99.
           02  PRAZO-EMPR         PIC 9(03).
           02  VALOR-PARCELA-EMPR PIC 9(07)V99.
           02  DATA-CONTRATO-EMPR PIC 9(08).
           02  DIA-VENCTO-EMPR    PIC 9(02).
           02  SITUACAO-EMPR      PIC X(01).
               88  EMPR-ATIVO     VALUE "A" "a".
               88  EMPR-QUITADO   VALUE "Q" "q".
           02  DATA-QUITACAO-EMPR PIC 9(08).
           02  SALDO-DEVEDOR-EMPR PIC 9(07)V99.
           02  PARCELAS-PAGAS-EMPR PIC 9(03).
