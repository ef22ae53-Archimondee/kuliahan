       FD PARCELAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS REG-PARCELA
           VALUE OF FILE-ID IS "PARCELA.DAT".
       01  REG-PARCELA.
           02  CHAVE-PARCELA.
               03  CONTA-PARC     PIC 9(05).
               03  NUMERO-PARC    PIC 9(03).
               03  SEQ-PARC       PIC 9(03).
           02  DATA-VENCTO-PARC   PIC 9(08).
           02  VALOR-PARC         PIC 9(07)V99.
           02  JUROS-PARC         PIC 9(07)V99.
           02  AMORTIZ-PARC       PIC 9(07)V99.
           02  SALDO-APOS-PARC    PIC 9(07)V99.
           02  SITUACAO-PARC      PIC X(01).
               88  PARC-ABERTA    VALUE "A" "a".
               88  PARC-PAGA      VALUE "P" "p".
               88  PARC-ATRASO    VALUE "T" "t".
           02  DATA-PAGTO-PARC    PIC 9(08).
           02  MORA-PARC          PIC 9(07)V99.
