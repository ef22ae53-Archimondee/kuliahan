       FD RENDIMENTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS REG-RENDIMENTO
           VALUE OF FILE-ID IS "RENDIM.DAT".
       01  REG-RENDIMENTO.
           02  CHAVE-RENDIMENTO.
               03  CONTA-REND     PIC 9(05).
               03  ANO-REND       PIC 9(04).
           02  JUROS-REND         PIC 9(09)V99.
           02  IR-REND            PIC 9(09)V99.
           02  SALDO-FINAL-REND   PIC S9(09)V99.
           02  QTD-CREDITOS-REND  PIC 9(03).
           02  DATA-ATUALIZ-REND  PIC 9(08).
