       FD TESOURARIA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS REG-TESOURARIA
           VALUE OF FILE-ID IS "TESOURA.DAT".
       01  REG-TESOURARIA.
           02  CHAVE-TESOURARIA.
               03  AGENCIA-TES    PIC 9(03).
               03  DATA-TES       PIC 9(08).
           02  SALDO-ABERTURA-TES PIC 9(09)V99.
           02  SUPRIMENTOS-TES    PIC 9(09)V99.
           02  RECOLHIMENTOS-TES  PIC 9(09)V99.
           02  RECEBIDO-FORTE-TES PIC 9(09)V99.
           02  REMETIDO-FORTE-TES PIC 9(09)V99.
           02  CONTADO-TES        PIC 9(09)V99.
           02  SITUACAO-TES       PIC X(01).
               88  TES-ABERTA     VALUE "A" "a".
               88  TES-FECHADA    VALUE "F" "f".
           02  SUPERVISOR1-TES    PIC X(04).
           02  SUPERVISOR2-TES    PIC X(04).
