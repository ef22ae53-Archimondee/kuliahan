       FD COMPENSACAO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-COMPENSACAO
           VALUE OF FILE-ID IS "CHQCOMP.DAT".
       01  REG-COMPENSACAO.
           02  CHAVE-COMPENSACAO.
               03  CONTA-CMP      PIC 9(05).
               03  SEQ-CMP        PIC 9(05).
           02  BANCO-CMP          PIC 9(03).
           02  AGENCIA-CMP        PIC 9(04).
           02  NUMERO-CMP         PIC 9(06).
           02  VALOR-CMP          PIC 9(07)V99.
           02  DATA-DEPOSITO-CMP  PIC 9(08).
           02  DATA-LIBERA-CMP    PIC 9(08).
           02  PRAZO-CMP          PIC 9(01).
           02  SITUACAO-CMP       PIC X(01).
               88  CMP-PENDENTE   VALUE "P".
               88  CMP-LIBERADO   VALUE "L".
               88  CMP-DEVOLVIDO  VALUE "D".
               88  CMP-ESTORNADO  VALUE "E".
           02  DATA-BAIXA-CMP     PIC 9(08).
           02  SEQ-BAIXA-CMP      PIC 9(05).
           02  MOTIVO-DEVOL-CMP   PIC 9(02).
           02  OPERADOR-CMP       PIC X(04).
           02  FILLER             PIC X(11).
