       FD BLOQUEIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS REG-BLOQUEIO
           VALUE OF FILE-ID IS "BLOQVAL.DAT".
       01  REG-BLOQUEIO.
           02  CHAVE-BLOQUEIO.
               03  CONTA-BLQ      PIC 9(05).
               03  NUMERO-BLQ     PIC 9(03).
           02  VALOR-BLQ          PIC 9(09)V99.
           02  SALDO-BLQ          PIC 9(09)V99.
           02  PROCESSO-BLQ       PIC X(25).
           02  AUTORIDADE-BLQ     PIC X(20).
           02  DATA-INICIO-BLQ    PIC 9(08).
           02  DATA-EXPIRA-BLQ    PIC 9(08).
           02  SITUACAO-BLQ       PIC X(01).
               88  BLQ-ATIVO      VALUE "A" "a".
               88  BLQ-LEVANTADO  VALUE "L" "l".
               88  BLQ-EXPIRADO   VALUE "X" "x".
           02  DATA-BAIXA-BLQ     PIC 9(08).
           02  OPERADOR-BLQ       PIC X(04).
