       FD CHEQUESDEV
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS REG-DEVOLUCAO
           VALUE OF FILE-ID IS "CHQDEV.DAT".
       01  REG-DEVOLUCAO.
           02  CHAVE-DEVOLUCAO.
               03  CONTA-DEV      PIC 9(05).
               03  NUMERO-DEV     PIC 9(06).
               03  SEQ-DEV        PIC 9(02).
           02  MOTIVO-DEV         PIC 9(02).
               88  DEV-SEM-FUNDOS VALUE 11 12.
           02  DATA-DEV.
               03  ANO-DEV        PIC 9(04).
               03  MES-DEV        PIC 9(02).
               03  DIA-DEV        PIC 9(02).
           02  VALOR-DEV          PIC 9(07)V99.
           02  TARIFA-DEV         PIC 9(03)V99.
           02  TARIFA-COBRADA-DEV PIC X(01).
               88  DEV-TARIFADA   VALUE "S" "s".
