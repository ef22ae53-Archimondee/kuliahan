       FD RETROATIVOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-RETROATIVO
           VALUE OF FILE-ID IS "RETROMOV.DAT".
       01  REG-RETROATIVO.
           02  DATA-NEGOCIO-RETRO PIC 9(08).
           02  DATA-MOV-RETRO     PIC 9(08).
           02  CONTA-RETRO        PIC 9(05).
           02  SEQ-RETRO          PIC 9(05).
           02  TIPO-RETRO         PIC X(01).
           02  VALOR-RETRO        PIC 9(07)V99.
           02  CODIGO-RETRO       PIC 9(03).
           02  OPERADOR-RETRO     PIC X(04).
           02  SUPERVISOR-RETRO   PIC X(04).
           02  HORA-RETRO         PIC 9(06).
           02  HISTORICO-RETRO    PIC X(20).
           02  FILLER             PIC X(07).
