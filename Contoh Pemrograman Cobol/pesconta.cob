       FD PESSOACONTA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS REG-PESSOACONTA
           VALUE OF FILE-ID IS "PESCONTA.DAT".
       01  REG-PESSOACONTA.
           02  CHAVE-PESCONTA.
               03  DOCUMENTO-PESCONTA PIC 9(11).
               03  CONTA-PESCONTA PIC 9(05).
           02  PAPEL-PESCONTA     PIC 9(01).
               88  PESCONTA-PRIMEIRO VALUE 1.
               88  PESCONTA-SEGUNDO  VALUE 2.
           02  DATA-VINCULO-PESCONTA PIC 9(08).
