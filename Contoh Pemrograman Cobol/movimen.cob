       FD MOVIMENTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS REG-MOVIMENTO
           VALUE OF FILE-ID IS "MOVIMENT.DAT".
       01  REG-MOVIMENTO.
           02  SITUACAO-MOV       PIC X(01).
               88  MOV-NORMAL     VALUE " " "N".
               88  MOV-ESTORNADO  VALUE "E" "e".
           02  CODIGO-MOV         PIC 9(03).
