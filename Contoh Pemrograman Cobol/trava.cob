       FD TRAVAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-TRAVA
           VALUE OF FILE-ID IS "TRAVAS.DAT".
       01  REG-TRAVA.
           02  CHAVE-TRAVA.
               03  TIPO-TRAVA     PIC X(01).
                   88  TRAVA-CONTA    VALUE "C".
                   88  TRAVA-LOTE     VALUE "L".
               03  CONTA-TRAVA    PIC 9(05).
           02  OPERADOR-TRAVA     PIC X(04).
           02  PROGRAMA-TRAVA     PIC X(08).
           02  DATA-TRAVA         PIC 9(08).
           02  HORA-TRAVA         PIC 9(06).
           02  FILLER             PIC X(08).
