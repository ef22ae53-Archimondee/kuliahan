       FD SENHACTL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS REG-SENHACTL
           VALUE OF FILE-ID IS "SENHACTL.DAT".
       01  REG-SENHACTL.
           02  MAX-TENTATIVAS-CTL PIC 9(02).
           02  DATA-ALTERA-CTL    PIC 9(08).
           02  OPERADOR-CTL       PIC X(04).
           02  FILLER             PIC X(16).
