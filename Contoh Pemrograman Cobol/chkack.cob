       FD CHKACK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-CHKACK
           VALUE OF FILE-ID IS "CHKACK.DAT".
       01  REG-CHKACK.
           02  CHAVE-CHKACK.
               03  DATA-NEG-ACK   PIC 9(08).
               03  ITEM-ACK       PIC X(12).
           02  OPERADOR-ACK       PIC X(04).
           02  DATA-ACK           PIC 9(08).
           02  HORA-ACK           PIC 9(06).
           02  SITUACAO-ACK       PIC X(01).
               88  ACK-VERDE      VALUE "V".
               88  ACK-VERMELHO   VALUE "R".
           02  OBSERVACAO-ACK     PIC X(40).
           02  FILLER             PIC X(21).
