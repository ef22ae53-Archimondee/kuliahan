       FD DATACTL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-DATACTL
           VALUE OF FILE-ID IS "DATACTL.DAT".
       01  REG-DATACTL.
           02  DATA-NEGOCIO       PIC 9(08).
           02  SITUACAO-NEGOCIO   PIC X(01).
               88  DIA-ABERTO     VALUE "A".
               88  DIA-FECHANDO   VALUE "F".
               88  DIA-ENCERRADO  VALUE "E".
           02  DATA-ANTERIOR-NEG  PIC 9(08).
           02  DATA-ALTERACAO-NEG PIC 9(08).
           02  HORA-ALTERACAO-NEG PIC 9(06).
           02  PROGRAMA-NEG       PIC X(08).
           02  FILLER             PIC X(01).
