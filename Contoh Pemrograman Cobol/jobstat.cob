       FD JOBSTAT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-JOBSTAT
           VALUE OF FILE-ID IS "JOBSTAT.TXT".
       01  REG-JOBSTAT.
           02  DATA-NEG-JBS       PIC 9(08).
           02  PROGRAMA-JBS       PIC X(12).
           02  DATA-EXEC-JBS      PIC 9(08).
           02  HORA-EXEC-JBS      PIC 9(06).
           02  RC-JBS             PIC 9(02).
           02  LIDOS-JBS          PIC 9(07).
           02  GRAVADOS-JBS       PIC 9(07).
           02  REJEITADOS-JBS     PIC 9(07).
           02  ARQUIVO-JBS        PIC X(12).
           02  FILLER             PIC X(11).
