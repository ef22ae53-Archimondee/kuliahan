       FD  CLIHIST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 95 CHARACTERS
           DATA RECORD IS REG-CLIHIST
           VALUE OF FILE-ID IS "CLIHIST.DAT".
       01  REG-CLIHIST.
           02  CORPO-HIST.
               03  CONTAHIST      PIC 9(05).
               03  RESTO-HIST     PIC X(82).
           02  CLIENTE-HIST REDEFINES CORPO-HIST.
               03  FILLER         PIC X(05).
               03  DIGITOHIST     PIC 9(01).
               03  TIPOREGHIST    PIC 9(01).
               03  TIPOCONTAHIST  PIC A(01).
               03  NOMEHIST       PIC X(40).
               03  DATANASCHIST   PIC 9(08).
               03  SEXOHIST       PIC A(01).
               03  PARENTESCOHIST PIC A(01).
               03  SITUACAOHIST   PIC X(01).
               03  DATAENCERHIST.
                   04  DIAENCERHIST PIC 9(02).
                   04  MESENCERHIST PIC 9(02).
                   04  ANOENCERHIST PIC 9(04).
               03  MOTIVOHIST     PIC X(20).
           02  DATA-ARQUIVAMENTO.
               03  DIA-ARQ        PIC 9(02).
               03  MES-ARQ        PIC 9(02).
               03  ANO-ARQ        PIC 9(04).
