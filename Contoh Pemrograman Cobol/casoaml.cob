       FD CASOSAML
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 142 CHARACTERS
           DATA RECORD IS REG-CASO
           VALUE OF FILE-ID IS "CASOAML.DAT".
       01  REG-CASO.
           02  NUMERO-CASO        PIC 9(06).
           02  CONTA-CASO         PIC 9(05).
           02  PADRAO-CASO        PIC X(02).
               88  CASO-FRACIONAMENTO  VALUE "FR".
               88  CASO-IDA-E-VOLTA    VALUE "RI".
               88  CASO-ACIMA-PERFIL   VALUE "AP".
           02  PEP-CASO           PIC X(01).
               88  CASO-PEP       VALUE "S".
           02  ESCALADO-CASO      PIC X(01).
               88  CASO-ESCALADO  VALUE "S".
           02  QTD-MOV-CASO       PIC 9(03).
           02  VALOR-CASO         PIC 9(09)V99.
           02  REFERENCIA-CASO    PIC 9(09)V99.
           02  INICIO-JANELA-CASO PIC 9(08).
           02  FIM-JANELA-CASO    PIC 9(08).
           02  DATA-ABERTURA-CASO PIC 9(08).
           02  SITUACAO-CASO      PIC X(01).
               88  CASO-ABERTO     VALUE "A".
               88  CASO-EM-ANALISE VALUE "N".
               88  CASO-ENCERRADO  VALUE "F".
           02  RESPONSAVEL-CASO   PIC X(04).
           02  NOTAS-CASO         PIC X(60).
           02  DECISAO-CASO       PIC X(01).
               88  CASO-ARQUIVADO  VALUE "D".
               88  CASO-COMUNICADO VALUE "C".
           02  DATA-DECISAO-CASO  PIC 9(08).
           02  OPERADOR-DECISAO-CASO PIC X(04).
