       FD MOVTESOURARIA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS REG-MOVTES
           VALUE OF FILE-ID IS "TESMOV.DAT".
       01  REG-MOVTES.
           02  CHAVE-MOVTES.
               03  AGENCIA-MTS    PIC 9(03).
               03  DATA-MTS       PIC 9(08).
               03  SEQ-MTS        PIC 9(04).
           02  TIPO-MTS           PIC X(02).
               88  MTS-ABERTURA     VALUE "AB".
               88  MTS-SUPRIMENTO   VALUE "SG".
               88  MTS-RECOLHIMENTO VALUE "RG".
               88  MTS-RECEB-FORTE  VALUE "RF".
               88  MTS-REMESSA-FORTE VALUE "EF".
           02  OPERADOR-CAIXA-MTS PIC X(04).
           02  VALOR-MTS          PIC 9(09)V99.
           02  GUIA-MTS           PIC X(15).
           02  SUPERVISOR1-MTS    PIC X(04).
           02  SUPERVISOR2-MTS    PIC X(04).
           02  HORA-MTS           PIC 9(06).
