       FD APLICACOES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS REG-APLICACAO
           VALUE OF FILE-ID IS "APLICAC.DAT".
       01  REG-APLICACAO.
           02  CHAVE-APLICACAO.
               03  CONTA-APLIC    PIC 9(05).
               03  NUMERO-APLIC   PIC 9(03).
           02  DV-APLIC           PIC 9(01).
           02  PRINCIPAL-APLIC    PIC 9(07)V99.
           02  TAXA-APLIC         PIC 9(02)V99.
           02  PRAZO-APLIC        PIC 9(03).
           02  DATA-INICIO-APLIC  PIC 9(08).
           02  DATA-VENCTO-APLIC  PIC 9(08).
           02  SITUACAO-APLIC     PIC X(01).
               88  APLIC-ABERTA   VALUE "A" "a".
               88  APLIC-VENCIDA  VALUE "V" "v".
               88  APLIC-ANTECIPADA VALUE "R" "r".
           02  DATA-RESGATE-APLIC PIC 9(08).
           02  JUROS-APLIC        PIC 9(07)V99.
           02  MULTA-APLIC        PIC 9(07)V99.
