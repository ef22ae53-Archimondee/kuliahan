       FD NEGATIVOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 93 CHARACTERS
           DATA RECORD IS REG-NEGATIVO
           VALUE OF FILE-ID IS "NEGATIVO.DAT".
       01  REG-NEGATIVO.
           02  CONTA-NEG          PIC 9(05).
           02  DV-NEG             PIC 9(01).
           02  DIAS-NEGATIVO-NEG  PIC 9(05).
           02  DATA-INICIO-NEG    PIC 9(08).
           02  DATA-ULTIMA-NEG    PIC 9(08).
           02  SALDO-ULTIMO-NEG   PIC S9(09)V99.
           02  MES-REF-NEG        PIC 9(06).
           02  SOMA-NEGATIVO-NEG  PIC 9(11)V99.
           02  MES-ANTERIOR-NEG   PIC 9(06).
           02  SOMA-ANTERIOR-NEG  PIC 9(11)V99.
           02  DATA-COBRANCA-NEG  PIC 9(08).
           02  JUROS-COBRADOS-NEG PIC 9(07)V99.
