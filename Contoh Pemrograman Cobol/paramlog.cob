       FD PARAMLOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS REG-PARAMLOG
           VALUE OF FILE-ID IS "PARAMLOG.DAT".
       01  REG-PARAMLOG.
           02  DATA-PLG           PIC 9(08).
           02  HORA-PLG           PIC 9(06).
           02  OPERADOR-PLG       PIC X(04).
           02  ACAO-PLG           PIC X(01).
               88  PLG-INCLUSAO   VALUE "I".
               88  PLG-ALTERACAO  VALUE "A".
               88  PLG-EXCLUSAO   VALUE "E".
               88  PLG-CARGA      VALUE "C".
           02  CODIGO-PLG         PIC X(12).
           02  VIGENCIA-PLG       PIC 9(08).
           02  VALOR-ANTES-PLG    PIC 9(09)V99.
           02  VALOR-DEPOIS-PLG   PIC 9(09)V99.
           02  DESCR-ANTES-PLG    PIC X(30).
           02  DESCR-DEPOIS-PLG   PIC X(30).
           02  FILLER             PIC X(09).
