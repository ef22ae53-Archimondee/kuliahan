       FD PARAMETROS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PARAMETRO
           VALUE OF FILE-ID IS "PARAMETR.DAT".
       01  REG-PARAMETRO.
           02  CHAVE-PARAMETRO.
               03  CODIGO-PARAM   PIC X(12).
               03  VIGENCIA-PARAM PIC 9(08).
           02  DESCRICAO-PARAM    PIC X(30).
           02  VALOR-PARAM        PIC 9(09)V99.
           02  OPERADOR-PARAM     PIC X(04).
           02  DATA-ALTER-PARAM   PIC 9(08).
           02  HORA-ALTER-PARAM   PIC 9(06).
           02  FILLER             PIC X(01).
