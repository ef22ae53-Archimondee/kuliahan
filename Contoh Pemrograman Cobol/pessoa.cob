       FD PESSOAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS REG-PESSOA
           VALUE OF FILE-ID IS "PESSOA.DAT".
       01  REG-PESSOA.
           02  DOCUMENTO-PESSOA   PIC 9(11).
           02  NOME-PESSOA        PIC X(40).
           02  DATANASC-PESSOA.
               03  DIA-PESSOA     PIC 9(02).
               03  MES-PESSOA     PIC 9(02).
               03  ANO-PESSOA     PIC 9(04).
           02  SEXO-PESSOA        PIC A(01).
           02  DATA-CADASTRO-PESSOA PIC 9(08).
           02  OPERADOR-PESSOA    PIC X(04).
