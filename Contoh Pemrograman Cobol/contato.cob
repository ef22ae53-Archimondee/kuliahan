       FD CONTATOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 136 CHARACTERS
           DATA RECORD IS REG-CONTATO
           VALUE OF FILE-ID IS "CONTATOS.DAT".
       01  REG-CONTATO.
           02  CIDADE-CONTATO     PIC X(25).
           02  TELEFONE-CONTATO   PIC X(15).
           02  EMAIL-CONTATO      PIC X(40).
           02  LIMITE-ALERTA-CONTATO PIC 9(09)V99.
