       FD OPERADORES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-OPERADOR
           VALUE OF FILE-ID IS "OPERADOR.DAT".
       01  REG-OPERADOR.
           02  ID-OPERADOR        PIC X(04).
           02  SENHA-OPERADOR     PIC X(16).
           02  NOME-OPERADOR      PIC X(30).
           02  SITUACAO-OPERADOR  PIC X(01).
               88  OPER-ATIVO     VALUE "A" "a".
               88  OPER-INATIVO   VALUE "I" "i".
           02  SENHA-ANTERIOR     PIC X(16).
           02  DATA-ULT-SENHA     PIC 9(08).
           02  PERFIL-OPERADOR    PIC X(01).
               88  OPER-CAIXA     VALUE "C" "c".
               88  OPER-SUPERVISOR VALUE "S" "s".
               88  OPER-ADMIN     VALUE "A" "a".
           02  AGENCIA-OPERADOR   PIC 9(03).
           02  FALHAS-OPERADOR    PIC 9(02).
           02  BLOQUEIO-OPERADOR  PIC X(01).
               88  OPER-BLOQUEADO VALUE "S".
           02  DATA-BLOQUEIO-OPER PIC 9(08).
           02  FILLER             PIC X(10).
