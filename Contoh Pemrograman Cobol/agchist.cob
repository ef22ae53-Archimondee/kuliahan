       FD HISTAGENCIA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS REG-HISTAGENCIA
           VALUE OF FILE-ID IS "AGCHIST.DAT".
       01  REG-HISTAGENCIA.
           02  CHAVE-HISTAGENCIA.
               03  CONTA-HAG      PIC 9(05).
               03  INICIO-HAG     PIC 9(08).
           02  AGENCIA-HAG        PIC 9(03).
           02  AGENCIA-ANT-HAG    PIC 9(03).
           02  SITUACAO-HAG       PIC X(01).
               88  HAG-PENDENTE   VALUE "P".
               88  HAG-APROVADA   VALUE "A".
               88  HAG-REJEITADA  VALUE "R".
           02  DATA-PEDIDO-HAG    PIC 9(08).
           02  OPERADOR-HAG       PIC X(04).
           02  SUPERVISOR-HAG     PIC X(04).
           02  DATA-APROVA-HAG    PIC 9(08).
           02  FILLER             PIC X(04).
