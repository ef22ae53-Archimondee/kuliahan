       FD PEDIDOSAPAGA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS REG-PEDAPAGA
           VALUE OF FILE-ID IS "APAGCLI.DAT".
       01  REG-PEDAPAGA.
           02  NUMERO-PEDAPAGA    PIC 9(05).
           02  DOCUMENTO-PEDAPAGA PIC 9(11).
           02  CONTA-PEDAPAGA     PIC 9(05).
           02  PAPEL-PEDAPAGA     PIC 9(01).
           02  DATA-PEDAPAGA      PIC 9(08).
           02  OPERADOR-PEDAPAGA  PIC X(04).
           02  SITUACAO-PEDAPAGA  PIC X(01).
               88  PEDAPAGA-PENDENTE  VALUE "P" "p".
               88  PEDAPAGA-RETIDO    VALUE "R" "r".
               88  PEDAPAGA-ATENDIDO  VALUE "A" "a".
               88  PEDAPAGA-CANCELADO VALUE "C" "c".
           02  DATA-ATEND-PEDAPAGA PIC 9(08).
           02  MOTIVO-PEDAPAGA    PIC X(30).
