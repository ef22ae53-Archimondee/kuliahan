       FD NOTIFICACOES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 148 CHARACTERS
           DATA RECORD IS REG-NOTIFICACAO
           VALUE OF FILE-ID IS "NOTIFIC.DAT".
       01  REG-NOTIFICACAO.
           02  NUMERO-NOTIF       PIC 9(07).
           02  CONTA-NOTIF        PIC 9(05).
           02  EVENTO-NOTIF       PIC X(02).
               88  NOTIF-DEBITO-ALTO    VALUE "DA".
               88  NOTIF-SALDO-NEGATIVO VALUE "SN".
               88  NOTIF-BLOQUEIO       VALUE "BQ".
               88  NOTIF-ENCERRAMENTO   VALUE "EN".
               88  NOTIF-AGENDAMENTO    VALUE "AG".
           02  CANAL-NOTIF        PIC X(01).
               88  CANAL-SMS      VALUE "S".
               88  CANAL-EMAIL    VALUE "E".
           02  DESTINO-NOTIF      PIC X(40).
           02  VALOR-NOTIF        PIC 9(09)V99.
           02  TEXTO-NOTIF        PIC X(40).
           02  DATA-NOTIF         PIC 9(08).
           02  HORA-NOTIF         PIC 9(06).
           02  PROGRAMA-NOTIF     PIC X(08).
           02  SITUACAO-NOTIF     PIC X(01).
               88  NOTIF-PENDENTE     VALUE "P".
               88  NOTIF-ENVIADA      VALUE "E".
               88  NOTIF-ENTREGUE     VALUE "D".
               88  NOTIF-FALHOU       VALUE "F".
               88  NOTIF-SEM-CONTATO  VALUE "S".
           02  DATA-ENVIO-NOTIF   PIC 9(08).
           02  DATA-RETORNO-NOTIF PIC 9(08).
           02  RETORNO-NOTIF      PIC X(03).
