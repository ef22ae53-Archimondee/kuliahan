       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GRAVANOTIF.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFICACOES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-NOTIF
               FILE STATUS IS STATUS-NOTIFICACOES.
           SELECT CONTATOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-CONTATO
               FILE STATUS IS STATUS-CONTATOS.
       DATA DIVISION.
       FILE SECTION.
       COPY "notific.cob".
      *
       COPY "contato.cob".
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-NOTIFICACOES PIC X(02) VALUE "00".
           02  STATUS-CONTATOS    PIC X(02) VALUE "00".
           02  WS-ULTIMO-NUMERO   PIC 9(07) VALUE ZEROS.
           02  WS-ALERTA          PIC X(01) VALUE "N".
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-HORA.
           02  WS-HOR             PIC 9(02) VALUE ZEROS.
           02  WS-MIN             PIC 9(02) VALUE ZEROS.
           02  WS-SEG             PIC 9(02) VALUE ZEROS.
           02  WS-CSE             PIC 9(02) VALUE ZEROS.
       01  WS-CHAMADA-ERRO.
           02  WS-ERR-PROGRAMA    PIC X(10) VALUE "GRAVANOTIF".
           02  WS-ERR-ARQUIVO     PIC X(12) VALUE "NOTIFIC.DAT".
           02  WS-ERR-OPERACAO    PIC X(08) VALUE SPACES.
           02  WS-ERR-STATUS      PIC X(02) VALUE "00".
           02  WS-ERR-ACAO        PIC X(01) VALUE "S".
       LINKAGE SECTION.
       01  LNK-NOTIFICACAO.
           02  LNK-EVENTO         PIC X(02).
           02  LNK-CONTA          PIC 9(05).
           02  LNK-VALOR          PIC 9(09)V99.
           02  LNK-TEXTO          PIC X(40).
           02  LNK-PROGRAMA       PIC X(08).
      *----------------------------------------------------
      * REGISTRA UM ALERTA AO CLIENTE EM NOTIFIC.DAT, COM
      * SITUACAO "P" (PENDENTE). O ENVIANOTIF RESOLVE O
      * TELEFONE/E-MAIL EM CONTATOS.DAT E GERA O ARQUIVO DO
      * GATEWAY; O RETORNOTIF BAIXA A CONFIRMACAO DE ENTREGA.
      * EVENTOS: DA DEBITO ACIMA DO LIMITE DO CLIENTE
      *          SN SALDO PASSOU A NEGATIVO
      *          BQ CONTA BLOQUEADA   EN CONTA ENCERRADA
      *          AG AGENDAMENTO NAO PAGO
      * NO EVENTO DA O ALERTA SO E GRAVADO SE O CLIENTE TEM
      * LIMITE DE ALERTA (CONTATOS.DAT) E O VALOR O EXCEDE.
      *----------------------------------------------------
       PROCEDURE DIVISION USING LNK-NOTIFICACAO.
      *----------------------------------------------------
       001-INICIO.
           IF LNK-EVENTO NOT = "DA"
              GO TO 010-GRAVA-NOTIFICACAO.
           PERFORM 050-VERIFICA-LIMITE THRU 050-99-FIM.
           IF WS-ALERTA NOT = "S"
              GO TO 999-FIM.
      *----------------------------------------------------
       010-GRAVA-NOTIFICACAO.
           OPEN I-O NOTIFICACOES.
           IF STATUS-NOTIFICACOES = "35"
              OPEN OUTPUT NOTIFICACOES
              CLOSE NOTIFICACOES
              OPEN I-O NOTIFICACOES.
           IF STATUS-NOTIFICACOES NOT = "00"
              MOVE "OPEN" TO WS-ERR-OPERACAO
              PERFORM 900-GRAVA-ERRO THRU 900-99-FIM
              GO TO 999-FIM.
           PERFORM 020-ULTIMO-NUMERO THRU 020-99-FIM.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           COMPUTE NUMERO-NOTIF = WS-ULTIMO-NUMERO + 1.
           MOVE LNK-CONTA TO CONTA-NOTIF.
           MOVE LNK-EVENTO TO EVENTO-NOTIF.
           MOVE SPACE TO CANAL-NOTIF.
           MOVE SPACES TO DESTINO-NOTIF.
           MOVE LNK-VALOR TO VALOR-NOTIF.
           MOVE LNK-TEXTO TO TEXTO-NOTIF.
           MOVE WS-DATA-SISTEMA TO DATA-NOTIF.
           COMPUTE HORA-NOTIF = WS-HOR * 10000
               + WS-MIN * 100 + WS-SEG.
           MOVE LNK-PROGRAMA TO PROGRAMA-NOTIF.
           MOVE "P" TO SITUACAO-NOTIF.
           MOVE ZEROS TO DATA-ENVIO-NOTIF.
           MOVE ZEROS TO DATA-RETORNO-NOTIF.
           MOVE SPACES TO RETORNO-NOTIF.
           WRITE REG-NOTIFICACAO
               INVALID KEY
               MOVE "WRITE" TO WS-ERR-OPERACAO
               PERFORM 900-GRAVA-ERRO THRU 900-99-FIM.
           CLOSE NOTIFICACOES.
           GO TO 999-FIM.
      *----------------------------------------------------
       020-ULTIMO-NUMERO.
           MOVE ZEROS TO WS-ULTIMO-NUMERO.
           MOVE ZEROS TO NUMERO-NOTIF.
           START NOTIFICACOES KEY IS NOT LESS THAN NUMERO-NOTIF
               INVALID KEY
               MOVE "10" TO STATUS-NOTIFICACOES.
           IF STATUS-NOTIFICACOES NOT = "10"
              MOVE "00" TO STATUS-NOTIFICACOES
              PERFORM 030-LE-NOTIFICACAO THRU 030-99-FIM
                  UNTIL STATUS-NOTIFICACOES = "10".
           MOVE "00" TO STATUS-NOTIFICACOES.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-LE-NOTIFICACAO.
           READ NOTIFICACOES NEXT RECORD
               AT END
               MOVE "10" TO STATUS-NOTIFICACOES
               GO TO 030-99-FIM.
           MOVE NUMERO-NOTIF TO WS-ULTIMO-NUMERO.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-VERIFICA-LIMITE.
           MOVE "N" TO WS-ALERTA.
           OPEN INPUT CONTATOS.
           IF STATUS-CONTATOS NOT = "00"
              GO TO 050-99-FIM.
           MOVE LNK-CONTA TO CONTA-CONTATO.
           READ CONTATOS
               INVALID KEY
               MOVE ZEROS TO LIMITE-ALERTA-CONTATO.
           IF LIMITE-ALERTA-CONTATO NOT = ZEROS AND
              LNK-VALOR > LIMITE-ALERTA-CONTATO
              MOVE "S" TO WS-ALERTA.
           CLOSE CONTATOS.
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-GRAVA-ERRO.
           MOVE STATUS-NOTIFICACOES TO WS-ERR-STATUS.
           MOVE "S" TO WS-ERR-ACAO.
           CALL "GRAVAERR" USING WS-ERR-PROGRAMA
               WS-ERR-ARQUIVO WS-ERR-OPERACAO
               WS-ERR-STATUS WS-ERR-ACAO.
       900-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA GRAVANOTIF ---------***
