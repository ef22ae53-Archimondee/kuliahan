       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ENVIANOTIF.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFICACOES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NUMERO-NOTIF
               FILE STATUS IS STATUS-NOTIFICACOES.
           SELECT CONTATOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-CONTATO
               FILE STATUS IS STATUS-CONTATOS.
           SELECT GATEWAY ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-GATEWAY.
       DATA DIVISION.
       FILE SECTION.
       COPY "notific.cob".
      *
       COPY "contato.cob".
      *
       FD  GATEWAY
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "NOTIFENV.TXT".
       01  REG-GATEWAY            PIC X(114).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-NOTIFICACOES PIC X(02) VALUE "00".
           02  STATUS-CONTATOS    PIC X(02) VALUE "00".
           02  STATUS-GATEWAY     PIC X(02) VALUE "00".
           02  WS-TOTAL-LIDOS     PIC 9(07) VALUE ZEROS.
           02  WS-TOTAL-ENVIADOS  PIC 9(07) VALUE ZEROS.
           02  WS-TOTAL-SMS       PIC 9(07) VALUE ZEROS.
           02  WS-TOTAL-EMAIL     PIC 9(07) VALUE ZEROS.
           02  WS-TOTAL-SEM-CONT  PIC 9(07) VALUE ZEROS.
       01  WS-CHAMADA-ERRO.
           02  WS-ERR-PROGRAMA    PIC X(10) VALUE "ENVIANOTIF".
           02  WS-ERR-ARQUIVO     PIC X(12) VALUE SPACES.
           02  WS-ERR-OPERACAO    PIC X(08) VALUE SPACES.
           02  WS-ERR-STATUS      PIC X(02) VALUE "00".
           02  WS-ERR-ACAO        PIC X(01) VALUE "S".
       01  WS-LINHA-GATEWAY.
           02  GTW-NUMERO         PIC 9(07).
           02  GTW-CANAL          PIC X(01).
           02  GTW-DESTINO        PIC X(40).
           02  GTW-CONTA          PIC 9(05).
           02  GTW-EVENTO         PIC X(02).
           02  GTW-VALOR          PIC 9(09)V99.
           02  GTW-DATA           PIC 9(08).
           02  GTW-TEXTO          PIC X(40).
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------
      * ENTREGA AO GATEWAY DE SMS/E-MAIL OS ALERTAS PENDENTES
      * DE NOTIFIC.DAT. O DESTINO E TIRADO DE CONTATOS.DAT NA
      * HORA DO ENVIO: TELEFONE (SMS) QUANDO HOUVER, SENAO
      * E-MAIL. SEM NENHUM DOS DOIS O ALERTA FICA COMO "S"
      * (SEM CONTATO) E SAI NO RELATORIO DO RETORNOTIF.
      * OS ALERTAS VAO PARA NOTIFENV.TXT (ACRESCENTADOS AO
      * QUE O GATEWAY AINDA NAO RECOLHEU) E FICAM COMO "E"
      * (ENVIADO) ATE A CONFIRMACAO DE ENTREGA.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** ENVIO DE ALERTAS AO GATEWAY ***".
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           OPEN I-O NOTIFICACOES.
           IF STATUS-NOTIFICACOES = "35"
              DISPLAY "NENHUM ALERTA REGISTRADO."
              GO TO 999-FIM.
           IF STATUS-NOTIFICACOES NOT = "00"
              MOVE "NOTIFIC.DAT" TO WS-ERR-ARQUIVO
              MOVE STATUS-NOTIFICACOES TO WS-ERR-STATUS
              GO TO 005-ERRO-ABERTURA.
           OPEN INPUT CONTATOS.
           IF STATUS-CONTATOS NOT = "00" AND STATUS-CONTATOS NOT = "35"
              MOVE "CONTATOS.DAT" TO WS-ERR-ARQUIVO
              MOVE STATUS-CONTATOS TO WS-ERR-STATUS
              CLOSE NOTIFICACOES
              GO TO 005-ERRO-ABERTURA.
           OPEN EXTEND GATEWAY.
           IF STATUS-GATEWAY = "35"
              OPEN OUTPUT GATEWAY.
           GO TO 010-LE-NOTIFICACOES.
      *----------------------------------------------------
       005-ERRO-ABERTURA.
           MOVE "OPEN" TO WS-ERR-OPERACAO.
           CALL "GRAVAERR" USING WS-ERR-PROGRAMA
               WS-ERR-ARQUIVO WS-ERR-OPERACAO
               WS-ERR-STATUS WS-ERR-ACAO.
           MOVE 8 TO RETURN-CODE.
           GO TO 999-FIM.
      *----------------------------------------------------
       010-LE-NOTIFICACOES.
           PERFORM 020-PROCESSA-NOTIFICACAO THRU 020-99-FIM
               UNTIL STATUS-NOTIFICACOES = "10".
           CLOSE NOTIFICACOES.
           CLOSE CONTATOS.
           CLOSE GATEWAY.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-PROCESSA-NOTIFICACAO.
           READ NOTIFICACOES NEXT RECORD
               AT END
               MOVE "10" TO STATUS-NOTIFICACOES
               GO TO 020-99-FIM.
           IF NOT NOTIF-PENDENTE
              GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-LIDOS.
           PERFORM 030-RESOLVE-DESTINO THRU 030-99-FIM.
           IF CANAL-NOTIF = SPACE
              MOVE "S" TO SITUACAO-NOTIF
              ADD 1 TO WS-TOTAL-SEM-CONT
              GO TO 020-05-REGRAVA.
           MOVE NUMERO-NOTIF TO GTW-NUMERO.
           MOVE CANAL-NOTIF TO GTW-CANAL.
           MOVE DESTINO-NOTIF TO GTW-DESTINO.
           MOVE CONTA-NOTIF TO GTW-CONTA.
           MOVE EVENTO-NOTIF TO GTW-EVENTO.
           MOVE VALOR-NOTIF TO GTW-VALOR.
           MOVE DATA-NOTIF TO GTW-DATA.
           MOVE TEXTO-NOTIF TO GTW-TEXTO.
           MOVE WS-LINHA-GATEWAY TO REG-GATEWAY.
           WRITE REG-GATEWAY.
           MOVE "E" TO SITUACAO-NOTIF.
           MOVE WS-DATA-SISTEMA TO DATA-ENVIO-NOTIF.
           ADD 1 TO WS-TOTAL-ENVIADOS.
       020-05-REGRAVA.
           REWRITE REG-NOTIFICACAO
               INVALID KEY
               DISPLAY "ERRO AO REGRAVAR NOTIFIC.DAT NUMERO "
                       NUMERO-NOTIF.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-RESOLVE-DESTINO.
           MOVE SPACE TO CANAL-NOTIF.
           MOVE SPACES TO DESTINO-NOTIF.
           IF STATUS-CONTATOS = "35"
              GO TO 030-99-FIM.
           MOVE CONTA-NOTIF TO CONTA-CONTATO.
           READ CONTATOS
               INVALID KEY
               GO TO 030-99-FIM.
           IF TELEFONE-CONTATO NOT = SPACES
              MOVE "S" TO CANAL-NOTIF
              MOVE TELEFONE-CONTATO TO DESTINO-NOTIF
              ADD 1 TO WS-TOTAL-SMS
           ELSE IF EMAIL-CONTATO NOT = SPACES
              MOVE "E" TO CANAL-NOTIF
              MOVE EMAIL-CONTATO TO DESTINO-NOTIF
              ADD 1 TO WS-TOTAL-EMAIL.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           DISPLAY "ALERTAS PENDENTES LIDOS ....: " WS-TOTAL-LIDOS.
           DISPLAY "ENTREGUES AO GATEWAY .......: " WS-TOTAL-ENVIADOS.
           DISPLAY "  POR SMS ..................: " WS-TOTAL-SMS.
           DISPLAY "  POR E-MAIL ...............: " WS-TOTAL-EMAIL.
           DISPLAY "SEM CONTATO CADASTRADO .....: " WS-TOTAL-SEM-CONT.
           DISPLAY "ARQUIVO DO GATEWAY: NOTIFENV.TXT".
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA ENVIANOTIF ---------***
