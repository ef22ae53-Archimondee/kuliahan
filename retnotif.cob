       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RETORNOTIF.
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
           SELECT RETORNO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RETORNO.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       COPY "notific.cob".
      *
       FD  RETORNO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "NOTIFRET.TXT".
       01  REG-RETORNO.
           02  RET-NUMERO         PIC 9(07).
           02  RET-RESULTADO      PIC X(01).
               88  RET-ENTREGUE   VALUE "D" "d".
               88  RET-FALHOU     VALUE "F" "f".
           02  RET-DATA           PIC 9(08).
           02  RET-CODIGO         PIC X(03).
      *
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "NOTIFPEN.TXT".
       01  REG-RELATORIO          PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-NOTIFICACOES PIC X(02) VALUE "00".
           02  STATUS-RETORNO     PIC X(02) VALUE "00".
           02  STATUS-RELATORIO   PIC X(02) VALUE "00".
           02  WS-TOTAL-RETORNOS  PIC 9(07) VALUE ZEROS.
           02  WS-TOTAL-ENTREGUES PIC 9(07) VALUE ZEROS.
           02  WS-TOTAL-FALHAS    PIC 9(07) VALUE ZEROS.
           02  WS-TOTAL-REJEITADOS PIC 9(07) VALUE ZEROS.
           02  WS-TOTAL-PENDENTES PIC 9(07) VALUE ZEROS.
           02  WS-DIAS-ESPERA     PIC 9(03) VALUE 2.
           02  WS-DIAS-SEM-RETORNO PIC S9(07) VALUE ZEROS.
           02  WS-MOTIVO-PEND     PIC X(14) VALUE SPACES.
       01  WS-CHAMADA-ERRO.
           02  WS-ERR-PROGRAMA    PIC X(10) VALUE "RETORNOTIF".
           02  WS-ERR-ARQUIVO     PIC X(12) VALUE SPACES.
           02  WS-ERR-OPERACAO    PIC X(08) VALUE SPACES.
           02  WS-ERR-STATUS      PIC X(02) VALUE "00".
           02  WS-ERR-ACAO        PIC X(01) VALUE "S".
       01  WS-CALCULO-DATAS.
           02  WS-DATA-AAAAMMDD   PIC 9(08) VALUE ZEROS.
           02  WS-DATA-CALC.
               03  WS-DIA-CALC    PIC 9(02) VALUE ZEROS.
               03  WS-MES-CALC    PIC 9(02) VALUE ZEROS.
               03  WS-ANO-CALC    PIC 9(04) VALUE ZEROS.
           02  WS-FUNCAO-DIAS     PIC X(01) VALUE "N".
           02  WS-NUM-DIAS        PIC 9(07) VALUE ZEROS.
           02  WS-DIAS-HOJE       PIC 9(07) VALUE ZEROS.
       01  WS-LINHA-RELATORIO     PIC X(80).
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------
      * BAIXA AS CONFIRMACOES DE ENTREGA DO GATEWAY DE
      * SMS/E-MAIL (NOTIFRET.TXT: NUMERO DO ALERTA, RESULTADO
      * D=ENTREGUE F=FALHOU, DATA E CODIGO DO GATEWAY) EM
      * NOTIFIC.DAT. EM SEGUIDA LISTA EM NOTIFPEN.TXT OS
      * ALERTAS NAO ENTREGUES: FALHA, SEM CONTATO OU ENVIADOS
      * HA MAIS DE WS-DIAS-ESPERA DIAS SEM CONFIRMACAO.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** RETORNO DO GATEWAY DE ALERTAS ***".
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-DATA-SISTEMA TO WS-DATA-AAAAMMDD.
           PERFORM 950-DATA-PARA-DIAS THRU 950-99-FIM.
           MOVE WS-NUM-DIAS TO WS-DIAS-HOJE.
           OPEN I-O NOTIFICACOES.
           IF STATUS-NOTIFICACOES = "35"
              DISPLAY "NENHUM ALERTA REGISTRADO."
              GO TO 999-FIM.
           IF STATUS-NOTIFICACOES NOT = "00"
              MOVE "NOTIFIC.DAT" TO WS-ERR-ARQUIVO
              MOVE STATUS-NOTIFICACOES TO WS-ERR-STATUS
              GO TO 005-ERRO-ABERTURA.
           OPEN INPUT RETORNO.
           IF STATUS-RETORNO NOT = "00"
              DISPLAY "SEM NOTIFRET.TXT - SO O RELATORIO DE PENDENTES."
              GO TO 030-RELATORIO-PENDENTES.
           PERFORM 010-BAIXA-RETORNO THRU 010-99-FIM
               UNTIL STATUS-RETORNO = "10".
           CLOSE RETORNO.
           GO TO 030-RELATORIO-PENDENTES.
      *----------------------------------------------------
       005-ERRO-ABERTURA.
           MOVE "OPEN" TO WS-ERR-OPERACAO.
           CALL "GRAVAERR" USING WS-ERR-PROGRAMA
               WS-ERR-ARQUIVO WS-ERR-OPERACAO
               WS-ERR-STATUS WS-ERR-ACAO.
           MOVE 8 TO RETURN-CODE.
           GO TO 999-FIM.
      *----------------------------------------------------
       010-BAIXA-RETORNO.
           READ RETORNO
               AT END
               MOVE "10" TO STATUS-RETORNO
               GO TO 010-99-FIM.
           ADD 1 TO WS-TOTAL-RETORNOS.
           MOVE RET-NUMERO TO NUMERO-NOTIF.
           READ NOTIFICACOES
               INVALID KEY
               DISPLAY "RETORNO DE ALERTA INEXISTENTE: " RET-NUMERO
               ADD 1 TO WS-TOTAL-REJEITADOS
               GO TO 010-99-FIM.
           IF NOT NOTIF-ENVIADA AND NOT NOTIF-FALHOU
              DISPLAY "ALERTA " RET-NUMERO " NAO AGUARDA RETORNO."
              ADD 1 TO WS-TOTAL-REJEITADOS
              GO TO 010-99-FIM.
           IF RET-ENTREGUE
              MOVE "D" TO SITUACAO-NOTIF
              ADD 1 TO WS-TOTAL-ENTREGUES
           ELSE IF RET-FALHOU
              MOVE "F" TO SITUACAO-NOTIF
              ADD 1 TO WS-TOTAL-FALHAS
           ELSE
              DISPLAY "RESULTADO INVALIDO NO ALERTA " RET-NUMERO
              ADD 1 TO WS-TOTAL-REJEITADOS
              GO TO 010-99-FIM.
           MOVE RET-DATA TO DATA-RETORNO-NOTIF.
           MOVE RET-CODIGO TO RETORNO-NOTIF.
           REWRITE REG-NOTIFICACAO
               INVALID KEY
               DISPLAY "ERRO AO REGRAVAR NOTIFIC.DAT NUMERO "
                       NUMERO-NOTIF.
       010-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-RELATORIO-PENDENTES.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "ALERTAS NAO ENTREGUES EM " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "NUMERO  CONTA EV DATA     SITUACAO       TEXTO"
             TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ZEROS TO NUMERO-NOTIF.
           START NOTIFICACOES KEY IS NOT LESS THAN NUMERO-NOTIF
               INVALID KEY
               MOVE "10" TO STATUS-NOTIFICACOES.
           IF STATUS-NOTIFICACOES NOT = "10"
              MOVE "00" TO STATUS-NOTIFICACOES
              PERFORM 040-TESTA-PENDENTE THRU 040-99-FIM
                  UNTIL STATUS-NOTIFICACOES = "10".
           CLOSE NOTIFICACOES.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       040-TESTA-PENDENTE.
           READ NOTIFICACOES NEXT RECORD
               AT END
               MOVE "10" TO STATUS-NOTIFICACOES
               GO TO 040-99-FIM.
           IF NOTIF-FALHOU
              MOVE "FALHA " TO WS-MOTIVO-PEND
              MOVE RETORNO-NOTIF TO WS-MOTIVO-PEND (7:3)
              GO TO 040-05-LISTA.
           IF NOTIF-SEM-CONTATO
              MOVE "SEM CONTATO" TO WS-MOTIVO-PEND
              GO TO 040-05-LISTA.
           IF NOT NOTIF-ENVIADA
              GO TO 040-99-FIM.
           MOVE DATA-ENVIO-NOTIF TO WS-DATA-AAAAMMDD.
           PERFORM 950-DATA-PARA-DIAS THRU 950-99-FIM.
           COMPUTE WS-DIAS-SEM-RETORNO = WS-DIAS-HOJE - WS-NUM-DIAS.
           IF WS-DIAS-SEM-RETORNO NOT > WS-DIAS-ESPERA
              GO TO 040-99-FIM.
           MOVE "SEM RETORNO" TO WS-MOTIVO-PEND.
       040-05-LISTA.
           ADD 1 TO WS-TOTAL-PENDENTES.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING NUMERO-NOTIF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CONTA-NOTIF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EVENTO-NOTIF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DATA-NOTIF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MOTIVO-PEND DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TEXTO-NOTIF (1:39) DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       950-DATA-PARA-DIAS.
           MOVE WS-DATA-AAAAMMDD (7:2) TO WS-DIA-CALC.
           MOVE WS-DATA-AAAAMMDD (5:2) TO WS-MES-CALC.
           MOVE WS-DATA-AAAAMMDD (1:4) TO WS-ANO-CALC.
           MOVE "N" TO WS-FUNCAO-DIAS.
           CALL "DIASDATA" USING WS-DATA-CALC WS-FUNCAO-DIAS
               WS-NUM-DIAS.
       950-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "TOTAL DE ALERTAS NAO ENTREGUES: " DELIMITED BY SIZE
                  WS-TOTAL-PENDENTES DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           DISPLAY "RETORNOS LIDOS .............: " WS-TOTAL-RETORNOS.
           DISPLAY "ENTREGAS CONFIRMADAS .......: " WS-TOTAL-ENTREGUES.
           DISPLAY "FALHAS DE ENTREGA ..........: " WS-TOTAL-FALHAS.
           DISPLAY "RETORNOS REJEITADOS ........: "
                   WS-TOTAL-REJEITADOS.
           DISPLAY "ALERTAS NAO ENTREGUES ......: " WS-TOTAL-PENDENTES.
           DISPLAY "RELATORIO GRAVADO EM NOTIFPEN.TXT".
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA RETORNOTIF ---------***
