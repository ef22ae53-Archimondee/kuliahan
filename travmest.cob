       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TRAVAMEST.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAVAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-TRAVA
               FILE STATUS IS STATUS-TRAVAS.
           SELECT LOGCLIENTES ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-LOGCLI.
       DATA DIVISION.
       FILE SECTION.
       COPY "trava.cob".
      *
       FD  LOGCLIENTES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOGCLI.TXT".
       01  REG-LOG-CLIENTE       PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-TRAVAS      PIC X(02) VALUE "00".
           02  STATUS-LOGCLI      PIC X(02) VALUE "00".
           02  OPCAO-MENU         PIC X(01).
           02  RESPOSTA           PIC A.
           02  WS-PAUSA           PIC X(01).
       01  WS-CONTROLE-ACESSO.
           02  WS-GATE-PROGRAMA   PIC X(08) VALUE "TRAVAMES".
           02  WS-GATE-PERFIL     PIC X(01) VALUE "S".
           02  WS-GATE-OPERADOR   PIC X(04) VALUE SPACES.
           02  WS-GATE-OK         PIC X(01) VALUE "N".
       01  WS-CONTROLE-TRAVA.
           02  WS-TIPO-LIBERAR    PIC X(01) VALUE SPACE.
           02  WS-CONTA-LIBERAR   PIC 9(05) VALUE ZEROS.
           02  WS-DONO-LIBERADO   PIC X(04) VALUE SPACES.
           02  WS-PROG-LIBERADO   PIC X(08) VALUE SPACES.
           02  WS-LINHA-TELA      PIC 9(02) VALUE ZEROS.
           02  WS-TOTAL-TRAVAS    PIC 9(05) VALUE ZEROS.
           02  WS-HORA-ED         PIC 99B99B99.
       01  WS-DATA-ED.
           02  WS-DIA-ED          PIC 9(02).
           02  FILLER             PIC X VALUE "/".
           02  WS-MES-ED          PIC 9(02).
           02  FILLER             PIC X VALUE "/".
           02  WS-ANO-ED          PIC 9(04).
       01  WS-DATA-AAAAMMDD       PIC 9(08) VALUE ZEROS.
       01  WS-LINHA-LOG           PIC X(80).
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       SCREEN SECTION.
       01  TELA-MENU.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 20  VALUE "*** CONTROLE DE TRAVAS ***".
           02  LINE  8 COLUMN 20  VALUE "1 - Consultar travas".
           02  LINE  9 COLUMN 20  VALUE "2 - Liberar trava de conta".
           02  LINE 10 COLUMN 20  VALUE "3 - Liberar janela de lote".
           02  LINE 11 COLUMN 20  VALUE "4 - Sair".
           02  LINE 13 COLUMN 20  VALUE "Escolha uma opcao: ".
       01  TELA-CONSULTA.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 20  VALUE "*** TRAVAS EM VIGOR ***".
           02  LINE  5 COLUMN 03  VALUE "TIPO".
           02  LINE  5 COLUMN 09  VALUE "CONTA".
           02  LINE  5 COLUMN 16  VALUE "OPER".
           02  LINE  5 COLUMN 22  VALUE "PROGRAMA".
           02  LINE  5 COLUMN 32  VALUE "DATA".
           02  LINE  5 COLUMN 44  VALUE "HORA".
       01  TELA-LIBERA.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 20  VALUE "*** LIBERACAO DE TRAVA ***".
           02  LINE  6 COLUMN 07  VALUE "Conta Corrente ........:".
           02  LINE  7 COLUMN 07  VALUE "Operador .............:".
           02  LINE  8 COLUMN 07  VALUE "Programa .............:".
           02  LINE  9 COLUMN 07  VALUE "Data/Hora ............:".
      *----------------------------------------------------
      * CONSULTA E LIBERACAO MANUAL DAS TRAVAS GRAVADAS PELO
      * TRAVACLI EM TRAVAS.DAT: CONTAS EM USO POR OPERADOR
      * ONLINE E JANELA DE LOTE DE LANCAMENTOS. USADA QUANDO
      * UMA SESSAO OU LOTE FOI INTERROMPIDO NO MEIO DO DIA E
      * DEIXOU A TRAVA. RESERVADO AO SUPERVISOR; TODA
      * LIBERACAO E REGISTRADA EM LOGCLI.TXT.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** CONTROLE DE TRAVAS ***".
           CALL "ACESSOVAL" USING WS-GATE-PROGRAMA WS-GATE-PERFIL
               WS-GATE-OPERADOR WS-GATE-OK.
           IF WS-GATE-OK NOT = "S"
              STOP RUN.
      *----------------------------------------------------
       000-MENU.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-MENU.
           ACCEPT (13, 40) OPCAO-MENU WITH PROMPT.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           IF OPCAO-MENU = "1"
              GO TO 100-CONSULTAR-TRAVAS
           ELSE IF OPCAO-MENU = "2"
              MOVE "C" TO WS-TIPO-LIBERAR
              GO TO 200-LIBERAR-TRAVA
           ELSE IF OPCAO-MENU = "3"
              MOVE "L" TO WS-TIPO-LIBERAR
              GO TO 200-LIBERAR-TRAVA
           ELSE IF OPCAO-MENU = "4"
              GO TO 999-FIM
           ELSE
              GO TO 000-MENU.
      *----------------------------------------------------
       100-CONSULTAR-TRAVAS.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-CONSULTA.
           OPEN INPUT TRAVAS.
           IF STATUS-TRAVAS NOT = "00"
              DISPLAY (23, 14) "NENHUMA TRAVA REGISTRADA!"
              CLOSE TRAVAS
              GO TO 900-AGUARDA-VOLTA.
           MOVE 6 TO WS-LINHA-TELA.
           MOVE ZEROS TO WS-TOTAL-TRAVAS.
           MOVE LOW-VALUES TO CHAVE-TRAVA.
           START TRAVAS KEY IS NOT LESS THAN CHAVE-TRAVA
               INVALID KEY
               MOVE "10" TO STATUS-TRAVAS.
           IF STATUS-TRAVAS NOT = "10"
              MOVE "00" TO STATUS-TRAVAS
              PERFORM 110-MOSTRA-TRAVA THRU 110-99-FIM
                  UNTIL STATUS-TRAVAS = "10".
           CLOSE TRAVAS.
           DISPLAY (22, 07) "TRAVAS REGISTRADAS ....:" WS-TOTAL-TRAVAS.
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       110-MOSTRA-TRAVA.
           READ TRAVAS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-TRAVAS
               GO TO 110-99-FIM.
           ADD 1 TO WS-TOTAL-TRAVAS.
           IF WS-LINHA-TELA > 20
              GO TO 110-99-FIM.
           IF TRAVA-LOTE
              DISPLAY (WS-LINHA-TELA, 03) "LOTE"
           ELSE
              DISPLAY (WS-LINHA-TELA, 03) "CONTA"
              DISPLAY (WS-LINHA-TELA, 09) CONTA-TRAVA.
           DISPLAY (WS-LINHA-TELA, 16) OPERADOR-TRAVA.
           DISPLAY (WS-LINHA-TELA, 22) PROGRAMA-TRAVA.
           MOVE DATA-TRAVA TO WS-DATA-AAAAMMDD.
           PERFORM 950-FORMATA-DATA THRU 950-99-FIM.
           DISPLAY (WS-LINHA-TELA, 32) WS-DATA-ED.
           MOVE HORA-TRAVA TO WS-HORA-ED.
           INSPECT WS-HORA-ED REPLACING ALL " " BY ":".
           DISPLAY (WS-LINHA-TELA, 44) WS-HORA-ED.
           IF DATA-TRAVA < WS-DATA-SISTEMA
              DISPLAY (WS-LINHA-TELA, 54) "VENCIDA".
           ADD 1 TO WS-LINHA-TELA.
       110-99-FIM.
           EXIT.
      *----------------------------------------------------
       200-LIBERAR-TRAVA.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-LIBERA.
           MOVE ZEROS TO WS-CONTA-LIBERAR.
           IF WS-TIPO-LIBERAR = "L"
              DISPLAY (02, 20) "*** LIBERACAO DA JANELA DE LOTE ***"
              DISPLAY (06, 32) "LOTE"
              GO TO 220-LOCALIZA-TRAVA.
      *----------------------------------------------------
       210-RECEBE-CONTA.
           ACCEPT (06, 32) WS-CONTA-LIBERAR WITH PROMPT.
           IF WS-CONTA-LIBERAR = ZEROS
              GO 210-RECEBE-CONTA.
      *----------------------------------------------------
       220-LOCALIZA-TRAVA.
           OPEN I-O TRAVAS.
           IF STATUS-TRAVAS NOT = "00"
              DISPLAY (23, 14) "NENHUMA TRAVA REGISTRADA!"
              CLOSE TRAVAS
              GO TO 900-AGUARDA-VOLTA.
           MOVE WS-TIPO-LIBERAR TO TIPO-TRAVA.
           MOVE WS-CONTA-LIBERAR TO CONTA-TRAVA.
           READ TRAVAS
               INVALID KEY
               DISPLAY (23, 14) "TRAVA NAO ENCONTRADA!"
               CLOSE TRAVAS
               GO TO 900-AGUARDA-VOLTA.
           DISPLAY (07, 32) OPERADOR-TRAVA.
           DISPLAY (08, 32) PROGRAMA-TRAVA.
           MOVE DATA-TRAVA TO WS-DATA-AAAAMMDD.
           PERFORM 950-FORMATA-DATA THRU 950-99-FIM.
           MOVE HORA-TRAVA TO WS-HORA-ED.
           INSPECT WS-HORA-ED REPLACING ALL " " BY ":".
           DISPLAY (09, 32) WS-DATA-ED " " WS-HORA-ED.
           IF TRAVA-LOTE
              DISPLAY (11, 07)
                 "ATENCAO: CONFIRME QUE O LOTE NAO ESTA RODANDO!".
           DISPLAY (23, 14) "Confirma a liberacao? (S/N) ".
           ACCEPT (23, 43) RESPOSTA.
           DISPLAY (23, 14) "                              ".
           IF RESPOSTA = "S" or "s"
              NEXT SENTENCE
           ELSE
              CLOSE TRAVAS
              GO TO 900-AGUARDA-VOLTA.
           MOVE OPERADOR-TRAVA TO WS-DONO-LIBERADO.
           MOVE PROGRAMA-TRAVA TO WS-PROG-LIBERADO.
           DELETE TRAVAS RECORD
               INVALID KEY
               DISPLAY (23, 14) "ERRO AO LIBERAR TRAVA! STATUS="
                       STATUS-TRAVAS
               CLOSE TRAVAS
               GO TO 900-AGUARDA-VOLTA.
           CLOSE TRAVAS.
           PERFORM 960-GRAVA-LOG THRU 960-99-FIM.
           DISPLAY (23, 14) "TRAVA LIBERADA!".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       900-AGUARDA-VOLTA.
           DISPLAY (24, 14) "Pressione ENTER para voltar ao menu.".
           ACCEPT (24, 55) WS-PAUSA.
           GO TO 000-MENU.
      *----------------------------------------------------
       950-FORMATA-DATA.
           MOVE WS-DATA-AAAAMMDD (7:2) TO WS-DIA-ED.
           MOVE WS-DATA-AAAAMMDD (5:2) TO WS-MES-ED.
           MOVE WS-DATA-AAAAMMDD (1:4) TO WS-ANO-ED.
       950-99-FIM.
           EXIT.
      *----------------------------------------------------
       960-GRAVA-LOG.
           OPEN EXTEND LOGCLIENTES.
           IF STATUS-LOGCLI = "35"
              OPEN OUTPUT LOGCLIENTES
              CLOSE LOGCLIENTES
              OPEN EXTEND LOGCLIENTES.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "TRAVA LIBERADA " DELIMITED BY SIZE
                  WS-TIPO-LIBERAR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CONTA-LIBERAR DELIMITED BY SIZE
                  " DE " DELIMITED BY SIZE
                  WS-DONO-LIBERADO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-PROG-LIBERADO DELIMITED BY SIZE
                  " OPER:" DELIMITED BY SIZE
                  WS-GATE-OPERADOR DELIMITED BY SIZE
                  INTO WS-LINHA-LOG.
           MOVE WS-LINHA-LOG TO REG-LOG-CLIENTE.
           WRITE REG-LOG-CLIENTE.
           CLOSE LOGCLIENTES.
       960-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           DISPLAY (01, 01) ERASE.
           STOP RUN.
      ***---------- FIM DO PROGRAMA TRAVAMEST ---------***
