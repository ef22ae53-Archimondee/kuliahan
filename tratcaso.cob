       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CASOSAML.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASOSAML ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CASO
               FILE STATUS IS STATUS-CASOS.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACORRENTE WITH DUPLICATES
               FILE STATUS IS STATUS-CLIENTES.
           SELECT OPERADORES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-OPERADOR
               FILE STATUS IS STATUS-OPERADORES.
           SELECT LOGCLIENTES ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-LOGCLI.
       DATA DIVISION.
       FILE SECTION.
       COPY "casoaml.cob".
      *
       COPY "layout.cob".
      *
       COPY "operador.cob".
      *
       FD  LOGCLIENTES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOGCLI.TXT".
       01  REG-LOG-CLIENTE       PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-CASOS       PIC X(02) VALUE "00".
           02  STATUS-CLIENTES    PIC X(02) VALUE "00".
           02  STATUS-OPERADORES  PIC X(02) VALUE "00".
           02  STATUS-LOGCLI      PIC X(02) VALUE "00".
           02  OPCAO-MENU         PIC X(01).
           02  RESPOSTA           PIC A.
           02  WS-PAUSA           PIC X(01).
       01  WS-CONTROLE-ACESSO.
           02  WS-GATE-PROGRAMA   PIC X(08) VALUE "CASOSAML".
           02  WS-GATE-PERFIL     PIC X(01) VALUE "S".
           02  WS-GATE-OPERADOR   PIC X(04) VALUE SPACES.
           02  WS-GATE-OK         PIC X(01) VALUE "N".
           02  WS-GATE-ADMIN      PIC X(01) VALUE "N".
       01  WS-CONTROLE-CASO.
           02  WS-NUMERO-CASO     PIC 9(06) VALUE ZEROS.
           02  WS-RESPONSAVEL     PIC X(04) VALUE SPACES.
           02  WS-NOTAS           PIC X(60) VALUE SPACES.
           02  WS-DECISAO         PIC X(01) VALUE SPACE.
           02  WS-RESP-OK         PIC X(01) VALUE "N".
           02  WS-ACAO-CASO       PIC X(10) VALUE SPACES.
           02  WS-LOG-NUMERO      PIC 9(06) VALUE ZEROS.
           02  WS-LOG-CONTA       PIC 9(05) VALUE ZEROS.
           02  WS-LOG-RESPONSAVEL PIC X(04) VALUE SPACES.
           02  WS-LINHA-TELA      PIC 9(02) VALUE ZEROS.
           02  WS-TOTAL-PENDENTES PIC 9(05) VALUE ZEROS.
           02  WS-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99.
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
           02  LINE  2 COLUMN 22  VALUE "*** CASOS DE PLD ***".
           02  LINE  8 COLUMN 20  VALUE "1 - Atribuir responsavel".
           02  LINE  9 COLUMN 20  VALUE "2 - Registrar notas".
           02  LINE 10 COLUMN 20  VALUE "3 - Encerrar caso (decisao)".
           02  LINE 11 COLUMN 20  VALUE "4 - Consultar casos pendentes".
           02  LINE 12 COLUMN 20  VALUE "5 - Sair".
           02  LINE 14 COLUMN 20  VALUE "Escolha uma opcao: ".
       01  TELA-CASO.
           02  BLANK SCREEN.
           02  LINE  4 COLUMN 07  VALUE "Numero do caso ........:".
           02  LINE  5 COLUMN 07  VALUE "Conta Corrente ........:".
           02  LINE  6 COLUMN 07  VALUE "Nome ..................:".
           02  LINE  7 COLUMN 07  VALUE "Padrao ................:".
           02  LINE  8 COLUMN 07  VALUE "Janela ................:".
           02  LINE  9 COLUMN 07  VALUE "Movimentos / valor ....:".
           02  LINE 10 COLUMN 07  VALUE "Referencia ............:".
           02  LINE 11 COLUMN 07  VALUE "PEP / escalado ........:".
           02  LINE 12 COLUMN 07  VALUE "Aberto em .............:".
           02  LINE 13 COLUMN 07  VALUE "Situacao ..............:".
           02  LINE 14 COLUMN 07  VALUE "Responsavel ...........:".
           02  LINE 15 COLUMN 07  VALUE "Notas .................:".
       01  TELA-CONSULTA.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 20  VALUE "*** CASOS PLD PENDENTES ***".
           02  LINE  5 COLUMN 02  VALUE "CASO".
           02  LINE  5 COLUMN 10  VALUE "CONTA".
           02  LINE  5 COLUMN 17  VALUE "PD".
           02  LINE  5 COLUMN 21  VALUE "VALOR".
           02  LINE  5 COLUMN 36  VALUE "ABERTO".
           02  LINE  5 COLUMN 48  VALUE "S".
           02  LINE  5 COLUMN 51  VALUE "RESP".
           02  LINE  5 COLUMN 57  VALUE "ESCALADO".
      *----------------------------------------------------
      * TRATAMENTO DOS CASOS DE PLD ABERTOS PELO DETECTAML
      * (CASOAML.DAT). SITUACAO: A=ABERTO N=EM ANALISE
      * F=ENCERRADO; DECISAO: D=ARQUIVADO C=COMUNICADO A
      * AUTORIDADE (COAF). CASO ESCALADO (CLIENTE PEP) SO PODE
      * SER ATRIBUIDO A UM ADMINISTRADOR E SO E ENCERRADO POR
      * ADMINISTRADOR. AS ACOES SAO REGISTRADAS EM LOGCLI.TXT.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** CASOS DE PLD (COMPLIANCE) ***".
           CALL "ACESSOVAL" USING WS-GATE-PROGRAMA WS-GATE-PERFIL
               WS-GATE-OPERADOR WS-GATE-OK.
           IF WS-GATE-OK NOT = "S"
              STOP RUN.
           OPEN INPUT OPERADORES.
           MOVE WS-GATE-OPERADOR TO ID-OPERADOR.
           READ OPERADORES
               INVALID KEY
               MOVE SPACE TO PERFIL-OPERADOR.
           IF STATUS-OPERADORES = "00" AND OPER-ADMIN
              MOVE "S" TO WS-GATE-ADMIN.
           CLOSE OPERADORES.
      *----------------------------------------------------
       000-MENU.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-MENU.
           ACCEPT (14, 40) OPCAO-MENU WITH PROMPT.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           IF OPCAO-MENU = "1"
              GO TO 100-ATRIBUIR-RESPONSAVEL
           ELSE IF OPCAO-MENU = "2"
              GO TO 200-REGISTRAR-NOTAS
           ELSE IF OPCAO-MENU = "3"
              GO TO 300-ENCERRAR-CASO
           ELSE IF OPCAO-MENU = "4"
              GO TO 400-CONSULTAR-CASOS
           ELSE IF OPCAO-MENU = "5"
              GO TO 999-FIM
           ELSE
              GO TO 000-MENU.
      *----------------------------------------------------
       100-ATRIBUIR-RESPONSAVEL.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-CASO.
           DISPLAY (02, 22) "*** ATRIBUIR RESPONSAVEL ***".
           PERFORM 930-LOCALIZA-CASO THRU 930-99-FIM.
           IF STATUS-CASOS NOT = "00"
              GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       110-RECEBE-RESPONSAVEL.
           ACCEPT (14, 32) WS-RESPONSAVEL WITH PROMPT.
           IF WS-RESPONSAVEL = SPACES
              GO 110-RECEBE-RESPONSAVEL.
           PERFORM 940-VALIDA-RESPONSAVEL THRU 940-99-FIM.
           IF WS-RESP-OK NOT = "S"
              GO 110-RECEBE-RESPONSAVEL.
           DISPLAY (23, 14) "                                        ".
           DISPLAY (23, 14) "Confirma a atribuicao? (S/N) ".
           ACCEPT (23, 44) RESPOSTA.
           DISPLAY (23, 14) "                              ".
           IF RESPOSTA = "S" or "s"
              NEXT SENTENCE
           ELSE
              CLOSE CASOSAML
              GO TO 900-AGUARDA-VOLTA.
           MOVE WS-RESPONSAVEL TO RESPONSAVEL-CASO.
           MOVE "N" TO SITUACAO-CASO.
           REWRITE REG-CASO
               INVALID KEY
               DISPLAY (23, 14) "ERRO AO REGRAVAR CASO! STATUS="
                       STATUS-CASOS
               CLOSE CASOSAML
               GO TO 900-AGUARDA-VOLTA.
           PERFORM 955-GUARDA-CASO THRU 955-99-FIM.
           CLOSE CASOSAML.
           MOVE "ATRIBUICAO" TO WS-ACAO-CASO.
           PERFORM 960-GRAVA-LOG THRU 960-99-FIM.
           DISPLAY (23, 14) "CASO ATRIBUIDO - EM ANALISE.".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       200-REGISTRAR-NOTAS.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-CASO.
           DISPLAY (02, 22) "*** NOTAS DO CASO ***".
           PERFORM 930-LOCALIZA-CASO THRU 930-99-FIM.
           IF STATUS-CASOS NOT = "00"
              GO TO 900-AGUARDA-VOLTA.
           MOVE NOTAS-CASO TO WS-NOTAS.
      *----------------------------------------------------
       210-RECEBE-NOTAS.
           ACCEPT (16, 07) WS-NOTAS WITH PROMPT.
           IF WS-NOTAS = SPACES
              DISPLAY (23, 14) "INFORME AS NOTAS DA ANALISE!"
              GO 210-RECEBE-NOTAS.
           DISPLAY (23, 14) "Confirma as notas? (S/N) ".
           ACCEPT (23, 40) RESPOSTA.
           DISPLAY (23, 14) "                              ".
           IF RESPOSTA = "S" or "s"
              NEXT SENTENCE
           ELSE
              CLOSE CASOSAML
              GO TO 900-AGUARDA-VOLTA.
           MOVE WS-NOTAS TO NOTAS-CASO.
           IF CASO-ABERTO
              MOVE "N" TO SITUACAO-CASO.
           IF RESPONSAVEL-CASO = SPACES
              IF NOT CASO-ESCALADO OR WS-GATE-ADMIN = "S"
                 MOVE WS-GATE-OPERADOR TO RESPONSAVEL-CASO.
           REWRITE REG-CASO
               INVALID KEY
               DISPLAY (23, 14) "ERRO AO REGRAVAR CASO! STATUS="
                       STATUS-CASOS
               CLOSE CASOSAML
               GO TO 900-AGUARDA-VOLTA.
           PERFORM 955-GUARDA-CASO THRU 955-99-FIM.
           CLOSE CASOSAML.
           MOVE "NOTAS" TO WS-ACAO-CASO.
           PERFORM 960-GRAVA-LOG THRU 960-99-FIM.
           DISPLAY (23, 14) "NOTAS DO CASO GRAVADAS!".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       300-ENCERRAR-CASO.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-CASO.
           DISPLAY (02, 22) "*** ENCERRAMENTO DE CASO ***".
           PERFORM 930-LOCALIZA-CASO THRU 930-99-FIM.
           IF STATUS-CASOS NOT = "00"
              GO TO 900-AGUARDA-VOLTA.
           IF CASO-ESCALADO AND WS-GATE-ADMIN NOT = "S"
              DISPLAY (23, 14) "CASO ESCALADO! SO ADMIN. ENCERRA."
              CLOSE CASOSAML
              GO TO 900-AGUARDA-VOLTA.
           IF NOTAS-CASO = SPACES
              DISPLAY (23, 14) "REGISTRE AS NOTAS ANTES DE ENCERRAR!"
              CLOSE CASOSAML
              GO TO 900-AGUARDA-VOLTA.
           DISPLAY (17, 07) "Decisao ...............:".
           DISPLAY (17, 37) "(D = arquivar, C = comunicar ao COAF)".
      *----------------------------------------------------
       310-RECEBE-DECISAO.
           ACCEPT (17, 32) WS-DECISAO WITH PROMPT.
           IF WS-DECISAO = "d"
              MOVE "D" TO WS-DECISAO.
           IF WS-DECISAO = "c"
              MOVE "C" TO WS-DECISAO.
           IF WS-DECISAO NOT = "D" AND WS-DECISAO NOT = "C"
              DISPLAY (23, 14) "DECISAO INVALIDA! Informe D ou C."
              GO 310-RECEBE-DECISAO.
           DISPLAY (23, 14) "                                        ".
           DISPLAY (23, 14) "Confirma o encerramento? (S/N) ".
           ACCEPT (23, 46) RESPOSTA.
           DISPLAY (23, 14) "                                ".
           IF RESPOSTA = "S" or "s"
              NEXT SENTENCE
           ELSE
              CLOSE CASOSAML
              GO TO 900-AGUARDA-VOLTA.
           MOVE WS-DECISAO TO DECISAO-CASO.
           MOVE "F" TO SITUACAO-CASO.
           MOVE WS-DATA-SISTEMA TO DATA-DECISAO-CASO.
           MOVE WS-GATE-OPERADOR TO OPERADOR-DECISAO-CASO.
           REWRITE REG-CASO
               INVALID KEY
               DISPLAY (23, 14) "ERRO AO REGRAVAR CASO! STATUS="
                       STATUS-CASOS
               CLOSE CASOSAML
               GO TO 900-AGUARDA-VOLTA.
           PERFORM 955-GUARDA-CASO THRU 955-99-FIM.
           IF CASO-COMUNICADO
              MOVE "COMUNICADO" TO WS-ACAO-CASO
           ELSE
              MOVE "ARQUIVADO" TO WS-ACAO-CASO.
           CLOSE CASOSAML.
           PERFORM 960-GRAVA-LOG THRU 960-99-FIM.
           DISPLAY (23, 14) "CASO ENCERRADO COM SUCESSO!".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       400-CONSULTAR-CASOS.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-CONSULTA.
           OPEN INPUT CASOSAML.
           IF STATUS-CASOS NOT = "00"
              DISPLAY (23, 14) "NENHUM CASO REGISTRADO!"
              CLOSE CASOSAML
              GO TO 900-AGUARDA-VOLTA.
           MOVE 6 TO WS-LINHA-TELA.
           MOVE ZEROS TO WS-TOTAL-PENDENTES.
           MOVE ZEROS TO NUMERO-CASO.
           START CASOSAML KEY IS NOT LESS THAN NUMERO-CASO
               INVALID KEY
               MOVE "10" TO STATUS-CASOS.
           IF STATUS-CASOS NOT = "10"
              MOVE "00" TO STATUS-CASOS
              PERFORM 420-MOSTRA-CASO THRU 420-99-FIM
                  UNTIL STATUS-CASOS = "10".
           CLOSE CASOSAML.
           DISPLAY (22, 07) "CASOS PENDENTES ........: "
                   WS-TOTAL-PENDENTES.
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       420-MOSTRA-CASO.
           READ CASOSAML NEXT RECORD
               AT END
               MOVE "10" TO STATUS-CASOS
               GO TO 420-99-FIM.
           IF CASO-ENCERRADO
              GO TO 420-99-FIM.
           ADD 1 TO WS-TOTAL-PENDENTES.
           IF WS-LINHA-TELA > 20
              GO TO 420-99-FIM.
           MOVE VALOR-CASO TO WS-VALOR-ED.
           DISPLAY (WS-LINHA-TELA, 02) NUMERO-CASO.
           DISPLAY (WS-LINHA-TELA, 10) CONTA-CASO.
           DISPLAY (WS-LINHA-TELA, 17) PADRAO-CASO.
           DISPLAY (WS-LINHA-TELA, 20) WS-VALOR-ED.
           MOVE DATA-ABERTURA-CASO TO WS-DATA-AAAAMMDD.
           PERFORM 950-FORMATA-DATA THRU 950-99-FIM.
           DISPLAY (WS-LINHA-TELA, 36) WS-DATA-ED.
           DISPLAY (WS-LINHA-TELA, 48) SITUACAO-CASO.
           DISPLAY (WS-LINHA-TELA, 51) RESPONSAVEL-CASO.
           IF CASO-ESCALADO
              DISPLAY (WS-LINHA-TELA, 57) "SIM (PEP)".
           ADD 1 TO WS-LINHA-TELA.
       420-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-AGUARDA-VOLTA.
           DISPLAY (24, 14) "Pressione ENTER para voltar ao menu.".
           ACCEPT (24, 55) WS-PAUSA.
           GO TO 000-MENU.
      *----------------------------------------------------
       910-LE-CLIENTE.
           OPEN INPUT CLIENTES.
           IF STATUS-CLIENTES NOT = "00"
              CLOSE CLIENTES
              GO TO 910-99-FIM.
           MOVE CONTA-CASO TO CONTACORRENTE.
           READ CLIENTES
               INVALID KEY
               MOVE "(CONTA NAO CADASTRADA)" TO NOMECLIENTE.
           DISPLAY (06, 32) NOMECLIENTE.
           CLOSE CLIENTES.
       910-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  PEDE O NUMERO E DEIXA O CASO NAO ENCERRADO LIDO
      *****  COM CASOAML.DAT ABERTO (STATUS "00")
       930-LOCALIZA-CASO.
           ACCEPT (04, 32) WS-NUMERO-CASO WITH PROMPT.
           IF WS-NUMERO-CASO = ZEROS
              GO 930-LOCALIZA-CASO.
           OPEN I-O CASOSAML.
           IF STATUS-CASOS NOT = "00"
              DISPLAY (23, 14) "NENHUM CASO REGISTRADO!"
              CLOSE CASOSAML
              MOVE "23" TO STATUS-CASOS
              GO TO 930-99-FIM.
           MOVE WS-NUMERO-CASO TO NUMERO-CASO.
           READ CASOSAML
               INVALID KEY
               DISPLAY (23, 14) "CASO NAO ENCONTRADO!"
               CLOSE CASOSAML
               MOVE "23" TO STATUS-CASOS
               GO TO 930-99-FIM.
           DISPLAY (05, 32) CONTA-CASO.
           PERFORM 910-LE-CLIENTE THRU 910-99-FIM.
           IF CASO-FRACIONAMENTO
              DISPLAY (07, 32) "FR - FRACIONAMENTO EM ESPECIE"
           ELSE IF CASO-IDA-E-VOLTA
              DISPLAY (07, 32) "RI - ENTRADA E SAIDA RAPIDA"
           ELSE
              DISPLAY (07, 32) "AP - ACIMA DO PERFIL (KYC)".
           MOVE INICIO-JANELA-CASO TO WS-DATA-AAAAMMDD.
           PERFORM 950-FORMATA-DATA THRU 950-99-FIM.
           DISPLAY (08, 32) WS-DATA-ED.
           DISPLAY (08, 43) "a".
           MOVE FIM-JANELA-CASO TO WS-DATA-AAAAMMDD.
           PERFORM 950-FORMATA-DATA THRU 950-99-FIM.
           DISPLAY (08, 45) WS-DATA-ED.
           MOVE VALOR-CASO TO WS-VALOR-ED.
           DISPLAY (09, 32) QTD-MOV-CASO.
           DISPLAY (09, 36) WS-VALOR-ED.
           MOVE REFERENCIA-CASO TO WS-VALOR-ED.
           DISPLAY (10, 32) WS-VALOR-ED.
           DISPLAY (11, 32) PEP-CASO.
           DISPLAY (11, 34) ESCALADO-CASO.
           MOVE DATA-ABERTURA-CASO TO WS-DATA-AAAAMMDD.
           PERFORM 950-FORMATA-DATA THRU 950-99-FIM.
           DISPLAY (12, 32) WS-DATA-ED.
           DISPLAY (13, 32) SITUACAO-CASO.
           DISPLAY (14, 32) RESPONSAVEL-CASO.
           DISPLAY (16, 07) NOTAS-CASO.
           IF CASO-ENCERRADO
              DISPLAY (23, 14) "CASO JA ENCERRADO! DECISAO: "
                      DECISAO-CASO
              CLOSE CASOSAML
              MOVE "23" TO STATUS-CASOS.
       930-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  RESPONSAVEL: SUPERVISOR OU ADMINISTRADOR ATIVO;
      *****  CASO ESCALADO EXIGE ADMINISTRADOR
       940-VALIDA-RESPONSAVEL.
           MOVE "N" TO WS-RESP-OK.
           OPEN INPUT OPERADORES.
           MOVE WS-RESPONSAVEL TO ID-OPERADOR.
           READ OPERADORES
               INVALID KEY
               DISPLAY (23, 14) "OPERADOR NAO CADASTRADO!          "
               CLOSE OPERADORES
               GO TO 940-99-FIM.
           CLOSE OPERADORES.
           IF OPER-INATIVO
              DISPLAY (23, 14) "OPERADOR INATIVO!                 "
              GO TO 940-99-FIM.
           IF NOT OPER-SUPERVISOR AND NOT OPER-ADMIN
              DISPLAY (23, 14) "PERFIL NAO E DE SUPERVISOR!       "
              GO TO 940-99-FIM.
           IF CASO-ESCALADO AND NOT OPER-ADMIN
              DISPLAY (23, 14) "CASO ESCALADO EXIGE ADMINISTRADOR!"
              GO TO 940-99-FIM.
           MOVE "S" TO WS-RESP-OK.
       940-99-FIM.
           EXIT.
      *----------------------------------------------------
       950-FORMATA-DATA.
           MOVE WS-DATA-AAAAMMDD (7:2) TO WS-DIA-ED.
           MOVE WS-DATA-AAAAMMDD (5:2) TO WS-MES-ED.
           MOVE WS-DATA-AAAAMMDD (1:4) TO WS-ANO-ED.
       950-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  O REGISTRO DO CASO NAO VALE MAIS APOS O CLOSE
       955-GUARDA-CASO.
           MOVE NUMERO-CASO TO WS-LOG-NUMERO.
           MOVE CONTA-CASO TO WS-LOG-CONTA.
           MOVE RESPONSAVEL-CASO TO WS-LOG-RESPONSAVEL.
       955-99-FIM.
           EXIT.
      *----------------------------------------------------
       960-GRAVA-LOG.
           OPEN EXTEND LOGCLIENTES.
           IF STATUS-LOGCLI = "35"
              OPEN OUTPUT LOGCLIENTES
              CLOSE LOGCLIENTES
              OPEN EXTEND LOGCLIENTES.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "CASO PLD " DELIMITED BY SIZE
                  WS-LOG-NUMERO DELIMITED BY SIZE
                  " CONTA " DELIMITED BY SIZE
                  WS-LOG-CONTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACAO-CASO DELIMITED BY SPACE
                  " RESP " DELIMITED BY SIZE
                  WS-LOG-RESPONSAVEL DELIMITED BY SIZE
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
      ***---------- FIM DO PROGRAMA CASOSAML ---------***
