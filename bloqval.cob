       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BLOQVALOR.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACORRENTE WITH DUPLICATES
               FILE STATUS IS STATUS-CLIENTES.
           SELECT BLOQUEIOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-BLOQUEIO
               FILE STATUS IS STATUS-BLOQUEIOS.
           SELECT LOGCLIENTES ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-LOGCLI.
       DATA DIVISION.
       FILE SECTION.
       COPY "layout.cob".
      *
       COPY "bloqueio.cob".
      *
       FD  LOGCLIENTES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOGCLI.TXT".
       01  REG-LOG-CLIENTE       PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-CLIENTES    PIC X(02) VALUE "00".
           02  STATUS-BLOQUEIOS   PIC X(02) VALUE "00".
           02  STATUS-LOGCLI      PIC X(02) VALUE "00".
           02  OPCAO-MENU         PIC X(01).
           02  RESPOSTA           PIC A.
           02  WS-PAUSA           PIC X(01).
           02  WS-DATA-VALIDA     PIC X(01) VALUE "N".
       01  WS-CONTROLE-ACESSO.
           02  WS-GATE-PROGRAMA   PIC X(08) VALUE "BLOQVALO".
           02  WS-GATE-PERFIL     PIC X(01) VALUE "S".
           02  WS-GATE-OPERADOR   PIC X(04) VALUE SPACES.
           02  WS-GATE-OK         PIC X(01) VALUE "N".
       01  WS-CONTROLE-BLOQUEIO.
           02  WS-CONTA-BLQ       PIC 9(05) VALUE ZEROS.
           02  WS-NUMERO-BLQ      PIC 9(03) VALUE ZEROS.
           02  WS-ULTIMO-NUMERO   PIC 9(03) VALUE ZEROS.
           02  WS-VALOR-BLQ       PIC 9(09)V99 VALUE ZEROS.
           02  WS-VALOR-LIBERAR   PIC 9(09)V99 VALUE ZEROS.
           02  WS-PROCESSO        PIC X(25) VALUE SPACES.
           02  WS-AUTORIDADE      PIC X(20) VALUE SPACES.
           02  WS-DATA-EXPIRA     PIC 9(08) VALUE ZEROS.
           02  WS-ACAO-BLQ        PIC X(10) VALUE SPACES.
           02  WS-LINHA-TELA      PIC 9(02) VALUE ZEROS.
           02  WS-TOTAL-ATIVO     PIC 9(09)V99 VALUE ZEROS.
           02  WS-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99.
           02  WS-SALDO-ED        PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-DATA.
           02  WS-DIA             PIC 9(02) VALUE ZEROS.
           02  WS-MES             PIC 9(02) VALUE ZEROS.
           02  WS-ANO             PIC 9(04) VALUE ZEROS.
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
           02  LINE  2 COLUMN 22  VALUE "*** BLOQUEIO DE VALORES ***".
           02  LINE  8 COLUMN 20  VALUE "1 - Incluir bloqueio".
           02  LINE  9 COLUMN 20  VALUE "2 - Liberacao parcial".
           02  LINE 10 COLUMN 20  VALUE "3 - Levantar bloqueio".
           02  LINE 11 COLUMN 20  VALUE "4 - Consultar bloqueios".
           02  LINE 12 COLUMN 20  VALUE "5 - Sair".
           02  LINE 14 COLUMN 20  VALUE "Escolha uma opcao: ".
       01  TELA-BLOQUEIO.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 22  VALUE "*** BLOQUEIO DE VALOR ***".
           02  LINE  6 COLUMN 07  VALUE "Conta Corrente ........:".
           02  LINE  7 COLUMN 07  VALUE "Nome ..................:".
           02  LINE  8 COLUMN 07  VALUE "Numero do bloqueio ....:".
           02  LINE  9 COLUMN 07  VALUE "Valor bloqueado .......:".
           02  LINE 10 COLUMN 07  VALUE "Processo ..............:".
           02  LINE 11 COLUMN 07  VALUE "Autoridade ............:".
           02  LINE 12 COLUMN 07  VALUE "Data de inicio ........:".
           02  LINE 13 COLUMN 07  VALUE "Data de expiracao .....:".
           02  LINE 13 COLUMN 50  VALUE "(DDMMAAAA; 0 = sem prazo)".
           02  LINE 14 COLUMN 07  VALUE "Saldo bloqueado .......:".
       01  TELA-CONSULTA.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 20  VALUE "*** BLOQUEIOS DA CONTA ***".
           02  LINE  4 COLUMN 07  VALUE "Conta Corrente ........:".
           02  LINE  5 COLUMN 07  VALUE "Nome ..................:".
           02  LINE  7 COLUMN 02  VALUE "NUM".
           02  LINE  7 COLUMN 13  VALUE "VALOR".
           02  LINE  7 COLUMN 28  VALUE "SALDO".
           02  LINE  7 COLUMN 36  VALUE "INICIO".
           02  LINE  7 COLUMN 47  VALUE "EXPIRA".
           02  LINE  7 COLUMN 58  VALUE "S PROCESSO".
      *----------------------------------------------------
      * BLOQUEIO JUDICIAL OU ADMINISTRATIVO DE PARTE DO SALDO
      * (BLOQVAL.DAT), CHAVE CONTA + NUMERO DO BLOQUEIO.
      * SITUACAO: A=ATIVO L=LEVANTADO X=EXPIRADO (VENCEBLOQ).
      * O SALDO BLOQUEADO DOS BLOQUEIOS ATIVOS E DEDUZIDO DO
      * DISPONIVEL NO MOVIMCLI (SOMABLOQ). RESERVADO AO
      * SUPERVISOR; AS OPERACOES SAO REGISTRADAS EM LOGCLI.TXT.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** BLOQUEIO DE VALORES ***".
           CALL "ACESSOVAL" USING WS-GATE-PROGRAMA WS-GATE-PERFIL
               WS-GATE-OPERADOR WS-GATE-OK.
           IF WS-GATE-OK NOT = "S"
              STOP RUN.
      *----------------------------------------------------
       000-MENU.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-MENU.
           ACCEPT (14, 40) OPCAO-MENU WITH PROMPT.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           IF OPCAO-MENU = "1"
              GO TO 100-INCLUIR-BLOQUEIO
           ELSE IF OPCAO-MENU = "2"
              GO TO 200-LIBERACAO-PARCIAL
           ELSE IF OPCAO-MENU = "3"
              GO TO 300-LEVANTAR-BLOQUEIO
           ELSE IF OPCAO-MENU = "4"
              GO TO 400-CONSULTAR-BLOQUEIOS
           ELSE IF OPCAO-MENU = "5"
              GO TO 999-FIM
           ELSE
              GO TO 000-MENU.
      *----------------------------------------------------
       100-INCLUIR-BLOQUEIO.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-BLOQUEIO.
      *----------------------------------------------------
       110-RECEBE-CONTA.
           ACCEPT (06, 32) CONTACORRENTE WITH PROMPT.
           IF CONTACORRENTE = SPACES
              GO 110-RECEBE-CONTA.
           PERFORM 910-LE-CLIENTE THRU 910-99-FIM.
           IF STATUS-CLIENTES NOT = "00"
              GO TO 900-AGUARDA-VOLTA.
           IF CONTA-ENCERRADA
              DISPLAY (23, 14) "CONTA ENCERRADA! BLOQUEIO NAO CABE."
              GO TO 900-AGUARDA-VOLTA.
           PERFORM 920-ABRE-BLOQUEIOS THRU 920-99-FIM.
           PERFORM 935-PROXIMO-NUMERO THRU 935-99-FIM.
           IF WS-ULTIMO-NUMERO = 999
              DISPLAY (23, 14) "LIMITE DE BLOQUEIOS DA CONTA ATINGIDO!"
              CLOSE BLOQUEIOS
              GO TO 900-AGUARDA-VOLTA.
           COMPUTE WS-NUMERO-BLQ = WS-ULTIMO-NUMERO + 1.
           DISPLAY (08, 32) WS-NUMERO-BLQ.
           MOVE WS-DATA-SISTEMA TO WS-DATA-AAAAMMDD.
           PERFORM 950-FORMATA-DATA THRU 950-99-FIM.
           DISPLAY (12, 32) WS-DATA-ED.
      *----------------------------------------------------
       120-RECEBE-VALOR.
           ACCEPT (09, 32) WS-VALOR-BLQ WITH PROMPT.
           IF WS-VALOR-BLQ = ZEROS
              DISPLAY (23, 14) "VALOR DEVE SER MAIOR QUE ZERO!"
              GO 120-RECEBE-VALOR.
           DISPLAY (23, 14) "                                        ".
       121-RECEBE-PROCESSO.
           ACCEPT (10, 32) WS-PROCESSO WITH PROMPT.
           IF WS-PROCESSO = SPACES
              DISPLAY (23, 14) "INFORME O PROCESSO OU REFERENCIA!"
              GO 121-RECEBE-PROCESSO.
           DISPLAY (23, 14) "                                        ".
       122-RECEBE-AUTORIDADE.
           ACCEPT (11, 32) WS-AUTORIDADE WITH PROMPT.
           IF WS-AUTORIDADE = SPACES
              DISPLAY (23, 14) "INFORME A AUTORIDADE DO BLOQUEIO!"
              GO 122-RECEBE-AUTORIDADE.
           DISPLAY (23, 14) "                                        ".
       123-RECEBE-EXPIRACAO.
           MOVE ZEROS TO WS-DATA.
           MOVE ZEROS TO WS-DATA-EXPIRA.
           ACCEPT (13, 32) WS-DATA WITH PROMPT.
           IF WS-DATA = ZEROS
              GO TO 130-CONFIRMA-INCLUSAO.
           CALL "DATAVAL" USING WS-DATA WS-DATA-VALIDA.
           IF WS-DATA-VALIDA NOT = "S"
              DISPLAY (23, 14) "DATA INVALIDA! Reinforme."
              GO 123-RECEBE-EXPIRACAO.
           COMPUTE WS-DATA-EXPIRA = WS-ANO * 10000
               + WS-MES * 100 + WS-DIA.
           IF WS-DATA-EXPIRA < WS-DATA-SISTEMA
              DISPLAY (23, 14) "EXPIRACAO ANTERIOR A HOJE! Reinforme."
              GO 123-RECEBE-EXPIRACAO.
           DISPLAY (23, 14) "                                        ".
      *----------------------------------------------------
       130-CONFIRMA-INCLUSAO.
           MOVE WS-VALOR-BLQ TO WS-SALDO-ED.
           DISPLAY (14, 32) WS-SALDO-ED.
           DISPLAY (23, 14) "Confirma o bloqueio? (S/N) ".
           ACCEPT (23, 42) RESPOSTA.
           DISPLAY (23, 14) "                            ".
           IF RESPOSTA = "S" or "s"
              NEXT SENTENCE
           ELSE
              CLOSE BLOQUEIOS
              GO TO 900-AGUARDA-VOLTA.
           MOVE WS-CONTA-BLQ TO CONTA-BLQ.
           MOVE WS-NUMERO-BLQ TO NUMERO-BLQ.
           MOVE WS-VALOR-BLQ TO VALOR-BLQ.
           MOVE WS-VALOR-BLQ TO SALDO-BLQ.
           MOVE WS-PROCESSO TO PROCESSO-BLQ.
           MOVE WS-AUTORIDADE TO AUTORIDADE-BLQ.
           MOVE WS-DATA-SISTEMA TO DATA-INICIO-BLQ.
           MOVE WS-DATA-EXPIRA TO DATA-EXPIRA-BLQ.
           MOVE "A" TO SITUACAO-BLQ.
           MOVE ZEROS TO DATA-BAIXA-BLQ.
           MOVE WS-GATE-OPERADOR TO OPERADOR-BLQ.
           WRITE REG-BLOQUEIO
               INVALID KEY
               DISPLAY (23, 14) "ERRO AO GRAVAR BLOQUEIO! STATUS="
                       STATUS-BLOQUEIOS
               CLOSE BLOQUEIOS
               GO TO 900-AGUARDA-VOLTA.
           CLOSE BLOQUEIOS.
           MOVE "BLOQUEIO" TO WS-ACAO-BLQ.
           PERFORM 960-GRAVA-LOG THRU 960-99-FIM.
           DISPLAY (23, 14) "BLOQUEIO DE VALOR GRAVADO COM SUCESSO!".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       200-LIBERACAO-PARCIAL.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-BLOQUEIO.
           DISPLAY (02, 22) "*** LIBERACAO PARCIAL ***  ".
           PERFORM 930-LOCALIZA-BLOQUEIO THRU 930-99-FIM.
           IF STATUS-BLOQUEIOS NOT = "00"
              GO TO 900-AGUARDA-VOLTA.
           DISPLAY (16, 07) "Valor a liberar .......:".
           DISPLAY (17, 07) "Autoridade da ordem ...:".
      *----------------------------------------------------
       210-RECEBE-VALOR-LIBERAR.
           ACCEPT (16, 32) WS-VALOR-LIBERAR WITH PROMPT.
           IF WS-VALOR-LIBERAR = ZEROS
              DISPLAY (23, 14) "VALOR DEVE SER MAIOR QUE ZERO!"
              GO 210-RECEBE-VALOR-LIBERAR.
           IF WS-VALOR-LIBERAR > SALDO-BLQ
              DISPLAY (23, 14) "VALOR MAIOR QUE O SALDO BLOQUEADO!"
              GO 210-RECEBE-VALOR-LIBERAR.
           DISPLAY (23, 14) "                                        ".
       211-RECEBE-AUTORIDADE-LIB.
           ACCEPT (17, 32) WS-AUTORIDADE WITH PROMPT.
           IF WS-AUTORIDADE = SPACES
              DISPLAY (23, 14) "INFORME A AUTORIDADE DA LIBERACAO!"
              GO 211-RECEBE-AUTORIDADE-LIB.
           DISPLAY (23, 14) "Confirma a liberacao? (S/N) ".
           ACCEPT (23, 43) RESPOSTA.
           DISPLAY (23, 14) "                             ".
           IF RESPOSTA = "S" or "s"
              NEXT SENTENCE
           ELSE
              CLOSE BLOQUEIOS
              GO TO 900-AGUARDA-VOLTA.
           SUBTRACT WS-VALOR-LIBERAR FROM SALDO-BLQ.
      *****  LIBERACAO DO SALDO TODO EQUIVALE AO LEVANTAMENTO
           IF SALDO-BLQ = ZEROS
              MOVE "L" TO SITUACAO-BLQ
              MOVE WS-DATA-SISTEMA TO DATA-BAIXA-BLQ.
           MOVE WS-GATE-OPERADOR TO OPERADOR-BLQ.
           REWRITE REG-BLOQUEIO
               INVALID KEY
               DISPLAY (23, 14) "ERRO AO REGRAVAR BLOQUEIO! STATUS="
                       STATUS-BLOQUEIOS
               CLOSE BLOQUEIOS
               GO TO 900-AGUARDA-VOLTA.
           CLOSE BLOQUEIOS.
           MOVE WS-VALOR-LIBERAR TO WS-VALOR-BLQ.
           MOVE "LIBERACAO" TO WS-ACAO-BLQ.
           PERFORM 960-GRAVA-LOG THRU 960-99-FIM.
           MOVE SALDO-BLQ TO WS-SALDO-ED.
           DISPLAY (14, 32) WS-SALDO-ED.
           DISPLAY (23, 14) "LIBERACAO PARCIAL GRAVADA COM SUCESSO!".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       300-LEVANTAR-BLOQUEIO.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-BLOQUEIO.
           DISPLAY (02, 22) "*** LEVANTAMENTO DE BLOQUEIO ***".
           PERFORM 930-LOCALIZA-BLOQUEIO THRU 930-99-FIM.
           IF STATUS-BLOQUEIOS NOT = "00"
              GO TO 900-AGUARDA-VOLTA.
           DISPLAY (17, 07) "Autoridade da ordem ...:".
      *----------------------------------------------------
       310-RECEBE-AUTORIDADE-LEV.
           ACCEPT (17, 32) WS-AUTORIDADE WITH PROMPT.
           IF WS-AUTORIDADE = SPACES
              DISPLAY (23, 14) "INFORME A AUTORIDADE DO LEVANTAMENTO!"
              GO 310-RECEBE-AUTORIDADE-LEV.
           DISPLAY (23, 14) "Confirma o levantamento? (S/N) ".
           ACCEPT (23, 46) RESPOSTA.
           DISPLAY (23, 14) "                                ".
           IF RESPOSTA = "S" or "s"
              NEXT SENTENCE
           ELSE
              CLOSE BLOQUEIOS
              GO TO 900-AGUARDA-VOLTA.
           MOVE SALDO-BLQ TO WS-VALOR-BLQ.
           MOVE "L" TO SITUACAO-BLQ.
           MOVE WS-DATA-SISTEMA TO DATA-BAIXA-BLQ.
           MOVE WS-GATE-OPERADOR TO OPERADOR-BLQ.
           REWRITE REG-BLOQUEIO
               INVALID KEY
               DISPLAY (23, 14) "ERRO AO REGRAVAR BLOQUEIO! STATUS="
                       STATUS-BLOQUEIOS
               CLOSE BLOQUEIOS
               GO TO 900-AGUARDA-VOLTA.
           CLOSE BLOQUEIOS.
           MOVE "LEVANTAM." TO WS-ACAO-BLQ.
           PERFORM 960-GRAVA-LOG THRU 960-99-FIM.
           DISPLAY (23, 14) "BLOQUEIO LEVANTADO COM SUCESSO!".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       400-CONSULTAR-BLOQUEIOS.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-CONSULTA.
      *----------------------------------------------------
       410-RECEBE-CONTA-CONSULTA.
           ACCEPT (04, 32) CONTACORRENTE WITH PROMPT.
           IF CONTACORRENTE = SPACES
              GO 410-RECEBE-CONTA-CONSULTA.
           PERFORM 910-LE-CLIENTE THRU 910-99-FIM.
           IF STATUS-CLIENTES NOT = "00"
              GO TO 900-AGUARDA-VOLTA.
           DISPLAY (05, 32) NOMECLIENTE.
           OPEN INPUT BLOQUEIOS.
           IF STATUS-BLOQUEIOS NOT = "00"
              DISPLAY (23, 14) "NENHUM BLOQUEIO CADASTRADO!"
              CLOSE BLOQUEIOS
              GO TO 900-AGUARDA-VOLTA.
           MOVE 8 TO WS-LINHA-TELA.
           MOVE ZEROS TO WS-TOTAL-ATIVO.
           MOVE WS-CONTA-BLQ TO CONTA-BLQ.
           MOVE ZEROS TO NUMERO-BLQ.
           START BLOQUEIOS KEY IS NOT LESS THAN CHAVE-BLOQUEIO
               INVALID KEY
               MOVE "10" TO STATUS-BLOQUEIOS.
           IF STATUS-BLOQUEIOS NOT = "10"
              MOVE "00" TO STATUS-BLOQUEIOS
              PERFORM 420-MOSTRA-BLOQUEIO THRU 420-99-FIM
                  UNTIL STATUS-BLOQUEIOS = "10".
           CLOSE BLOQUEIOS.
           MOVE WS-TOTAL-ATIVO TO WS-SALDO-ED.
           DISPLAY (22, 07) "TOTAL BLOQUEADO (ATIVOS):" WS-SALDO-ED.
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       420-MOSTRA-BLOQUEIO.
           READ BLOQUEIOS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-BLOQUEIOS
               GO TO 420-99-FIM.
           IF CONTA-BLQ NOT = WS-CONTA-BLQ
              MOVE "10" TO STATUS-BLOQUEIOS
              GO TO 420-99-FIM.
           IF BLQ-ATIVO
              ADD SALDO-BLQ TO WS-TOTAL-ATIVO.
           IF WS-LINHA-TELA > 20
              GO TO 420-99-FIM.
           MOVE VALOR-BLQ TO WS-VALOR-ED.
           MOVE SALDO-BLQ TO WS-SALDO-ED.
           DISPLAY (WS-LINHA-TELA, 02) NUMERO-BLQ.
           DISPLAY (WS-LINHA-TELA, 04) WS-VALOR-ED.
           DISPLAY (WS-LINHA-TELA, 19) WS-SALDO-ED.
           MOVE DATA-INICIO-BLQ TO WS-DATA-AAAAMMDD.
           PERFORM 950-FORMATA-DATA THRU 950-99-FIM.
           DISPLAY (WS-LINHA-TELA, 36) WS-DATA-ED.
           IF DATA-EXPIRA-BLQ = ZEROS
              DISPLAY (WS-LINHA-TELA, 47) "SEM PRAZO"
           ELSE
              MOVE DATA-EXPIRA-BLQ TO WS-DATA-AAAAMMDD
              PERFORM 950-FORMATA-DATA THRU 950-99-FIM
              DISPLAY (WS-LINHA-TELA, 47) WS-DATA-ED.
           DISPLAY (WS-LINHA-TELA, 58) SITUACAO-BLQ.
           DISPLAY (WS-LINHA-TELA, 60) PROCESSO-BLQ (1:20).
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
           MOVE ZEROS TO WS-CONTA-BLQ.
           OPEN INPUT CLIENTES.
           IF STATUS-CLIENTES NOT = "00"
              DISPLAY (23, 14) "CLIENTES.DAT NAO ENCONTRADO!"
              CLOSE CLIENTES
              GO TO 910-99-FIM.
           READ CLIENTES
               INVALID KEY
               DISPLAY (23, 14) "CLIENTE NAO ENCONTRADO!".
           IF STATUS-CLIENTES = "00"
              MOVE CONTACORRENTE TO WS-CONTA-BLQ
              DISPLAY (07, 32) NOMECLIENTE.
           CLOSE CLIENTES.
           IF WS-CONTA-BLQ NOT = CONTACORRENTE
              MOVE "23" TO STATUS-CLIENTES.
       910-99-FIM.
           EXIT.
      *----------------------------------------------------
       920-ABRE-BLOQUEIOS.
           OPEN I-O BLOQUEIOS.
           IF STATUS-BLOQUEIOS = "35"
              OPEN OUTPUT BLOQUEIOS
              CLOSE BLOQUEIOS
              OPEN I-O BLOQUEIOS.
       920-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  PEDE CONTA E NUMERO E DEIXA O BLOQUEIO ATIVO LIDO
      *****  COM BLOQVAL.DAT ABERTO (STATUS "00")
       930-LOCALIZA-BLOQUEIO.
           ACCEPT (06, 32) WS-CONTA-BLQ WITH PROMPT.
           IF WS-CONTA-BLQ = ZEROS
              GO 930-LOCALIZA-BLOQUEIO.
           ACCEPT (08, 32) WS-NUMERO-BLQ WITH PROMPT.
           IF WS-NUMERO-BLQ = ZEROS
              GO 930-LOCALIZA-BLOQUEIO.
           PERFORM 920-ABRE-BLOQUEIOS THRU 920-99-FIM.
           MOVE WS-CONTA-BLQ TO CONTA-BLQ.
           MOVE WS-NUMERO-BLQ TO NUMERO-BLQ.
           READ BLOQUEIOS
               INVALID KEY
               DISPLAY (23, 14) "BLOQUEIO NAO ENCONTRADO!"
               CLOSE BLOQUEIOS
               MOVE "23" TO STATUS-BLOQUEIOS
               GO TO 930-99-FIM.
           IF NOT BLQ-ATIVO
              DISPLAY (23, 14) "BLOQUEIO NAO ESTA ATIVO! SITUACAO: "
                      SITUACAO-BLQ
              CLOSE BLOQUEIOS
              MOVE "23" TO STATUS-BLOQUEIOS
              GO TO 930-99-FIM.
           MOVE VALOR-BLQ TO WS-VALOR-ED.
           DISPLAY (09, 32) WS-VALOR-ED.
           DISPLAY (10, 32) PROCESSO-BLQ.
           DISPLAY (11, 32) AUTORIDADE-BLQ.
           MOVE DATA-INICIO-BLQ TO WS-DATA-AAAAMMDD.
           PERFORM 950-FORMATA-DATA THRU 950-99-FIM.
           DISPLAY (12, 32) WS-DATA-ED.
           IF DATA-EXPIRA-BLQ = ZEROS
              DISPLAY (13, 32) "SEM PRAZO "
           ELSE
              MOVE DATA-EXPIRA-BLQ TO WS-DATA-AAAAMMDD
              PERFORM 950-FORMATA-DATA THRU 950-99-FIM
              DISPLAY (13, 32) WS-DATA-ED.
           MOVE SALDO-BLQ TO WS-SALDO-ED.
           DISPLAY (14, 32) WS-SALDO-ED.
       930-99-FIM.
           EXIT.
      *----------------------------------------------------
       935-PROXIMO-NUMERO.
           MOVE ZEROS TO WS-ULTIMO-NUMERO.
           MOVE WS-CONTA-BLQ TO CONTA-BLQ.
           MOVE ZEROS TO NUMERO-BLQ.
           START BLOQUEIOS KEY IS NOT LESS THAN CHAVE-BLOQUEIO
               INVALID KEY
               MOVE "10" TO STATUS-BLOQUEIOS.
           IF STATUS-BLOQUEIOS NOT = "10"
              MOVE "00" TO STATUS-BLOQUEIOS
              PERFORM 936-LE-BLOQUEIO THRU 936-99-FIM
                  UNTIL STATUS-BLOQUEIOS = "10".
           MOVE "00" TO STATUS-BLOQUEIOS.
       935-99-FIM.
           EXIT.
      *----------------------------------------------------
       936-LE-BLOQUEIO.
           READ BLOQUEIOS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-BLOQUEIOS
               GO TO 936-99-FIM.
           IF CONTA-BLQ NOT = WS-CONTA-BLQ
              MOVE "10" TO STATUS-BLOQUEIOS
              GO TO 936-99-FIM.
           MOVE NUMERO-BLQ TO WS-ULTIMO-NUMERO.
       936-99-FIM.
           EXIT.
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
           MOVE WS-VALOR-BLQ TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING WS-ACAO-BLQ DELIMITED BY SPACE
                  " CONTA " DELIMITED BY SIZE
                  WS-CONTA-BLQ DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-NUMERO-BLQ DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  " AUT " DELIMITED BY SIZE
                  WS-AUTORIDADE DELIMITED BY SIZE
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
      ***---------- FIM DO PROGRAMA BLOQVALOR ---------***
