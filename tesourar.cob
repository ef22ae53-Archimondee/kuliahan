       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TESOURARIA.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TESOURARIA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-TESOURARIA
               FILE STATUS IS STATUS-TESOURARIA.
           SELECT MOVTESOURARIA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-MOVTES
               FILE STATUS IS STATUS-MOVTES.
           SELECT GAVETA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-GAVETA
               FILE STATUS IS STATUS-GAVETA.
           SELECT OPERADORES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-OPERADOR
               FILE STATUS IS STATUS-OPERADORES.
           SELECT AGENCIAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO-AGENCIA
               FILE STATUS IS STATUS-AGENCIAS.
           SELECT PROVATES ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-PROVATES.
       DATA DIVISION.
       FILE SECTION.
       COPY "tesour.cob".
      *
       COPY "movtes.cob".
      *
       COPY "gaveta.cob".
      *
       COPY "operador.cob".
      *
       COPY "agencia.cob".
      *
       FD  PROVATES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TESPROVA.TXT".
       01  REG-PROVATES           PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-TESOURARIA  PIC X(02) VALUE "00".
           02  STATUS-MOVTES      PIC X(02) VALUE "00".
           02  STATUS-GAVETA      PIC X(02) VALUE "00".
           02  STATUS-OPERADORES  PIC X(02) VALUE "00".
           02  STATUS-AGENCIAS    PIC X(02) VALUE "00".
           02  STATUS-PROVATES    PIC X(02) VALUE "00".
           02  OPCAO-MENU         PIC X(01).
           02  RESPOSTA           PIC A.
           02  WS-PAUSA           PIC X(01).
       01  WS-CONTROLE-ACESSO.
           02  WS-GATE-PROGRAMA   PIC X(08) VALUE "TESOURAR".
           02  WS-GATE-PERFIL     PIC X(01) VALUE "S".
           02  WS-GATE-OPERADOR   PIC X(04) VALUE SPACES.
           02  WS-GATE-OK         PIC X(01) VALUE "N".
       01  WS-SEGUNDA-ASSINATURA.
           02  WS-SUPER2-ID       PIC X(04) VALUE SPACES.
           02  WS-SUPER2-SENHA    PIC X(08) VALUE SPACES.
           02  WS-SUPER2-OK       PIC X(01) VALUE "N".
           02  WS-SENHA-CRIPTO    PIC X(16) VALUE SPACES.
       01  WS-CONTROLE-SENHA.
           02  WS-SEN-FUNCAO      PIC X(01) VALUE "L".
           02  WS-SEN-PROGRAMA    PIC X(08) VALUE "TESOURAR".
           02  WS-SEN-TIPO-ID     PIC X(01) VALUE "O".
           02  WS-SEN-ID          PIC X(04) VALUE SPACES.
           02  WS-SEN-TENTATIVAS  PIC 9(02) VALUE ZEROS.
           02  WS-SEN-RESPONSAVEL PIC X(04) VALUE SPACES.
           02  WS-SEN-LIMITE      PIC 9(02) VALUE 3.
       01  WS-CONTROLE-TESOURARIA.
           02  WS-AGENCIA         PIC 9(03) VALUE ZEROS.
           02  WS-NOME-AGENCIA    PIC X(30) VALUE SPACES.
           02  WS-TIPO-OPERACAO   PIC X(02) VALUE SPACES.
           02  WS-OPERADOR-CAIXA  PIC X(04) VALUE SPACES.
           02  WS-GUIA            PIC X(15) VALUE SPACES.
           02  WS-VALOR           PIC 9(09)V99 VALUE ZEROS.
           02  WS-VALOR-GAVETA    PIC 9(09)V99 VALUE ZEROS.
           02  WS-ULTIMO-SEQ      PIC 9(04) VALUE ZEROS.
           02  WS-DIA-OK          PIC X(01) VALUE "N".
           02  WS-CAIXA-OK        PIC X(01) VALUE "N".
           02  WS-JA-MOVIMENTADO  PIC X(01) VALUE "N".
           02  WS-DIA-ANTERIOR    PIC X(01) VALUE "N".
           02  WS-SALDO-COFRE     PIC S9(11)V99 VALUE ZEROS.
           02  WS-SALDO-SUGERIDO  PIC 9(09)V99 VALUE ZEROS.
           02  WS-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99.
           02  WS-SALDO-ED        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-PROVA.
           02  WS-ESPERADO-AGENCIA PIC S9(11)V99 VALUE ZEROS.
           02  WS-REAL-AGENCIA    PIC S9(11)V99 VALUE ZEROS.
           02  WS-TOTAL-GAVETAS   PIC S9(11)V99 VALUE ZEROS.
           02  WS-LIQUIDO-GAVETAS PIC S9(11)V99 VALUE ZEROS.
           02  WS-DINHEIRO-GAVETA PIC S9(11)V99 VALUE ZEROS.
           02  WS-LIQUIDO-GAVETA  PIC S9(11)V99 VALUE ZEROS.
           02  WS-DIFERENCA       PIC S9(11)V99 VALUE ZEROS.
           02  WS-DIFERENCA-COFRE PIC S9(11)V99 VALUE ZEROS.
           02  WS-QTD-GAVETAS     PIC 9(03) VALUE ZEROS.
           02  WS-SITUACAO-GAV    PIC X(09) VALUE SPACES.
           02  WS-FUNDO-ED        PIC ZZZ.ZZZ.ZZ9,99.
           02  WS-LIQUIDO-ED      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  TABELA-RECOLHIDOS.
           02  WS-QTD-RECOLHIDOS  PIC 9(03) VALUE ZEROS.
           02  WS-OPER-RECOLHIDO  PIC X(04) OCCURS 100 TIMES.
       01  WS-IND                 PIC 9(03) VALUE ZEROS.
       01  WS-ACHOU-RECOLHIDO     PIC X(01) VALUE "N".
       01  WS-LINHA-PROVA         PIC X(80) VALUE SPACES.
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-HORA.
           02  WS-HOR             PIC 9(02) VALUE ZEROS.
           02  WS-MIN             PIC 9(02) VALUE ZEROS.
           02  WS-SEG             PIC 9(02) VALUE ZEROS.
           02  WS-CSE             PIC 9(02) VALUE ZEROS.
       SCREEN SECTION.
       01  TELA-MENU.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 22  VALUE "*** TESOURARIA DA AGENCIA ***".
           02  LINE  7 COLUMN 20  VALUE "1 - Abertura da tesouraria".
           02  LINE  8 COLUMN 20  VALUE "2 - Suprimento de gaveta".
           02  LINE  9 COLUMN 20  VALUE "3 - Recolhimento de gaveta".
           02  LINE 10 COLUMN 20  VALUE "4 - Recebimento carro-forte".
           02  LINE 11 COLUMN 20  VALUE "5 - Remessa ao carro-forte".
           02  LINE 12 COLUMN 20  VALUE "6 - Prova da tesouraria".
           02  LINE 13 COLUMN 20  VALUE "7 - Sair".
           02  LINE 15 COLUMN 20  VALUE "Escolha uma opcao: ".
       01  TELA-AGENCIA.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 22  VALUE "*** TESOURARIA DA AGENCIA ***".
           02  LINE  6 COLUMN 07  VALUE "Agencia ...............:".
       01  TELA-OPERACAO.
           02  BLANK SCREEN.
           02  LINE  4 COLUMN 07  VALUE "Agencia ...............:".
           02  LINE  8 COLUMN 07  VALUE "Valor .................:".
           02  LINE 10 COLUMN 07  VALUE "Saldo atual do cofre ..:".
      *----------------------------------------------------
      * TESOURARIA (COFRE) DA AGENCIA. TESOURA.DAT GUARDA A
      * POSICAO DO DIA POR AGENCIA E TESMOV.DAT CADA MOVIMENTO:
      *   AB ABERTURA         SG SUPRIMENTO DE GAVETA
      *   RG RECOLHIMENTO     RF RECEBIDO DO CARRO-FORTE
      *   EF REMETIDO AO CARRO-FORTE
      * O SUPRIMENTO TEM DE BATER COM O FUNDO DE TROCO
      * DECLARADO NA GAVETA (FLOAT-GAVETA) E O RECOLHIMENTO COM
      * O VALOR CONTADO NO FECHAMENTO (DECLARADO-GAVETA). TODO
      * MOVIMENTO EXIGE A ASSINATURA DE UM SEGUNDO SUPERVISOR.
      * A PROVA CONFRONTA COFRE + GAVETAS COM A POSICAO DE
      * CAIXA DA AGENCIA E GRAVA O RESULTADO EM TESPROVA.TXT.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** TESOURARIA DA AGENCIA ***".
           CALL "ACESSOVAL" USING WS-GATE-PROGRAMA WS-GATE-PERFIL
               WS-GATE-OPERADOR WS-GATE-OK.
           IF WS-GATE-OK NOT = "S"
              STOP RUN.
           MOVE ZEROS TO WS-AGENCIA.
           OPEN INPUT OPERADORES.
           MOVE WS-GATE-OPERADOR TO ID-OPERADOR.
           READ OPERADORES
               INVALID KEY
               MOVE ZEROS TO AGENCIA-OPERADOR.
           IF STATUS-OPERADORES = "00"
              MOVE AGENCIA-OPERADOR TO WS-AGENCIA.
           CLOSE OPERADORES.
           IF WS-AGENCIA NOT = ZEROS
              PERFORM 905-VALIDA-AGENCIA THRU 905-99-FIM
              IF WS-NOME-AGENCIA NOT = SPACES
                 GO TO 000-MENU.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-AGENCIA.
      *----------------------------------------------------
       002-RECEBE-AGENCIA.
           ACCEPT (06, 32) WS-AGENCIA WITH PROMPT.
           IF WS-AGENCIA = ZEROS
              GO TO 999-FIM.
           PERFORM 905-VALIDA-AGENCIA THRU 905-99-FIM.
           IF WS-NOME-AGENCIA = SPACES
              DISPLAY (23, 14) "AGENCIA NAO CADASTRADA! Reinforme."
              GO TO 002-RECEBE-AGENCIA.
      *----------------------------------------------------
       000-MENU.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-MENU.
           DISPLAY (04, 20) "AGENCIA " WS-AGENCIA " " WS-NOME-AGENCIA.
           ACCEPT (15, 40) OPCAO-MENU WITH PROMPT.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           IF OPCAO-MENU = "1"
              GO TO 100-ABERTURA
           ELSE IF OPCAO-MENU = "2"
              MOVE "SG" TO WS-TIPO-OPERACAO
              GO TO 200-MOVIMENTO-GAVETA
           ELSE IF OPCAO-MENU = "3"
              MOVE "RG" TO WS-TIPO-OPERACAO
              GO TO 200-MOVIMENTO-GAVETA
           ELSE IF OPCAO-MENU = "4"
              MOVE "RF" TO WS-TIPO-OPERACAO
              GO TO 400-CARRO-FORTE
           ELSE IF OPCAO-MENU = "5"
              MOVE "EF" TO WS-TIPO-OPERACAO
              GO TO 400-CARRO-FORTE
           ELSE IF OPCAO-MENU = "6"
              GO TO 600-PROVA-TESOURARIA
           ELSE IF OPCAO-MENU = "7"
              GO TO 999-FIM
           ELSE
              GO TO 000-MENU.
      *----------------------------------------------------
       100-ABERTURA.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-OPERACAO.
           DISPLAY (02, 22) "*** ABERTURA DA TESOURARIA ***".
           DISPLAY (04, 32) WS-AGENCIA " " WS-NOME-AGENCIA.
           PERFORM 910-ABRE-ARQUIVOS THRU 910-99-FIM.
           MOVE WS-AGENCIA TO AGENCIA-TES.
           MOVE WS-DATA-SISTEMA TO DATA-TES.
           READ TESOURARIA
               INVALID KEY
               GO TO 110-SUGERE-SALDO.
           DISPLAY (23, 14) "TESOURARIA JA FOI ABERTA HOJE!".
           PERFORM 990-FECHA-ARQUIVOS THRU 990-99-FIM.
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       110-SUGERE-SALDO.
           PERFORM 920-DIA-ANTERIOR THRU 920-99-FIM.
           MOVE WS-SALDO-SUGERIDO TO WS-VALOR-ED.
           DISPLAY (06, 07) "Saldo do ultimo dia ...:".
           IF WS-DIA-ANTERIOR = "S"
              DISPLAY (06, 32) WS-VALOR-ED
           ELSE
              DISPLAY (06, 32) "PRIMEIRA ABERTURA".
           DISPLAY (08, 07) "Saldo de abertura .....:".
      *----------------------------------------------------
       120-RECEBE-ABERTURA.
           ACCEPT (08, 32) WS-VALOR WITH PROMPT.
           IF WS-DIA-ANTERIOR = "S" AND WS-VALOR NOT = WS-SALDO-SUGERIDO
              DISPLAY (22, 14) "ABERTURA DIFERE DO ULTIMO FECHAMENTO!"
              DISPLAY (23, 14) "Confirma o valor? (S/N) "
              ACCEPT (23, 39) RESPOSTA
              DISPLAY (22, 14) "                                     "
              DISPLAY (23, 14) "                         "
              IF RESPOSTA NOT = "S" AND RESPOSTA NOT = "s"
                 GO TO 120-RECEBE-ABERTURA.
           PERFORM 950-SEGUNDO-SUPERVISOR THRU 950-99-FIM.
           IF WS-SUPER2-OK NOT = "S"
              PERFORM 990-FECHA-ARQUIVOS THRU 990-99-FIM
              GO TO 900-AGUARDA-VOLTA.
           MOVE WS-AGENCIA TO AGENCIA-TES.
           MOVE WS-DATA-SISTEMA TO DATA-TES.
           MOVE WS-VALOR TO SALDO-ABERTURA-TES.
           MOVE ZEROS TO SUPRIMENTOS-TES.
           MOVE ZEROS TO RECOLHIMENTOS-TES.
           MOVE ZEROS TO RECEBIDO-FORTE-TES.
           MOVE ZEROS TO REMETIDO-FORTE-TES.
           MOVE ZEROS TO CONTADO-TES.
           MOVE "A" TO SITUACAO-TES.
           MOVE WS-GATE-OPERADOR TO SUPERVISOR1-TES.
           MOVE WS-SUPER2-ID TO SUPERVISOR2-TES.
           WRITE REG-TESOURARIA
               INVALID KEY
               DISPLAY (23, 14) "ERRO AO GRAVAR TESOURA.DAT! STATUS="
                       STATUS-TESOURARIA
               PERFORM 990-FECHA-ARQUIVOS THRU 990-99-FIM
               GO TO 900-AGUARDA-VOLTA.
           MOVE "AB" TO WS-TIPO-OPERACAO.
           MOVE SPACES TO WS-OPERADOR-CAIXA.
           MOVE SPACES TO WS-GUIA.
           PERFORM 960-GRAVA-MOVIMENTO THRU 960-99-FIM.
           PERFORM 990-FECHA-ARQUIVOS THRU 990-99-FIM.
           DISPLAY (23, 14) "TESOURARIA ABERTA COM SUCESSO!".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       200-MOVIMENTO-GAVETA.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-OPERACAO.
           IF WS-TIPO-OPERACAO = "SG"
              DISPLAY (02, 22) "*** SUPRIMENTO DE GAVETA ***"
           ELSE
              DISPLAY (02, 22) "*** RECOLHIMENTO DE GAVETA ***".
           DISPLAY (04, 32) WS-AGENCIA " " WS-NOME-AGENCIA.
           PERFORM 915-LOCALIZA-DIA THRU 915-99-FIM.
           IF WS-DIA-OK NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
           DISPLAY (06, 07) "Operador do caixa .....:".
      *----------------------------------------------------
       210-RECEBE-CAIXA.
           ACCEPT (06, 32) WS-OPERADOR-CAIXA WITH PROMPT.
           IF WS-OPERADOR-CAIXA = SPACES
              GO 210-RECEBE-CAIXA.
           PERFORM 940-VALIDA-CAIXA THRU 940-99-FIM.
           IF WS-CAIXA-OK NOT = "S"
              PERFORM 990-FECHA-ARQUIVOS THRU 990-99-FIM
              GO TO 900-AGUARDA-VOLTA.
           PERFORM 930-VARRE-MOVIMENTOS THRU 930-99-FIM.
           IF WS-JA-MOVIMENTADO = "S"
              DISPLAY (23, 14) "MOVIMENTO JA REGISTRADO PARA ESTE CAIXA
      -                        " HOJE!"
              PERFORM 990-FECHA-ARQUIVOS THRU 990-99-FIM
              GO TO 900-AGUARDA-VOLTA.
           MOVE WS-VALOR-GAVETA TO WS-VALOR-ED.
           IF WS-TIPO-OPERACAO = "SG"
              DISPLAY (07, 07) "Fundo de troco (gaveta):"
           ELSE
              DISPLAY (07, 07) "Valor contado (gaveta) :".
           DISPLAY (07, 32) WS-VALOR-ED.
      *----------------------------------------------------
       220-RECEBE-VALOR-GAVETA.
           ACCEPT (08, 32) WS-VALOR WITH PROMPT.
           IF WS-VALOR = ZEROS
              PERFORM 990-FECHA-ARQUIVOS THRU 990-99-FIM
              GO TO 900-AGUARDA-VOLTA.
           IF WS-VALOR NOT = WS-VALOR-GAVETA
              DISPLAY (23, 14) "VALOR NAO CONFERE COM A GAVETA!
      -                        " Reinforme (0 = desiste)."
              GO TO 220-RECEBE-VALOR-GAVETA.
           DISPLAY (23, 14) "                                        ".
           IF WS-TIPO-OPERACAO = "SG" AND WS-VALOR > WS-SALDO-COFRE
              DISPLAY (23, 14) "SALDO DO COFRE INSUFICIENTE!"
              PERFORM 990-FECHA-ARQUIVOS THRU 990-99-FIM
              GO TO 900-AGUARDA-VOLTA.
           MOVE SPACES TO WS-GUIA.
           GO TO 800-CONFIRMA-MOVIMENTO.
      *----------------------------------------------------
       400-CARRO-FORTE.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-OPERACAO.
           IF WS-TIPO-OPERACAO = "RF"
              DISPLAY (02, 22) "*** RECEBIMENTO DO CARRO-FORTE ***"
           ELSE
              DISPLAY (02, 22) "*** REMESSA AO CARRO-FORTE ***".
           DISPLAY (04, 32) WS-AGENCIA " " WS-NOME-AGENCIA.
           PERFORM 915-LOCALIZA-DIA THRU 915-99-FIM.
           IF WS-DIA-OK NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
           DISPLAY (06, 07) "Guia do carro-forte ...:".
           MOVE SPACES TO WS-OPERADOR-CAIXA.
      *----------------------------------------------------
       410-RECEBE-GUIA.
           ACCEPT (06, 32) WS-GUIA WITH PROMPT.
           IF WS-GUIA = SPACES
              DISPLAY (23, 14) "INFORME O NUMERO DA GUIA!"
              GO 410-RECEBE-GUIA.
           DISPLAY (23, 14) "                         ".
      *----------------------------------------------------
       420-RECEBE-VALOR-FORTE.
           ACCEPT (08, 32) WS-VALOR WITH PROMPT.
           IF WS-VALOR = ZEROS
              DISPLAY (23, 14) "VALOR DEVE SER MAIOR QUE ZERO!"
              GO 420-RECEBE-VALOR-FORTE.
           DISPLAY (23, 14) "                               ".
           IF WS-TIPO-OPERACAO = "EF" AND WS-VALOR > WS-SALDO-COFRE
              DISPLAY (23, 14) "SALDO DO COFRE INSUFICIENTE!"
              PERFORM 990-FECHA-ARQUIVOS THRU 990-99-FIM
              GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       800-CONFIRMA-MOVIMENTO.
           DISPLAY (23, 14) "Confirma o movimento? (S/N) ".
           ACCEPT (23, 43) RESPOSTA.
           DISPLAY (23, 14) "                             ".
           IF RESPOSTA NOT = "S" AND RESPOSTA NOT = "s"
              PERFORM 990-FECHA-ARQUIVOS THRU 990-99-FIM
              GO TO 900-AGUARDA-VOLTA.
           PERFORM 950-SEGUNDO-SUPERVISOR THRU 950-99-FIM.
           IF WS-SUPER2-OK NOT = "S"
              PERFORM 990-FECHA-ARQUIVOS THRU 990-99-FIM
              GO TO 900-AGUARDA-VOLTA.
           PERFORM 960-GRAVA-MOVIMENTO THRU 960-99-FIM.
           IF STATUS-MOVTES NOT = "00"
              PERFORM 990-FECHA-ARQUIVOS THRU 990-99-FIM
              GO TO 900-AGUARDA-VOLTA.
           IF WS-TIPO-OPERACAO = "SG"
              ADD WS-VALOR TO SUPRIMENTOS-TES
           ELSE IF WS-TIPO-OPERACAO = "RG"
              ADD WS-VALOR TO RECOLHIMENTOS-TES
           ELSE IF WS-TIPO-OPERACAO = "RF"
              ADD WS-VALOR TO RECEBIDO-FORTE-TES
           ELSE
              ADD WS-VALOR TO REMETIDO-FORTE-TES.
           REWRITE REG-TESOURARIA
               INVALID KEY
               DISPLAY (23, 14) "ERRO AO REGRAVAR TESOURA.DAT! STATUS="
                       STATUS-TESOURARIA
               PERFORM 990-FECHA-ARQUIVOS THRU 990-99-FIM
               GO TO 900-AGUARDA-VOLTA.
           PERFORM 925-SALDO-COFRE THRU 925-99-FIM.
           MOVE WS-SALDO-COFRE TO WS-SALDO-ED.
           DISPLAY (10, 32) WS-SALDO-ED.
           PERFORM 990-FECHA-ARQUIVOS THRU 990-99-FIM.
           DISPLAY (23, 14) "MOVIMENTO DA TESOURARIA GRAVADO!".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       600-PROVA-TESOURARIA.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-OPERACAO.
           DISPLAY (02, 22) "*** PROVA DA TESOURARIA ***".
           DISPLAY (04, 32) WS-AGENCIA " " WS-NOME-AGENCIA.
           PERFORM 915-LOCALIZA-DIA THRU 915-99-FIM.
           IF WS-DIA-OK = "N"
              GO TO 900-AGUARDA-VOLTA.
           IF WS-DIA-OK = "F"
              DISPLAY (22, 14) "PROVA JA FEITA HOJE - SERA REFEITA."
              MOVE "S" TO WS-DIA-OK.
           DISPLAY (08, 07) "Contagem do cofre .....:".
           ACCEPT (08, 32) WS-VALOR WITH PROMPT.
           MOVE SPACES TO WS-TIPO-OPERACAO.
           MOVE SPACES TO WS-OPERADOR-CAIXA.
           PERFORM 930-VARRE-MOVIMENTOS THRU 930-99-FIM.
           COMPUTE WS-DIFERENCA-COFRE = WS-VALOR - WS-SALDO-COFRE.
           MOVE ZEROS TO WS-TOTAL-GAVETAS.
           MOVE ZEROS TO WS-LIQUIDO-GAVETAS.
           MOVE ZEROS TO WS-QTD-GAVETAS.
           OPEN EXTEND PROVATES.
           IF STATUS-PROVATES = "35"
              OPEN OUTPUT PROVATES
              CLOSE PROVATES
              OPEN EXTEND PROVATES.
           MOVE SPACES TO WS-LINHA-PROVA.
           STRING "PROVA DA TESOURARIA " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  " AGENCIA " DELIMITED BY SIZE
                  WS-AGENCIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOME-AGENCIA DELIMITED BY SIZE
                  INTO WS-LINHA-PROVA.
           PERFORM 690-GRAVA-LINHA THRU 690-99-FIM.
           MOVE ALL "-" TO WS-LINHA-PROVA.
           PERFORM 690-GRAVA-LINHA THRU 690-99-FIM.
           MOVE SPACES TO WS-LINHA-PROVA.
           MOVE "CAIXA SITUACAO" TO WS-LINHA-PROVA (1:14).
           MOVE "FUNDO" TO WS-LINHA-PROVA (26:5).
           MOVE "MOV. LIQUIDO" TO WS-LINHA-PROVA (38:12).
           MOVE "EM GAVETA" TO WS-LINHA-PROVA (60:9).
           PERFORM 690-GRAVA-LINHA THRU 690-99-FIM.
           OPEN INPUT GAVETA.
           OPEN INPUT OPERADORES.
           IF STATUS-GAVETA = "00"
              PERFORM 610-SOMA-GAVETA THRU 610-99-FIM
                  UNTIL STATUS-GAVETA = "10".
           CLOSE GAVETA.
           CLOSE OPERADORES.
           COMPUTE WS-ESPERADO-AGENCIA = SALDO-ABERTURA-TES
               + RECEBIDO-FORTE-TES - REMETIDO-FORTE-TES
               + WS-LIQUIDO-GAVETAS.
           COMPUTE WS-REAL-AGENCIA = WS-VALOR + WS-TOTAL-GAVETAS.
           COMPUTE WS-DIFERENCA = WS-REAL-AGENCIA - WS-ESPERADO-AGENCIA.
           PERFORM 620-TOTAIS-PROVA THRU 620-99-FIM.
           CLOSE PROVATES.
           MOVE WS-VALOR TO CONTADO-TES.
           MOVE "F" TO SITUACAO-TES.
           REWRITE REG-TESOURARIA
               INVALID KEY
               DISPLAY (23, 14) "ERRO AO REGRAVAR TESOURA.DAT! STATUS="
                       STATUS-TESOURARIA.
           PERFORM 990-FECHA-ARQUIVOS THRU 990-99-FIM.
           MOVE WS-REAL-AGENCIA TO WS-SALDO-ED.
           DISPLAY (12, 07) "Cofre + gavetas .......:".
           DISPLAY (12, 32) WS-SALDO-ED.
           MOVE WS-ESPERADO-AGENCIA TO WS-SALDO-ED.
           DISPLAY (13, 07) "Posicao da agencia ....:".
           DISPLAY (13, 32) WS-SALDO-ED.
           MOVE WS-DIFERENCA TO WS-SALDO-ED.
           DISPLAY (14, 07) "Diferenca .............:".
           DISPLAY (14, 32) WS-SALDO-ED.
           IF WS-DIFERENCA NOT = ZEROS OR WS-DIFERENCA-COFRE NOT = ZEROS
              DISPLAY (23, 14) "DIFERENCA NA PROVA! VER TESPROVA.TXT"
           ELSE
              DISPLAY (23, 14) "TESOURARIA CONFERIDA. PROVA GRAVADA.".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       610-SOMA-GAVETA.
           READ GAVETA NEXT RECORD
               AT END
               MOVE "10" TO STATUS-GAVETA
               GO TO 610-99-FIM.
           IF DATA-GAVETA NOT = WS-DATA-SISTEMA
              GO TO 610-99-FIM.
           MOVE OPERADOR-GAVETA TO ID-OPERADOR.
           READ OPERADORES
               INVALID KEY
               GO TO 610-99-FIM.
           IF AGENCIA-OPERADOR NOT = WS-AGENCIA
              GO TO 610-99-FIM.
           ADD 1 TO WS-QTD-GAVETAS.
           COMPUTE WS-LIQUIDO-GAVETA = ENTRADAS-GAVETA - SAIDAS-GAVETA.
           ADD WS-LIQUIDO-GAVETA TO WS-LIQUIDO-GAVETAS.
           MOVE "N" TO WS-ACHOU-RECOLHIDO.
           PERFORM 615-PROCURA-RECOLHIDO THRU 615-99-FIM
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-RECOLHIDOS.
      *****  GAVETA RECOLHIDA: O DINHEIRO JA ESTA NO COFRE
           IF WS-ACHOU-RECOLHIDO = "S"
              MOVE ZEROS TO WS-DINHEIRO-GAVETA
              MOVE "RECOLHIDA" TO WS-SITUACAO-GAV
           ELSE IF GAVETA-FECHADA
              MOVE DECLARADO-GAVETA TO WS-DINHEIRO-GAVETA
              MOVE "FECHADA  " TO WS-SITUACAO-GAV
           ELSE
              COMPUTE WS-DINHEIRO-GAVETA = FLOAT-GAVETA
                  + ENTRADAS-GAVETA - SAIDAS-GAVETA
              MOVE "ABERTA   " TO WS-SITUACAO-GAV.
           ADD WS-DINHEIRO-GAVETA TO WS-TOTAL-GAVETAS.
           MOVE FLOAT-GAVETA TO WS-FUNDO-ED.
           MOVE WS-LIQUIDO-GAVETA TO WS-LIQUIDO-ED.
           MOVE WS-DINHEIRO-GAVETA TO WS-SALDO-ED.
           MOVE SPACES TO WS-LINHA-PROVA.
           STRING OPERADOR-GAVETA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-SITUACAO-GAV DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FUNDO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LIQUIDO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SALDO-ED DELIMITED BY SIZE
                  INTO WS-LINHA-PROVA.
           PERFORM 690-GRAVA-LINHA THRU 690-99-FIM.
       610-99-FIM.
           EXIT.
      *----------------------------------------------------
       615-PROCURA-RECOLHIDO.
           IF WS-OPER-RECOLHIDO (WS-IND) = OPERADOR-GAVETA
              MOVE "S" TO WS-ACHOU-RECOLHIDO.
       615-99-FIM.
           EXIT.
      *----------------------------------------------------
       620-TOTAIS-PROVA.
           MOVE ALL "-" TO WS-LINHA-PROVA.
           PERFORM 690-GRAVA-LINHA THRU 690-99-FIM.
           MOVE SALDO-ABERTURA-TES TO WS-SALDO-ED.
           MOVE "COFRE - ABERTURA ...............:" TO WS-LINHA-PROVA.
           PERFORM 695-LINHA-VALOR THRU 695-99-FIM.
           MOVE SUPRIMENTOS-TES TO WS-SALDO-ED.
           MOVE "      - SUPRIMENTOS DE GAVETAS ..:" TO WS-LINHA-PROVA.
           PERFORM 695-LINHA-VALOR THRU 695-99-FIM.
           MOVE RECOLHIMENTOS-TES TO WS-SALDO-ED.
           MOVE "      + RECOLHIMENTOS DE GAVETAS :" TO WS-LINHA-PROVA.
           PERFORM 695-LINHA-VALOR THRU 695-99-FIM.
           MOVE RECEBIDO-FORTE-TES TO WS-SALDO-ED.
           MOVE "      + RECEBIDO DO CARRO-FORTE .:" TO WS-LINHA-PROVA.
           PERFORM 695-LINHA-VALOR THRU 695-99-FIM.
           MOVE REMETIDO-FORTE-TES TO WS-SALDO-ED.
           MOVE "      - REMETIDO AO CARRO-FORTE .:" TO WS-LINHA-PROVA.
           PERFORM 695-LINHA-VALOR THRU 695-99-FIM.
           MOVE WS-SALDO-COFRE TO WS-SALDO-ED.
           MOVE "COFRE - SALDO CONTABIL .........:" TO WS-LINHA-PROVA.
           PERFORM 695-LINHA-VALOR THRU 695-99-FIM.
           MOVE WS-VALOR TO WS-SALDO-ED.
           MOVE "COFRE - CONTADO ................:" TO WS-LINHA-PROVA.
           PERFORM 695-LINHA-VALOR THRU 695-99-FIM.
           MOVE WS-DIFERENCA-COFRE TO WS-SALDO-ED.
           MOVE "COFRE - DIFERENCA ..............:" TO WS-LINHA-PROVA.
           PERFORM 695-LINHA-VALOR THRU 695-99-FIM.
           MOVE WS-TOTAL-GAVETAS TO WS-SALDO-ED.
           MOVE "DINHEIRO NAS GAVETAS ...........:" TO WS-LINHA-PROVA.
           PERFORM 695-LINHA-VALOR THRU 695-99-FIM.
           MOVE WS-REAL-AGENCIA TO WS-SALDO-ED.
           MOVE "COFRE + GAVETAS ................:" TO WS-LINHA-PROVA.
           PERFORM 695-LINHA-VALOR THRU 695-99-FIM.
           MOVE WS-ESPERADO-AGENCIA TO WS-SALDO-ED.
           MOVE "POSICAO DE CAIXA DA AGENCIA ....:" TO WS-LINHA-PROVA.
           PERFORM 695-LINHA-VALOR THRU 695-99-FIM.
           MOVE WS-DIFERENCA TO WS-SALDO-ED.
           MOVE "DIFERENCA ......................:" TO WS-LINHA-PROVA.
           IF WS-DIFERENCA NOT = ZEROS
              MOVE "*VERIFICAR*" TO WS-LINHA-PROVA (55:11).
           PERFORM 695-LINHA-VALOR THRU 695-99-FIM.
           MOVE SPACES TO WS-LINHA-PROVA.
           STRING "GAVETAS: " DELIMITED BY SIZE
                  WS-QTD-GAVETAS DELIMITED BY SIZE
                  "  SUPERVISOR: " DELIMITED BY SIZE
                  WS-GATE-OPERADOR DELIMITED BY SIZE
                  INTO WS-LINHA-PROVA.
           PERFORM 690-GRAVA-LINHA THRU 690-99-FIM.
       620-99-FIM.
           EXIT.
      *----------------------------------------------------
       690-GRAVA-LINHA.
           MOVE WS-LINHA-PROVA TO REG-PROVATES.
           WRITE REG-PROVATES.
       690-99-FIM.
           EXIT.
      *----------------------------------------------------
       695-LINHA-VALOR.
           MOVE WS-SALDO-ED TO WS-LINHA-PROVA (35:19).
           PERFORM 690-GRAVA-LINHA THRU 690-99-FIM.
       695-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-AGUARDA-VOLTA.
           DISPLAY (24, 14) "Pressione ENTER para voltar ao menu.".
           ACCEPT (24, 55) WS-PAUSA.
           GO TO 000-MENU.
      *----------------------------------------------------
       905-VALIDA-AGENCIA.
           MOVE SPACES TO WS-NOME-AGENCIA.
           OPEN INPUT AGENCIAS.
           IF STATUS-AGENCIAS NOT = "00"
              CLOSE AGENCIAS
              GO TO 905-99-FIM.
           MOVE WS-AGENCIA TO CODIGO-AGENCIA.
           READ AGENCIAS
               INVALID KEY
               MOVE SPACES TO NOME-AGENCIA.
           IF STATUS-AGENCIAS = "00"
              MOVE NOME-AGENCIA TO WS-NOME-AGENCIA.
           CLOSE AGENCIAS.
       905-99-FIM.
           EXIT.
      *----------------------------------------------------
       910-ABRE-ARQUIVOS.
           OPEN I-O TESOURARIA.
           IF STATUS-TESOURARIA = "35"
              OPEN OUTPUT TESOURARIA
              CLOSE TESOURARIA
              OPEN I-O TESOURARIA.
           OPEN I-O MOVTESOURARIA.
           IF STATUS-MOVTES = "35"
              OPEN OUTPUT MOVTESOURARIA
              CLOSE MOVTESOURARIA
              OPEN I-O MOVTESOURARIA.
       910-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  LE A POSICAO DO DIA. WS-DIA-OK: S=ABERTA F=FECHADA
      *****  N=NAO ABERTA (ARQUIVOS JA FECHADOS NESTE CASO)
       915-LOCALIZA-DIA.
           MOVE "N" TO WS-DIA-OK.
           PERFORM 910-ABRE-ARQUIVOS THRU 910-99-FIM.
           MOVE WS-AGENCIA TO AGENCIA-TES.
           MOVE WS-DATA-SISTEMA TO DATA-TES.
           READ TESOURARIA
               INVALID KEY
               DISPLAY (23, 14) "TESOURARIA NAO FOI ABERTA HOJE!"
               PERFORM 990-FECHA-ARQUIVOS THRU 990-99-FIM
               GO TO 915-99-FIM.
           PERFORM 925-SALDO-COFRE THRU 925-99-FIM.
           MOVE WS-SALDO-COFRE TO WS-SALDO-ED.
           DISPLAY (10, 32) WS-SALDO-ED.
           IF TES-FECHADA
              MOVE "F" TO WS-DIA-OK
           ELSE
              MOVE "S" TO WS-DIA-OK.
           IF WS-DIA-OK = "F" AND OPCAO-MENU NOT = "6"
              DISPLAY (23, 14) "PROVA JA FEITA! TESOURARIA FECHADA."
              PERFORM 990-FECHA-ARQUIVOS THRU 990-99-FIM
              MOVE "N" TO WS-DIA-OK.
       915-99-FIM.
           EXIT.
      *----------------------------------------------------
       920-DIA-ANTERIOR.
           MOVE "N" TO WS-DIA-ANTERIOR.
           MOVE ZEROS TO WS-SALDO-SUGERIDO.
           MOVE WS-AGENCIA TO AGENCIA-TES.
           MOVE ZEROS TO DATA-TES.
           START TESOURARIA KEY IS NOT LESS THAN CHAVE-TESOURARIA
               INVALID KEY
               MOVE "10" TO STATUS-TESOURARIA.
           IF STATUS-TESOURARIA NOT = "10"
              MOVE "00" TO STATUS-TESOURARIA
              PERFORM 921-LE-DIA-ANTERIOR THRU 921-99-FIM
                  UNTIL STATUS-TESOURARIA = "10".
           MOVE "00" TO STATUS-TESOURARIA.
       920-99-FIM.
           EXIT.
      *----------------------------------------------------
       921-LE-DIA-ANTERIOR.
           READ TESOURARIA NEXT RECORD
               AT END
               MOVE "10" TO STATUS-TESOURARIA
               GO TO 921-99-FIM.
           IF AGENCIA-TES NOT = WS-AGENCIA OR
              DATA-TES NOT < WS-DATA-SISTEMA
              MOVE "10" TO STATUS-TESOURARIA
              GO TO 921-99-FIM.
           MOVE "S" TO WS-DIA-ANTERIOR.
      *****  DIA SEM PROVA FICA COM O SALDO CONTABIL DO COFRE
           IF TES-FECHADA
              MOVE CONTADO-TES TO WS-SALDO-SUGERIDO
           ELSE
              PERFORM 925-SALDO-COFRE THRU 925-99-FIM
              MOVE WS-SALDO-COFRE TO WS-SALDO-SUGERIDO.
       921-99-FIM.
           EXIT.
      *----------------------------------------------------
       925-SALDO-COFRE.
           COMPUTE WS-SALDO-COFRE = SALDO-ABERTURA-TES
               + RECOLHIMENTOS-TES + RECEBIDO-FORTE-TES
               - SUPRIMENTOS-TES - REMETIDO-FORTE-TES.
       925-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  PERCORRE OS MOVIMENTOS DA AGENCIA NO DIA: ULTIMA
      *****  SEQUENCIA, MOVIMENTO REPETIDO DO CAIXA E A LISTA
      *****  DAS GAVETAS JA RECOLHIDAS AO COFRE
       930-VARRE-MOVIMENTOS.
           MOVE ZEROS TO WS-ULTIMO-SEQ.
           MOVE "N" TO WS-JA-MOVIMENTADO.
           MOVE ZEROS TO WS-QTD-RECOLHIDOS.
           MOVE WS-AGENCIA TO AGENCIA-MTS.
           MOVE WS-DATA-SISTEMA TO DATA-MTS.
           MOVE ZEROS TO SEQ-MTS.
           START MOVTESOURARIA KEY IS NOT LESS THAN CHAVE-MOVTES
               INVALID KEY
               MOVE "10" TO STATUS-MOVTES.
           IF STATUS-MOVTES NOT = "10"
              MOVE "00" TO STATUS-MOVTES
              PERFORM 931-LE-MOVIMENTO THRU 931-99-FIM
                  UNTIL STATUS-MOVTES = "10".
           MOVE "00" TO STATUS-MOVTES.
       930-99-FIM.
           EXIT.
      *----------------------------------------------------
       931-LE-MOVIMENTO.
           READ MOVTESOURARIA NEXT RECORD
               AT END
               MOVE "10" TO STATUS-MOVTES
               GO TO 931-99-FIM.
           IF AGENCIA-MTS NOT = WS-AGENCIA OR
              DATA-MTS NOT = WS-DATA-SISTEMA
              MOVE "10" TO STATUS-MOVTES
              GO TO 931-99-FIM.
           MOVE SEQ-MTS TO WS-ULTIMO-SEQ.
           IF TIPO-MTS = WS-TIPO-OPERACAO AND
              OPERADOR-CAIXA-MTS = WS-OPERADOR-CAIXA
              MOVE "S" TO WS-JA-MOVIMENTADO.
           IF MTS-RECOLHIMENTO AND WS-QTD-RECOLHIDOS < 100
              ADD 1 TO WS-QTD-RECOLHIDOS
              MOVE OPERADOR-CAIXA-MTS
                TO WS-OPER-RECOLHIDO (WS-QTD-RECOLHIDOS).
       931-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  O CAIXA TEM DE SER DA AGENCIA E TER GAVETA HOJE:
      *****  ABERTA PARA SUPRIMENTO, FECHADA PARA RECOLHIMENTO
       940-VALIDA-CAIXA.
           MOVE "N" TO WS-CAIXA-OK.
           MOVE ZEROS TO WS-VALOR-GAVETA.
           OPEN INPUT OPERADORES.
           MOVE WS-OPERADOR-CAIXA TO ID-OPERADOR.
           READ OPERADORES
               INVALID KEY
               DISPLAY (23, 14) "OPERADOR NAO CADASTRADO!"
               CLOSE OPERADORES
               GO TO 940-99-FIM.
           CLOSE OPERADORES.
           IF AGENCIA-OPERADOR NOT = WS-AGENCIA
              DISPLAY (23, 14) "OPERADOR NAO PERTENCE A ESTA AGENCIA!"
              GO TO 940-99-FIM.
           OPEN INPUT GAVETA.
           MOVE WS-OPERADOR-CAIXA TO OPERADOR-GAVETA.
           MOVE WS-DATA-SISTEMA TO DATA-GAVETA.
           READ GAVETA
               INVALID KEY
               DISPLAY (23, 14) "CAIXA NAO ABRIU A GAVETA HOJE!"
               CLOSE GAVETA
               GO TO 940-99-FIM.
           CLOSE GAVETA.
           IF WS-TIPO-OPERACAO = "SG" AND NOT GAVETA-ABERTA
              DISPLAY (23, 14) "GAVETA JA FECHADA! SUPRIMENTO NAO CABE."
              GO TO 940-99-FIM.
           IF WS-TIPO-OPERACAO = "RG" AND NOT GAVETA-FECHADA
              DISPLAY (23, 14) "FECHE A GAVETA ANTES DO RECOLHIMENTO!"
              GO TO 940-99-FIM.
           IF WS-TIPO-OPERACAO = "SG"
              MOVE FLOAT-GAVETA TO WS-VALOR-GAVETA
           ELSE
              MOVE DECLARADO-GAVETA TO WS-VALOR-GAVETA.
           MOVE "S" TO WS-CAIXA-OK.
       940-99-FIM.
           EXIT.
      *----------------------------------------------------
       950-SEGUNDO-SUPERVISOR.
           MOVE "N" TO WS-SUPER2-OK.
           OPEN I-O OPERADORES.
           IF STATUS-OPERADORES NOT = "00"
              DISPLAY (24, 14) "OPERADOR.DAT INDISPONIVEL!"
              CLOSE OPERADORES
              GO TO 950-99-FIM.
           DISPLAY (24, 14) "2o Supervisor:".
           ACCEPT (24, 29) WS-SUPER2-ID WITH PROMPT.
           DISPLAY (24, 35) "Senha:".
           ACCEPT (24, 42) WS-SUPER2-SENHA WITH PROMPT.
           IF WS-SUPER2-ID = WS-GATE-OPERADOR
              DISPLAY (24, 14) "EXIGE OUTRO SUPERVISOR!           "
              CLOSE OPERADORES
              GO TO 950-99-FIM.
           MOVE WS-SUPER2-ID TO ID-OPERADOR.
           READ OPERADORES
               INVALID KEY
               DISPLAY (24, 14) "SUPERVISOR NAO CADASTRADO!        "
               MOVE "N" TO WS-SEN-FUNCAO
               PERFORM 951-REGISTRA-SENHA THRU 951-99-FIM
               CLOSE OPERADORES
               GO TO 950-99-FIM.
           IF OPER-BLOQUEADO
              DISPLAY (24, 14) "SUPERVISOR BLOQUEADO!             "
              MOVE "T" TO WS-SEN-FUNCAO
              PERFORM 951-REGISTRA-SENHA THRU 951-99-FIM
              CLOSE OPERADORES
              GO TO 950-99-FIM.
           CALL "SENHACRIP" USING ID-OPERADOR WS-SUPER2-SENHA
               WS-SENHA-CRIPTO.
           IF SENHA-OPERADOR NOT = WS-SENHA-CRIPTO
              DISPLAY (24, 14) "SENHA DO SUPERVISOR INVALIDA!     "
              PERFORM 952-CONTA-FALHA THRU 952-99-FIM
              CLOSE OPERADORES
              GO TO 950-99-FIM.
           IF OPER-INATIVO
              DISPLAY (24, 14) "SUPERVISOR INATIVO!               "
              CLOSE OPERADORES
              GO TO 950-99-FIM.
           IF NOT OPER-SUPERVISOR AND NOT OPER-ADMIN
              DISPLAY (24, 14) "PERFIL NAO E DE SUPERVISOR!       "
              CLOSE OPERADORES
              GO TO 950-99-FIM.
           IF FALHAS-OPERADOR NOT = ZEROS
              MOVE ZEROS TO FALHAS-OPERADOR
              REWRITE REG-OPERADOR.
           MOVE "S" TO WS-SUPER2-OK.
           CLOSE OPERADORES.
           DISPLAY (24, 14) "                                    ".
       950-99-FIM.
           EXIT.
      *----------------------------------------------------
       951-REGISTRA-SENHA.
           MOVE ID-OPERADOR TO WS-SEN-ID.
           MOVE FALHAS-OPERADOR TO WS-SEN-TENTATIVAS.
           IF WS-SEN-FUNCAO = "N"
              MOVE ZEROS TO WS-SEN-TENTATIVAS.
           CALL "CTLSENHA" USING WS-CONTROLE-SENHA.
       951-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  SENHA ERRADA: CONTA NO CADASTRO E BLOQUEIA O ID AO
      *****  ATINGIR O LIMITE DE TENTATIVAS (SENHACTL.DAT)
       952-CONTA-FALHA.
           ADD 1 TO FALHAS-OPERADOR.
           MOVE "F" TO WS-SEN-FUNCAO.
           PERFORM 951-REGISTRA-SENHA THRU 951-99-FIM.
           IF FALHAS-OPERADOR NOT < WS-SEN-LIMITE
              MOVE "S" TO BLOQUEIO-OPERADOR
              ACCEPT DATA-BLOQUEIO-OPER FROM DATE YYYYMMDD
              MOVE "B" TO WS-SEN-FUNCAO
              PERFORM 951-REGISTRA-SENHA THRU 951-99-FIM.
           REWRITE REG-OPERADOR.
       952-99-FIM.
           EXIT.
      *----------------------------------------------------
       960-GRAVA-MOVIMENTO.
           PERFORM 930-VARRE-MOVIMENTOS THRU 930-99-FIM.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-AGENCIA TO AGENCIA-MTS.
           MOVE WS-DATA-SISTEMA TO DATA-MTS.
           COMPUTE SEQ-MTS = WS-ULTIMO-SEQ + 1.
           MOVE WS-TIPO-OPERACAO TO TIPO-MTS.
           MOVE WS-OPERADOR-CAIXA TO OPERADOR-CAIXA-MTS.
           MOVE WS-VALOR TO VALOR-MTS.
           MOVE WS-GUIA TO GUIA-MTS.
           MOVE WS-GATE-OPERADOR TO SUPERVISOR1-MTS.
           MOVE WS-SUPER2-ID TO SUPERVISOR2-MTS.
           COMPUTE HORA-MTS = WS-HOR * 10000
               + WS-MIN * 100 + WS-SEG.
           WRITE REG-MOVTES
               INVALID KEY
               DISPLAY (23, 14) "ERRO AO GRAVAR TESMOV.DAT! STATUS="
                       STATUS-MOVTES.
       960-99-FIM.
           EXIT.
      *----------------------------------------------------
       990-FECHA-ARQUIVOS.
           CLOSE TESOURARIA.
           CLOSE MOVTESOURARIA.
       990-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           DISPLAY (01, 01) ERASE.
           STOP RUN.
      ***---------- FIM DO PROGRAMA TESOURARIA ---------***
