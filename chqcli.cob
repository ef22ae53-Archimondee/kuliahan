               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CHEQUE
               FILE STATUS IS STATUS-CHEQUES.
           SELECT CHEQUESDEV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-DEVOLUCAO
               FILE STATUS IS STATUS-DEVOLUCOES.
           SELECT MOVIMENTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-MOVIMENTO
               FILE STATUS IS STATUS-MOVIMENTOS.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
           SELECT RELIRREG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELIRREG.
       DATA DIVISION.
       FILE SECTION.
       COPY "layout.cob".
      *
       COPY "cheque.cob".
      *
       COPY "chqdev.cob".
      *
       COPY "movimen.cob".
      *
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHQABERTO.TXT".
       01  REG-RELATORIO          PIC X(80).
      *
       FD  RELIRREG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHQIRREG.TXT".
       01  REG-RELIRREG           PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-CLIENTES PIC X(02) VALUE "00".
           02  STATUS-CHEQUES PIC X(02) VALUE "00".
           02  STATUS-RELATORIO PIC X(02) VALUE "00".
           02  STATUS-DEVOLUCOES PIC X(02) VALUE "00".
           02  STATUS-MOVIMENTOS PIC X(02) VALUE "00".
           02  STATUS-RELIRREG PIC X(02) VALUE "00".
           02  OPCAO-MENU     PIC X(01).
           02  WS-PAUSA       PIC X(01).
           02  WS-CONTA-CHQ   PIC 9(05) VALUE ZEROS.
           02  WS-NUMERO-SUSTA PIC 9(06) VALUE ZEROS.
           02  WS-TOTAL-EMITIDOS PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-ABERTOS PIC 9(05) VALUE ZEROS.
       01  PARAMETROS-DEVOLUCAO.
           02  WS-TARIFA-DEVOLUCAO PIC 9(03)V99 VALUE 15,00.
           02  WS-LIMITE-SEM-FUNDOS PIC 9(03) VALUE 3.
       01  WS-PARAMETRO.
           02  WS-PARAM-CODIGO    PIC X(12) VALUE SPACES.
           02  WS-PARAM-DATA      PIC 9(08) VALUE ZEROS.
           02  WS-PARAM-VALOR     PIC 9(09)V99 VALUE ZEROS.
           02  WS-PARAM-VIGENCIA  PIC 9(08) VALUE ZEROS.
           02  WS-PARAM-RESULTADO PIC X(01) VALUE "N".
       01  WS-CONTROLE-DEVOLUCAO.
           02  WS-NUMERO-DEVOL    PIC 9(06) VALUE ZEROS.
           02  WS-VALOR-DEVOL     PIC 9(07)V99 VALUE ZEROS.
           02  WS-MOTIVO-DEVOL    PIC 9(02) VALUE ZEROS.
               88  MOTIVO-VALIDO  VALUE 11 12 13 21 22 31.
           02  WS-DV-CONTA        PIC 9(01) VALUE ZEROS.
           02  WS-COBRA-TARIFA    PIC X(01) VALUE "N".
           02  WS-TARIFA          PIC 9(03)V99 VALUE ZEROS.
           02  WS-ULTIMA-SEQ-DEV  PIC 9(02) VALUE ZEROS.
           02  WS-QTD-SEM-FUNDOS  PIC 9(03) VALUE ZEROS.
           02  WS-QTD-MES         PIC 9(03) VALUE ZEROS.
           02  WS-VALOR-MES       PIC 9(07)V99 VALUE ZEROS.
           02  WS-CONTA-ANTERIOR  PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-IRREGULARES PIC 9(05) VALUE ZEROS.
           02  WS-TARIFA-ED       PIC ZZ9,99.
           02  WS-VALOR-ED        PIC Z.ZZZ.ZZ9,99.
       01  WS-MES-ANO-REF.
           02  WS-MES-REF         PIC 9(02) VALUE ZEROS.
           02  WS-ANO-REF         PIC 9(04) VALUE ZEROS.
       01  WS-SALDO-CONTA.
           02  WS-SALDO           PIC S9(07)V99 VALUE ZEROS.
           02  WS-ULTIMO-SEQ      PIC 9(05) VALUE ZEROS.
           02  WS-CONTA-LIDA      PIC 9(05) VALUE ZEROS.
       01  WS-POSICAO-SALDO.
           02  WS-CONTA-POS       PIC 9(05) VALUE ZEROS.
           02  WS-SALDO-POS       PIC S9(09)V99 VALUE ZEROS.
           02  WS-DISPONIVEL-POS  PIC S9(09)V99 VALUE ZEROS.
           02  WS-SEQ-POS         PIC 9(05) VALUE ZEROS.
           02  WS-DATA-DEB-POS    PIC 9(08) VALUE ZEROS.
           02  WS-DEBITOS-POS     PIC 9(09)V99 VALUE ZEROS.
           02  WS-DATA-ATU-POS    PIC 9(08) VALUE ZEROS.
           02  WS-HORA-ATU-POS    PIC 9(06) VALUE ZEROS.
       01  WS-CONTROLE-POSICAO.
           02  WS-FUNCAO-SALDO    PIC X(01) VALUE "C".
           02  WS-SALDO-OK        PIC X(01) VALUE "N".
       01  WS-JORNAL-PROGRAMA     PIC X(08) VALUE "CHEQUECL".
       01  WS-LINHA-RELATORIO     PIC X(80).
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-TRAVA.
           02  WS-TRAVA-FUNCAO    PIC X(01) VALUE SPACE.
           02  WS-TRAVA-CONTA     PIC 9(05) VALUE ZEROS.
           02  WS-TRAVA-PROGRAMA  PIC X(08) VALUE "CHEQUECL".
           02  WS-TRAVA-OPERADOR  PIC X(04) VALUE SPACES.
           02  WS-TRAVA-RESULTADO PIC X(01) VALUE "N".
           02  WS-TRAVA-DONO-OPER PIC X(04) VALUE SPACES.
           02  WS-TRAVA-DONO-PROG PIC X(08) VALUE SPACES.
           02  WS-TRAVA-DONO-CONTA PIC 9(05) VALUE ZEROS.
       01  WS-CONTA-TRAVADA       PIC 9(05) VALUE ZEROS.
       01  WS-DIA-NEGOCIO.
           02  WS-NEGOCIO-FUNCAO  PIC X(01) VALUE "C".
           02  WS-NEGOCIO-PROGRAMA PIC X(08) VALUE "CHEQUECL".
           02  WS-NEGOCIO-DATA    PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-SITUACAO PIC X(01) VALUE SPACE.
           02  WS-NEGOCIO-ANTERIOR PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-RESULTADO PIC X(01) VALUE "N".
       01  WS-NEGOCIO-OK          PIC X(01) VALUE "N".
       01  WS-DATA.
           02  WS-DIA             PIC 9(02) VALUE ZEROS.
           02  WS-MES             PIC 9(02) VALUE ZEROS.
           02  WS-ANO             PIC 9(04) VALUE ZEROS.
       SCREEN SECTION.
       01  TELA-MENU.
           02  BLANK SCREEN.
           02  LINE  8 COLUMN 20  VALUE "1 - Emitir talao".
           02  LINE  9 COLUMN 20  VALUE "2 - Sustar cheque".
           02  LINE 10 COLUMN 20  VALUE "3 - Cheques em aberto".
           02  LINE 11 COLUMN 20  VALUE "4 - Devolver cheque".
           02  LINE 12 COLUMN 20  VALUE "5 - Emitentes irregulares".
           02  LINE 13 COLUMN 20  VALUE "6 - Sair".
           02  LINE 15 COLUMN 20  VALUE "Escolha uma opcao: ".
       01  TELA-TALAO.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 22  VALUE "*** EMISSAO DE TALAO ***".
           02  LINE  2 COLUMN 22  VALUE "*** SUSTACAO DE CHEQUE ***".
           02  LINE  6 COLUMN 07  VALUE "Conta Corrente ........:".
           02  LINE  7 COLUMN 07  VALUE "Numero do cheque ......:".
       01  TELA-DEVOLUCAO.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 22  VALUE "*** DEVOLUCAO DE CHEQUE ***".
           02  LINE  6 COLUMN 07  VALUE "Conta Corrente ........:".
           02  LINE  7 COLUMN 07  VALUE "Nome ..................:".
           02  LINE  8 COLUMN 07  VALUE "Numero do cheque ......:".
           02  LINE  9 COLUMN 07  VALUE "Valor do cheque .......:".
           02  LINE 10 COLUMN 07  VALUE "Motivo da devolucao ...:".
           02  LINE 12 COLUMN 10  VALUE
               "11 - Sem fundos, 1a apresentacao".
           02  LINE 13 COLUMN 10  VALUE
               "12 - Sem fundos, 2a apresentacao".
           02  LINE 14 COLUMN 10  VALUE "13 - Conta encerrada".
           02  LINE 15 COLUMN 10  VALUE "21 - Cheque sustado".
           02  LINE 16 COLUMN 10  VALUE
               "22 - Divergencia de assinatura".
           02  LINE 17 COLUMN 10  VALUE
               "31 - Erro formal de preenchimento".
           02  LINE 19 COLUMN 07  VALUE "Tarifa de devolucao ...:".
           02  LINE 20 COLUMN 07  VALUE "Devolucoes sem fundos .:".
       PROCEDURE DIVISION.
      *----------------------------------------------------
       000-MENU.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-MENU.
           ACCEPT (15, 40) OPCAO-MENU WITH PROMPT.
           IF OPCAO-MENU = "1"
              GO TO 100-EMITIR-TALAO
           ELSE IF OPCAO-MENU = "2"
           ELSE IF OPCAO-MENU = "3"
              GO TO 300-CHEQUES-ABERTOS
           ELSE IF OPCAO-MENU = "4"
              GO TO 400-DEVOLVER-CHEQUE
           ELSE IF OPCAO-MENU = "5"
              GO TO 500-EMITENTES-IRREGULARES
           ELSE IF OPCAO-MENU = "6"
              GO TO 999-FIM
           ELSE
              GO TO 000-MENU.
       100-EMITIR-TALAO.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-TALAO.
           PERFORM 994-LE-DATA-NEGOCIO THRU 994-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
           PERFORM 944-LE-PARAMETROS THRU 944-99-FIM.
      *----------------------------------------------------
       110-RECEBE-CONTA.
           ACCEPT (06, 32) CONTACORRENTE WITH PROMPT.
           DISPLAY (07, 32) NOMECLIENTE.
           MOVE CONTACORRENTE TO WS-CONTA-CHQ.
           CLOSE CLIENTES.
           MOVE WS-CONTA-CHQ TO WS-TRAVA-CONTA.
           PERFORM 992-TRAVA-CONTA THRU 992-99-FIM.
           IF WS-TRAVA-RESULTADO NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
      *****  EMITENTE COM DEVOLUCOES SEM FUNDOS ACIMA DO LIMITE
           PERFORM 970-CONTA-SEM-FUNDOS THRU 970-99-FIM.
           IF WS-QTD-SEM-FUNDOS NOT < WS-LIMITE-SEM-FUNDOS
              DISPLAY (21, 14) "DEVOLUCOES SEM FUNDOS: "
                      WS-QTD-SEM-FUNDOS
              DISPLAY (23, 14)
                 "EMITENTE IRREGULAR! EMISSAO DE TALAO RECUSADA."
              GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       120-RECEBE-FAIXA.
           ACCEPT (09, 32) WS-NUMERO-INICIAL WITH PROMPT.
              DISPLAY (23, 14) "QUANTIDADE DE 1 A 100! Reinforme."
              GO 121-RECEBE-QTD.
           DISPLAY (23, 14) "                                  ".
           PERFORM 920-ABRE-CHEQUES THRU 920-99-FIM.
           MOVE ZEROS TO WS-TOTAL-EMITIDOS.
           MOVE ZEROS TO WS-FOLHA.
           MOVE "E" TO SITUACAO-CHQ.
           MOVE WS-DATA-SISTEMA TO DATA-EMISSAO-CHQ.
           MOVE ZEROS TO DATA-PAGTO-CHQ.
           MOVE ZEROS TO MOTIVO-DEVOL-CHQ.
           MOVE ZEROS TO DATA-DEVOL-CHQ.
           WRITE REG-CHEQUE
               INVALID KEY
               DISPLAY (23, 14) "CHEQUE " NUMERO-CHQ " JA EXISTE!".
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       310-99-FIM.
           EXIT.
      *----------------------------------------------------
       400-DEVOLVER-CHEQUE.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-DEVOLUCAO.
           PERFORM 994-LE-DATA-NEGOCIO THRU 994-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
           PERFORM 944-LE-PARAMETROS THRU 944-99-FIM.
      *----------------------------------------------------
       410-RECEBE-CONTA-DEVOL.
           ACCEPT (06, 32) CONTACORRENTE WITH PROMPT.
           IF CONTACORRENTE = SPACES
              GO 410-RECEBE-CONTA-DEVOL.
           OPEN INPUT CLIENTES.
           IF STATUS-CLIENTES = "35"
              DISPLAY (23, 14) "CLIENTES.DAT NAO ENCONTRADO!"
              CLOSE CLIENTES
              GO TO 900-AGUARDA-VOLTA.
           READ CLIENTES
               INVALID KEY
               DISPLAY (23, 14) "CLIENTE NAO ENCONTRADO!"
               CLOSE CLIENTES
               GO TO 900-AGUARDA-VOLTA.
           DISPLAY (07, 32) NOMECLIENTE.
           MOVE CONTACORRENTE TO WS-CONTA-CHQ.
           MOVE DIGITOCONTROL TO WS-DV-CONTA.
           MOVE WS-CONTA-CHQ TO WS-TRAVA-CONTA.
           PERFORM 992-TRAVA-CONTA THRU 992-99-FIM.
           IF WS-TRAVA-RESULTADO NOT = "S"
              CLOSE CLIENTES
              GO TO 900-AGUARDA-VOLTA.
      *****  TARIFA SO E LANCADA EM CONTA ATIVA
           IF CONTA-ATIVA
              MOVE "S" TO WS-COBRA-TARIFA
           ELSE
              MOVE "N" TO WS-COBRA-TARIFA.
           CLOSE CLIENTES.
      *----------------------------------------------------
       420-RECEBE-CHEQUE-DEVOL.
           ACCEPT (08, 32) WS-NUMERO-DEVOL WITH PROMPT.
           IF WS-NUMERO-DEVOL = ZEROS
              GO 420-RECEBE-CHEQUE-DEVOL.
           PERFORM 920-ABRE-CHEQUES THRU 920-99-FIM.
           MOVE WS-CONTA-CHQ TO CONTA-CHQ.
           MOVE WS-NUMERO-DEVOL TO NUMERO-CHQ.
           READ CHEQUES
               INVALID KEY
               DISPLAY (23, 14) "CHEQUE NAO EMITIDO PARA A CONTA!"
               CLOSE CHEQUES
               GO TO 900-AGUARDA-VOLTA.
           IF CHQ-PAGO
              DISPLAY (23, 14) "CHEQUE JA FOI PAGO!"
              CLOSE CHEQUES
              GO TO 900-AGUARDA-VOLTA.
      *****  SO O DEVOLVIDO POR FALTA DE FUNDOS PODE SER REAPRESENTADO
           IF CHQ-DEVOLVIDO AND MOTIVO-DEVOL-CHQ NOT = 11
              DISPLAY (23, 14) "CHEQUE JA DEVOLVIDO EM DEFINITIVO!"
              CLOSE CHEQUES
              GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       430-RECEBE-VALOR-DEVOL.
           ACCEPT (09, 32) WS-VALOR-DEVOL WITH PROMPT.
           IF WS-VALOR-DEVOL = ZEROS
              GO 430-RECEBE-VALOR-DEVOL.
      *----------------------------------------------------
       440-RECEBE-MOTIVO.
           ACCEPT (10, 32) WS-MOTIVO-DEVOL WITH PROMPT.
           IF NOT MOTIVO-VALIDO
              DISPLAY (23, 14) "MOTIVO INVALIDO! Reinforme.          "
              GO 440-RECEBE-MOTIVO.
           IF CHQ-SUSTADO AND WS-MOTIVO-DEVOL NOT = 21
              DISPLAY (23, 14) "CHEQUE SUSTADO: USE O MOTIVO 21!     "
              GO 440-RECEBE-MOTIVO.
           IF WS-MOTIVO-DEVOL = 21 AND NOT CHQ-SUSTADO
              DISPLAY (23, 14) "CHEQUE NAO ESTA SUSTADO!             "
              GO 440-RECEBE-MOTIVO.
           IF WS-MOTIVO-DEVOL = 12 AND NOT CHQ-DEVOLVIDO
              DISPLAY (23, 14) "MOTIVO 12 SOMENTE NA REAPRESENTACAO! "
              GO 440-RECEBE-MOTIVO.
           IF WS-MOTIVO-DEVOL = 11 AND CHQ-DEVOLVIDO
              DISPLAY (23, 14) "REAPRESENTADO SEM FUNDOS: MOTIVO 12! "
              GO 440-RECEBE-MOTIVO.
           DISPLAY (23, 14) "                                     ".
      *----------------------------------------------------
       450-GRAVA-DEVOLUCAO.
           IF WS-COBRA-TARIFA = "S"
              MOVE WS-TARIFA-DEVOLUCAO TO WS-TARIFA
           ELSE
              MOVE ZEROS TO WS-TARIFA.
           MOVE "D" TO SITUACAO-CHQ.
           MOVE WS-MOTIVO-DEVOL TO MOTIVO-DEVOL-CHQ.
           MOVE WS-DATA-SISTEMA TO DATA-DEVOL-CHQ.
           REWRITE REG-CHEQUE.
           CLOSE CHEQUES.
      *****  REGISTRO DA OCORRENCIA NO CADASTRO DE DEVOLVIDOS
           PERFORM 960-ABRE-DEVOLUCOES THRU 960-99-FIM.
           PERFORM 965-ULTIMA-DEVOLUCAO THRU 965-99-FIM.
           MOVE WS-CONTA-CHQ TO CONTA-DEV.
           MOVE WS-NUMERO-DEVOL TO NUMERO-DEV.
           COMPUTE SEQ-DEV = WS-ULTIMA-SEQ-DEV + 1.
           MOVE WS-MOTIVO-DEVOL TO MOTIVO-DEV.
           MOVE WS-DATA-SISTEMA TO DATA-DEV.
           MOVE WS-VALOR-DEVOL TO VALOR-DEV.
           MOVE WS-TARIFA TO TARIFA-DEV.
           MOVE WS-COBRA-TARIFA TO TARIFA-COBRADA-DEV.
           WRITE REG-DEVOLUCAO
               INVALID KEY
               DISPLAY (23, 14) "ERRO AO GRAVAR CHQDEV.DAT!"
               CLOSE CHEQUESDEV
               GO TO 900-AGUARDA-VOLTA.
           CLOSE CHEQUESDEV.
           IF WS-TARIFA = ZEROS
              GO TO 460-FIM-DEVOLUCAO.
      *****  DEBITA A TARIFA DE DEVOLUCAO DO EMITENTE
           PERFORM 925-ABRE-MOVIMENTOS THRU 925-99-FIM.
           MOVE WS-CONTA-CHQ TO CONTACORRENTE.
           PERFORM 930-CALCULA-SALDO THRU 930-99-FIM.
           MOVE WS-CONTA-CHQ   TO CONTA-MOV.
           COMPUTE SEQ-MOV = WS-ULTIMO-SEQ + 1.
           MOVE WS-DV-CONTA    TO DV-MOV.
           MOVE "D"            TO TIPO-MOV.
           MOVE WS-DIA         TO DIA-MOV.
           MOVE WS-MES         TO MES-MOV.
           MOVE WS-ANO         TO ANO-MOV.
           MOVE WS-TARIFA      TO VALOR-MOV.
           MOVE SPACES TO HISTORICO-MOV.
           STRING "TAR DEVOL CHQ " DELIMITED BY SIZE
                  WS-NUMERO-DEVOL DELIMITED BY SIZE
                  INTO HISTORICO-MOV.
           MOVE SPACE TO SITUACAO-MOV.
           MOVE 021 TO CODIGO-MOV.
           WRITE REG-MOVIMENTO
               INVALID KEY
               DISPLAY (23, 14) "ERRO AO GRAVAR A TARIFA DE DEVOLUCAO!"
               CLOSE MOVIMENTOS
               GO TO 900-AGUARDA-VOLTA.
           CALL "JORNALMOV" USING WS-JORNAL-PROGRAMA REG-MOVIMENTO.
           PERFORM 941-ATUALIZA-SALDO THRU 941-99-FIM.
           CLOSE MOVIMENTOS.
      *----------------------------------------------------
       460-FIM-DEVOLUCAO.
           MOVE WS-TARIFA TO WS-TARIFA-ED.
           DISPLAY (19, 32) WS-TARIFA-ED.
           PERFORM 970-CONTA-SEM-FUNDOS THRU 970-99-FIM.
           DISPLAY (20, 32) WS-QTD-SEM-FUNDOS.
           IF WS-QTD-SEM-FUNDOS NOT < WS-LIMITE-SEM-FUNDOS
              DISPLAY (21, 14)
                 "LIMITE ATINGIDO: NOVOS TALOES SERAO RECUSADOS.".
           DISPLAY (23, 14) "DEVOLUCAO REGISTRADA COM SUCESSO!".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       500-EMITENTES-IRREGULARES.
           DISPLAY (01, 01) ERASE.
           DISPLAY (02, 20) "*** EMITENTES IRREGULARES ***".
           PERFORM 995-DATA-CONSULTA THRU 995-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
           PERFORM 944-LE-PARAMETROS THRU 944-99-FIM.
      *----------------------------------------------------
       510-RECEBE-MES-REF.
           DISPLAY (06, 07) "Mes de referencia (MMAAAA):".
           ACCEPT (06, 36) WS-MES-ANO-REF WITH PROMPT.
           IF WS-MES-ANO-REF = ZEROS
              MOVE WS-DATA-SISTEMA (5:2) TO WS-MES-REF
              MOVE WS-DATA-SISTEMA (1:4) TO WS-ANO-REF.
           IF WS-MES-REF < 01 OR WS-MES-REF > 12
              DISPLAY (23, 14) "MES INVALIDO! Reinforme."
              GO 510-RECEBE-MES-REF.
           DISPLAY (23, 14) "                        ".
           OPEN INPUT CHEQUESDEV.
           IF STATUS-DEVOLUCOES NOT = "00"
              DISPLAY (23, 14) "CHQDEV.DAT NAO ENCONTRADO!"
              CLOSE CHEQUESDEV
              GO TO 900-AGUARDA-VOLTA.
           OPEN INPUT CLIENTES.
           OPEN OUTPUT RELIRREG.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "EMITENTES IRREGULARES - MES " DELIMITED BY SIZE
                  WS-MES-REF DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ANO-REF DELIMITED BY SIZE
                  " - LIMITE SEM FUNDOS: " DELIMITED BY SIZE
                  WS-LIMITE-SEM-FUNDOS DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 091-GRAVA-LINHA-IRREG THRU 091-99-FIM.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 091-GRAVA-LINHA-IRREG THRU 091-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "CONTA NOME" DELIMITED BY SIZE
                  "                             " DELIMITED BY SIZE
                  "TOTAL  NO MES  VALOR NO MES" DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 091-GRAVA-LINHA-IRREG THRU 091-99-FIM.
           MOVE ZEROS TO WS-TOTAL-IRREGULARES.
           MOVE ZEROS TO WS-CONTA-ANTERIOR.
           MOVE ZEROS TO WS-QTD-SEM-FUNDOS.
           MOVE ZEROS TO WS-QTD-MES.
           MOVE ZEROS TO WS-VALOR-MES.
           MOVE ZEROS TO CONTA-DEV.
           MOVE ZEROS TO NUMERO-DEV.
           MOVE ZEROS TO SEQ-DEV.
           START CHEQUESDEV KEY IS NOT LESS THAN CHAVE-DEVOLUCAO
               INVALID KEY
               MOVE "10" TO STATUS-DEVOLUCOES.
           IF STATUS-DEVOLUCOES NOT = "10"
              MOVE "00" TO STATUS-DEVOLUCOES
              PERFORM 520-LE-DEVOLUCAO THRU 520-99-FIM
                  UNTIL STATUS-DEVOLUCOES = "10".
           MOVE "00" TO STATUS-DEVOLUCOES.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 091-GRAVA-LINHA-IRREG THRU 091-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "EMITENTES IRREGULARES .....: " DELIMITED BY SIZE
                  WS-TOTAL-IRREGULARES DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 091-GRAVA-LINHA-IRREG THRU 091-99-FIM.
           CLOSE RELIRREG.
           CLOSE CLIENTES.
           CLOSE CHEQUESDEV.
           DISPLAY (08, 07) "EMITENTES IRREGULARES .: "
                   WS-TOTAL-IRREGULARES.
           DISPLAY (09, 07) "RELATORIO EM CHQIRREG.TXT".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       520-LE-DEVOLUCAO.
           READ CHEQUESDEV NEXT RECORD
               AT END
               MOVE "10" TO STATUS-DEVOLUCOES
               PERFORM 530-FECHA-EMITENTE THRU 530-99-FIM
               GO TO 520-99-FIM.
           IF CONTA-DEV NOT = WS-CONTA-ANTERIOR
              PERFORM 530-FECHA-EMITENTE THRU 530-99-FIM
              MOVE CONTA-DEV TO WS-CONTA-ANTERIOR
              MOVE ZEROS TO WS-QTD-SEM-FUNDOS
              MOVE ZEROS TO WS-QTD-MES
              MOVE ZEROS TO WS-VALOR-MES.
           IF NOT DEV-SEM-FUNDOS
              GO TO 520-99-FIM.
           ADD 1 TO WS-QTD-SEM-FUNDOS.
           IF ANO-DEV = WS-ANO-REF AND MES-DEV = WS-MES-REF
              ADD 1 TO WS-QTD-MES
              ADD VALOR-DEV TO WS-VALOR-MES.
       520-99-FIM.
           EXIT.
      *----------------------------------------------------
       530-FECHA-EMITENTE.
           IF WS-CONTA-ANTERIOR = ZEROS
              GO TO 530-99-FIM.
           IF WS-QTD-SEM-FUNDOS < WS-LIMITE-SEM-FUNDOS
              GO TO 530-99-FIM.
           ADD 1 TO WS-TOTAL-IRREGULARES.
           MOVE WS-CONTA-ANTERIOR TO CONTACORRENTE.
           READ CLIENTES
               INVALID KEY
               MOVE "NAO CADASTRADO" TO NOMECLIENTE.
           MOVE WS-VALOR-MES TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-CONTA-ANTERIOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOMECLIENTE (1:30) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-QTD-SEM-FUNDOS DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-QTD-MES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 091-GRAVA-LINHA-IRREG THRU 091-99-FIM.
       530-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       091-GRAVA-LINHA-IRREG.
           MOVE WS-LINHA-RELATORIO TO REG-RELIRREG.
           WRITE REG-RELIRREG.
       091-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-AGUARDA-VOLTA.
           PERFORM 993-LIBERA-TRAVA THRU 993-99-FIM.
           DISPLAY (24, 14) "Pressione ENTER para voltar ao menu.".
           ACCEPT (24, 55) WS-PAUSA.
           GO TO 000-MENU.
              OPEN I-O CHEQUES.
       920-99-FIM.
           EXIT.
      *----------------------------------------------------
       925-ABRE-MOVIMENTOS.
           OPEN I-O MOVIMENTOS.
           IF STATUS-MOVIMENTOS = "35"
              OPEN OUTPUT MOVIMENTOS
              CLOSE MOVIMENTOS
              OPEN I-O MOVIMENTOS.
       925-99-FIM.
           EXIT.
      *----------------------------------------------------
       930-CALCULA-SALDO.
           MOVE ZEROS TO WS-SALDO.
           MOVE ZEROS TO WS-ULTIMO-SEQ.
           MOVE CONTACORRENTE TO WS-CONTA-LIDA.
           MOVE CONTACORRENTE TO WS-CONTA-POS.
           MOVE "C" TO WS-FUNCAO-SALDO.
           CALL "ATUALSALDO" USING WS-FUNCAO-SALDO REG-MOVIMENTO
               WS-POSICAO-SALDO WS-SALDO-OK.
           IF WS-SALDO-OK = "S"
              MOVE WS-SALDO-POS TO WS-SALDO
              MOVE WS-SEQ-POS TO WS-ULTIMO-SEQ
              GO TO 930-99-FIM.
      *****  CONTA AINDA SEM POSICAO EM SALDOCLI.DAT - RECALCULA
           MOVE CONTACORRENTE TO CONTA-MOV.
           MOVE ZEROS TO SEQ-MOV.
           START MOVIMENTOS KEY IS NOT LESS THAN CHAVE-MOVIMENTO
               INVALID KEY
               MOVE "10" TO STATUS-MOVIMENTOS.
           IF STATUS-MOVIMENTOS NOT = "10"
              MOVE "00" TO STATUS-MOVIMENTOS
              PERFORM 931-SOMA-MOVIMENTO THRU 931-99-FIM
                  UNTIL STATUS-MOVIMENTOS = "10".
           MOVE "00" TO STATUS-MOVIMENTOS.
           MOVE WS-CONTA-LIDA TO WS-CONTA-POS.
           MOVE WS-SALDO TO WS-SALDO-POS.
           MOVE WS-SALDO TO WS-DISPONIVEL-POS.
           MOVE WS-ULTIMO-SEQ TO WS-SEQ-POS.
           MOVE ZEROS TO WS-DATA-DEB-POS.
           MOVE ZEROS TO WS-DEBITOS-POS.
       930-99-FIM.
           EXIT.
      *----------------------------------------------------
       931-SOMA-MOVIMENTO.
           READ MOVIMENTOS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-MOVIMENTOS
               GO TO 931-99-FIM.
           IF CONTA-MOV NOT = WS-CONTA-LIDA
              MOVE "10" TO STATUS-MOVIMENTOS
              GO TO 931-99-FIM.
           MOVE SEQ-MOV TO WS-ULTIMO-SEQ.
           IF TIPO-MOV = "C" OR TIPO-MOV = "c"
              ADD VALOR-MOV TO WS-SALDO
           ELSE
              SUBTRACT VALOR-MOV FROM WS-SALDO.
       931-99-FIM.
           EXIT.
      *----------------------------------------------------
       941-ATUALIZA-SALDO.
           MOVE "A" TO WS-FUNCAO-SALDO.
           CALL "ATUALSALDO" USING WS-FUNCAO-SALDO REG-MOVIMENTO
               WS-POSICAO-SALDO WS-SALDO-OK.
           IF WS-SALDO-OK NOT = "S"
              DISPLAY (22, 14)
                 "ATENCAO: SALDOCLI.DAT NAO ATUALIZADO! VER ERRLOG.".
       941-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  TARIFA DE DEVOLUCAO E LIMITE DE DEVOLUCOES SEM FUNDOS
      *****  EM VIGOR NO DIA DE MOVIMENTO (PARAMETR.DAT); SEM O
      *****  PARAMETRO FICA O VALOR FIXO
       944-LE-PARAMETROS.
           MOVE WS-NEGOCIO-DATA TO WS-PARAM-DATA.
           MOVE "TARIFADEVCHQ" TO WS-PARAM-CODIGO.
           CALL "PARAMVAL" USING WS-PARAMETRO.
           IF WS-PARAM-RESULTADO = "S"
              MOVE WS-PARAM-VALOR TO WS-TARIFA-DEVOLUCAO.
           MOVE "LIMSEMFUNDOS" TO WS-PARAM-CODIGO.
           CALL "PARAMVAL" USING WS-PARAMETRO.
           IF WS-PARAM-RESULTADO = "S"
              MOVE WS-PARAM-VALOR TO WS-LIMITE-SEM-FUNDOS.
       944-99-FIM.
           EXIT.
      *----------------------------------------------------
       960-ABRE-DEVOLUCOES.
           OPEN I-O CHEQUESDEV.
           IF STATUS-DEVOLUCOES = "35"
              OPEN OUTPUT CHEQUESDEV
              CLOSE CHEQUESDEV
              OPEN I-O CHEQUESDEV.
       960-99-FIM.
           EXIT.
      *----------------------------------------------------
       965-ULTIMA-DEVOLUCAO.
           MOVE ZEROS TO WS-ULTIMA-SEQ-DEV.
           MOVE WS-CONTA-CHQ TO CONTA-DEV.
           MOVE WS-NUMERO-DEVOL TO NUMERO-DEV.
           MOVE ZEROS TO SEQ-DEV.
           START CHEQUESDEV KEY IS NOT LESS THAN CHAVE-DEVOLUCAO
               INVALID KEY
               MOVE "10" TO STATUS-DEVOLUCOES.
           IF STATUS-DEVOLUCOES NOT = "10"
              MOVE "00" TO STATUS-DEVOLUCOES
              PERFORM 966-LE-ULTIMA-DEVOLUCAO THRU 966-99-FIM
                  UNTIL STATUS-DEVOLUCOES = "10".
           MOVE "00" TO STATUS-DEVOLUCOES.
       965-99-FIM.
           EXIT.
      *----------------------------------------------------
       966-LE-ULTIMA-DEVOLUCAO.
           READ CHEQUESDEV NEXT RECORD
               AT END
               MOVE "10" TO STATUS-DEVOLUCOES
               GO TO 966-99-FIM.
           IF CONTA-DEV NOT = WS-CONTA-CHQ
              OR NUMERO-DEV NOT = WS-NUMERO-DEVOL
              MOVE "10" TO STATUS-DEVOLUCOES
              GO TO 966-99-FIM.
           MOVE SEQ-DEV TO WS-ULTIMA-SEQ-DEV.
       966-99-FIM.
           EXIT.
      *----------------------------------------------------
       970-CONTA-SEM-FUNDOS.
           MOVE ZEROS TO WS-QTD-SEM-FUNDOS.
           OPEN INPUT CHEQUESDEV.
           IF STATUS-DEVOLUCOES NOT = "00"
              CLOSE CHEQUESDEV
              GO TO 970-99-FIM.
           MOVE WS-CONTA-CHQ TO CONTA-DEV.
           MOVE ZEROS TO NUMERO-DEV.
           MOVE ZEROS TO SEQ-DEV.
           START CHEQUESDEV KEY IS NOT LESS THAN CHAVE-DEVOLUCAO
               INVALID KEY
               MOVE "10" TO STATUS-DEVOLUCOES.
           IF STATUS-DEVOLUCOES NOT = "10"
              MOVE "00" TO STATUS-DEVOLUCOES
              PERFORM 971-SOMA-SEM-FUNDOS THRU 971-99-FIM
                  UNTIL STATUS-DEVOLUCOES = "10".
           MOVE "00" TO STATUS-DEVOLUCOES.
           CLOSE CHEQUESDEV.
       970-99-FIM.
           EXIT.
      *----------------------------------------------------
       971-SOMA-SEM-FUNDOS.
           READ CHEQUESDEV NEXT RECORD
               AT END
               MOVE "10" TO STATUS-DEVOLUCOES
               GO TO 971-99-FIM.
           IF CONTA-DEV NOT = WS-CONTA-CHQ
              MOVE "10" TO STATUS-DEVOLUCOES
              GO TO 971-99-FIM.
           IF DEV-SEM-FUNDOS
              ADD 1 TO WS-QTD-SEM-FUNDOS.
       971-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  TRAVA A CONTA WS-TRAVA-CONTA ATE A VOLTA AO MENU -
      *****  NINGUEM MAIS LANCA NELA E NENHUM LOTE COMECA
       992-TRAVA-CONTA.
           MOVE "T" TO WS-TRAVA-FUNCAO.
           CALL "TRAVACLI" USING WS-TRAVA.
           IF WS-TRAVA-RESULTADO = "S"
              MOVE WS-TRAVA-CONTA TO WS-CONTA-TRAVADA
              GO TO 992-99-FIM.
           IF WS-TRAVA-RESULTADO = "O"
              DISPLAY (23, 14) "CONTA EM USO PELO OPERADOR "
                      WS-TRAVA-DONO-OPER " (" WS-TRAVA-DONO-PROG ")!"
           ELSE IF WS-TRAVA-RESULTADO = "L"
              DISPLAY (23, 14) "LOTE " WS-TRAVA-DONO-PROG
                      " EM EXECUCAO! LANCAMENTO NAO PERMITIDO."
           ELSE
              DISPLAY (23, 14)
                 "CONTROLE DE TRAVAS INDISPONIVEL! VER ERRLOG.".
       992-99-FIM.
           EXIT.
      *----------------------------------------------------
       993-LIBERA-TRAVA.
           IF WS-CONTA-TRAVADA = ZEROS
              GO TO 993-99-FIM.
           MOVE "L" TO WS-TRAVA-FUNCAO.
           MOVE WS-CONTA-TRAVADA TO WS-TRAVA-CONTA.
           CALL "TRAVACLI" USING WS-TRAVA.
           MOVE ZEROS TO WS-CONTA-TRAVADA.
       993-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  DATA DE MOVIMENTO VEM DO CONTROLE DO DIA, NAO DO
      *****  RELOGIO - DIA EM FECHAMENTO NAO ACEITA LANCAMENTO
       994-LE-DATA-NEGOCIO.
           PERFORM 995-DATA-CONSULTA THRU 995-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              GO TO 994-99-FIM.
           IF WS-NEGOCIO-SITUACAO NOT = "A"
              MOVE "N" TO WS-NEGOCIO-OK
              DISPLAY (23, 14) "DIA " WS-DIA "/" WS-MES "/" WS-ANO
                      " EM FECHAMENTO! LANCAMENTO NAO PERMITIDO.".
       994-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  DIA DE MOVIMENTO PARA CONSULTA - VALE TAMBEM COM O
      *****  DIA EM FECHAMENTO
       995-DATA-CONSULTA.
           MOVE "N" TO WS-NEGOCIO-OK.
           MOVE "C" TO WS-NEGOCIO-FUNCAO.
           CALL "DATACONT" USING WS-DIA-NEGOCIO.
           IF WS-NEGOCIO-RESULTADO NOT = "S"
              DISPLAY (23, 14)
                 "CONTROLE DE DATA INDISPONIVEL! VER ERRLOG."
              GO TO 995-99-FIM.
           MOVE WS-NEGOCIO-DATA TO WS-DATA-SISTEMA.
           MOVE WS-NEGOCIO-DATA (7:2) TO WS-DIA.
           MOVE WS-NEGOCIO-DATA (5:2) TO WS-MES.
           MOVE WS-NEGOCIO-DATA (1:4) TO WS-ANO.
           MOVE "S" TO WS-NEGOCIO-OK.
       995-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           DISPLAY (01, 01) ERASE.
