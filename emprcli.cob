       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EMPRESCLI.
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
           SELECT MOVIMENTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-MOVIMENTO
               FILE STATUS IS STATUS-MOVIMENTOS.
           SELECT EMPRESTIMOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-EMPRESTIMO
               FILE STATUS IS STATUS-EMPRESTIMOS.
           SELECT PARCELAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-PARCELA
               FILE STATUS IS STATUS-PARCELAS.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       COPY "layout.cob".
      *
       COPY "movimen.cob".
      *
       COPY "emprest.cob".
      *
       COPY "parcela.cob".
      *
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EMPRREL.TXT".
       01  REG-RELATORIO          PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  DV1            PIC 9(01) VALUE ZEROS.
           02  DV2            PIC 9(01) VALUE ZEROS.
           02  DV3            PIC 9(01) VALUE ZEROS.
           02  DV-RECALCULADO PIC 9(01) VALUE ZEROS.
           02  RESPOSTA       PIC A.
           02  WS-PAUSA       PIC X(01).
           02  STATUS-CLIENTES PIC X(02) VALUE "00".
           02  STATUS-MOVIMENTOS PIC X(02) VALUE "00".
           02  STATUS-EMPRESTIMOS PIC X(02) VALUE "00".
           02  STATUS-PARCELAS PIC X(02) VALUE "00".
           02  STATUS-RELATORIO PIC X(02) VALUE "00".
           02  OPCAO-MENU     PIC X(01).
           02  WS-DV-DIGITADO PIC 9(01) VALUE ZEROS.
           02  WS-VALOR       PIC 9(07)V99 VALUE ZEROS.
           02  WS-TAXA        PIC 9(02)V99 VALUE ZEROS.
           02  WS-PRAZO       PIC 9(03) VALUE ZEROS.
       01  PARAMETROS-EMPRESTIMO.
           02  WS-TAXA-PADRAO     PIC 9(02)V99 VALUE 2,50.
           02  WS-PRAZO-MAXIMO    PIC 9(03) VALUE 120.
       01  WS-CONTROLE-EMPRESTIMO.
           02  WS-CONTA-EMPR      PIC 9(05) VALUE ZEROS.
           02  WS-NUMERO-EMPR     PIC 9(03) VALUE ZEROS.
           02  WS-ULTIMO-NUMERO   PIC 9(03) VALUE ZEROS.
           02  WS-SEQ-PARC        PIC 9(03) VALUE ZEROS.
           02  WS-DIA-VENCTO      PIC 9(02) VALUE ZEROS.
           02  WS-TAXA-DEC        PIC 9(01)V9(08) VALUE ZEROS.
           02  WS-FATOR           PIC 9(09)V9(08) VALUE ZEROS.
           02  WS-DIVISOR         PIC 9(09)V9(08) VALUE ZEROS.
           02  WS-PARCELA         PIC 9(07)V99 VALUE ZEROS.
           02  WS-SALDO-DEVEDOR   PIC 9(07)V99 VALUE ZEROS.
           02  WS-JUROS           PIC 9(07)V99 VALUE ZEROS.
           02  WS-AMORTIZ         PIC 9(07)V99 VALUE ZEROS.
           02  WS-TOTAL-JUROS     PIC 9(09)V99 VALUE ZEROS.
           02  WS-MESES           PIC 9(07) VALUE ZEROS.
           02  WS-ANO-VENCTO      PIC 9(04) VALUE ZEROS.
           02  WS-MES-VENCTO      PIC 9(02) VALUE ZEROS.
           02  WS-PROXIMA-PARC    PIC 9(03) VALUE ZEROS.
           02  WS-VENCTO-PROXIMA  PIC 9(08) VALUE ZEROS.
           02  WS-QTD-ATRASO      PIC 9(03) VALUE ZEROS.
           02  WS-VALOR-ATRASO    PIC 9(09)V99 VALUE ZEROS.
       01  WS-CALCULO-DATAS.
           02  WS-DATA-AAAAMMDD   PIC 9(08) VALUE ZEROS.
           02  WS-DATA-CALC.
               03  WS-DIA-CALC    PIC 9(02) VALUE ZEROS.
               03  WS-MES-CALC    PIC 9(02) VALUE ZEROS.
               03  WS-ANO-CALC    PIC 9(04) VALUE ZEROS.
           02  WS-FUNCAO-DIAS     PIC X(01) VALUE "N".
           02  WS-NUM-DIAS        PIC 9(07) VALUE ZEROS.
           02  WS-DIAS-HOJE       PIC 9(07) VALUE ZEROS.
           02  WS-DIAS-ATRASO     PIC 9(05) VALUE ZEROS.
       01  WS-SALDO-CONTA.
           02  WS-SALDO       PIC S9(07)V99 VALUE ZEROS.
           02  WS-SALDO-ED    PIC -Z.ZZZ.ZZ9,99.
           02  WS-VALOR-ED    PIC Z.ZZZ.ZZ9,99.
           02  WS-ULTIMO-SEQ  PIC 9(05) VALUE ZEROS.
           02  WS-CONTA-LIDA  PIC 9(05) VALUE ZEROS.
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
       01  TABELA-FAIXAS.
           02  FAIXA-OCORRENCIA   OCCURS 4 TIMES.
               03  FAIXA-QTD      PIC 9(05).
               03  FAIXA-VALOR    PIC 9(09)V99.
       01  NOMES-FAIXAS.
           02  FILLER             PIC X(14) VALUE "1 A 30 DIAS   ".
           02  FILLER             PIC X(14) VALUE "31 A 60 DIAS  ".
           02  FILLER             PIC X(14) VALUE "61 A 90 DIAS  ".
           02  FILLER             PIC X(14) VALUE "ACIMA 90 DIAS ".
       01  TABELA-NOMES REDEFINES NOMES-FAIXAS.
           02  NOME-FAIXA         PIC X(14) OCCURS 4 TIMES.
       01  WS-RELATORIO.
           02  WS-FAIXA           PIC 9(01) VALUE ZEROS.
           02  WS-TOTAL-ATIVOS    PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-QUITADOS  PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-CARTEIRA  PIC 9(09)V99 VALUE ZEROS.
           02  WS-TOTAL-ED        PIC ZZZ.ZZZ.ZZ9,99.
           02  WS-LINHA-RELATORIO PIC X(80) VALUE SPACES.
       01  WS-JORNAL-PROGRAMA     PIC X(08) VALUE "EMPRESCL".
       01  WS-DATA.
           02  WS-DIA         PIC 9(02) VALUE ZEROS.
           02  WS-MES         PIC 9(02) VALUE ZEROS.
           02  WS-ANO         PIC 9(04) VALUE ZEROS.
       01  WS-DATA-SISTEMA    PIC 9(08) VALUE ZEROS.
       01  WS-TRAVA.
           02  WS-TRAVA-FUNCAO    PIC X(01) VALUE SPACE.
           02  WS-TRAVA-CONTA     PIC 9(05) VALUE ZEROS.
           02  WS-TRAVA-PROGRAMA  PIC X(08) VALUE "EMPRESCL".
           02  WS-TRAVA-OPERADOR  PIC X(04) VALUE SPACES.
           02  WS-TRAVA-RESULTADO PIC X(01) VALUE "N".
           02  WS-TRAVA-DONO-OPER PIC X(04) VALUE SPACES.
           02  WS-TRAVA-DONO-PROG PIC X(08) VALUE SPACES.
           02  WS-TRAVA-DONO-CONTA PIC 9(05) VALUE ZEROS.
       01  WS-CONTA-TRAVADA       PIC 9(05) VALUE ZEROS.
       01  WS-DIA-NEGOCIO.
           02  WS-NEGOCIO-FUNCAO  PIC X(01) VALUE "C".
           02  WS-NEGOCIO-PROGRAMA PIC X(08) VALUE "EMPRESCL".
           02  WS-NEGOCIO-DATA    PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-SITUACAO PIC X(01) VALUE SPACE.
           02  WS-NEGOCIO-ANTERIOR PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-RESULTADO PIC X(01) VALUE "N".
       01  WS-NEGOCIO-OK          PIC X(01) VALUE "N".
       SCREEN SECTION.
       01  TELA-MENU.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 22  VALUE "*** EMPRESTIMOS ***".
           02  LINE  8 COLUMN 20  VALUE "1 - Contratar emprestimo".
           02  LINE  9 COLUMN 20  VALUE "2 - Consultar contrato".
           02  LINE 10 COLUMN 20  VALUE "3 - Carteira de emprestimos".
           02  LINE 11 COLUMN 20  VALUE "4 - Sair".
           02  LINE 13 COLUMN 20  VALUE "Escolha uma opcao: ".
       01  TELA-CONTRATO.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 22  VALUE "*** NOVO EMPRESTIMO ***".
           02  LINE  6 COLUMN 07  VALUE "Conta Corrente ........:".
           02  LINE  7 COLUMN 07  VALUE "Nome ..................:".
           02  LINE  9 COLUMN 07  VALUE "Valor emprestado ......:".
           02  LINE 10 COLUMN 07  VALUE "Taxa mensal (%) .......:".
           02  LINE 11 COLUMN 07  VALUE "Prazo (meses) .........:".
           02  LINE 13 COLUMN 07  VALUE "Valor da parcela ......:".
           02  LINE 14 COLUMN 07  VALUE "Dia de vencimento .....:".
           02  LINE 15 COLUMN 07  VALUE "Total de juros ........:".
       01  TELA-CONSULTA.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 22  VALUE "*** CONSULTA CONTRATO ***".
           02  LINE  6 COLUMN 07  VALUE "Conta Corrente ........:".
           02  LINE  7 COLUMN 07  VALUE "Numero do contrato ....:".
           02  LINE  9 COLUMN 07  VALUE "Valor emprestado ......:".
           02  LINE 10 COLUMN 07  VALUE "Parcela / prazo .......:".
           02  LINE 11 COLUMN 07  VALUE "Parcelas pagas ........:".
           02  LINE 12 COLUMN 07  VALUE "Saldo devedor .........:".
           02  LINE 13 COLUMN 07  VALUE "Situacao ..............:".
           02  LINE 15 COLUMN 07  VALUE "Proxima parcela .......:".
           02  LINE 16 COLUMN 07  VALUE "Parcelas em atraso ....:".
           02  LINE 17 COLUMN 07  VALUE "Valor em atraso .......:".
       PROCEDURE DIVISION.
      *----------------------------------------------------
       000-MENU.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-MENU.
           ACCEPT (13, 40) OPCAO-MENU WITH PROMPT.
           IF OPCAO-MENU = "1"
              GO TO 100-CONTRATAR
           ELSE IF OPCAO-MENU = "2"
              GO TO 200-CONSULTAR
           ELSE IF OPCAO-MENU = "3"
              GO TO 300-CARTEIRA
           ELSE IF OPCAO-MENU = "4"
              GO TO 999-FIM
           ELSE
              GO TO 000-MENU.
      *----------------------------------------------------
       100-CONTRATAR.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-CONTRATO.
           PERFORM 994-LE-DATA-NEGOCIO THRU 994-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       110-RECEBE-CONTA.
           ACCEPT (06, 32) CONTACORRENTE WITH PROMPT.
           IF CONTACORRENTE = SPACES
              GO 110-RECEBE-CONTA.
           PERFORM 910-VERIFICA-DV THRU 910-99-FIM.
           ACCEPT (06, 39) WS-DV-DIGITADO WITH PROMPT.
           IF WS-DV-DIGITADO NOT = DV-RECALCULADO
              DISPLAY (23, 14) "DIGITO DE CONTROLE INVALIDO! Reinforme."
              GO TO 110-RECEBE-CONTA.
           DISPLAY (23, 14) "                                        ".
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
           IF NOT CONTA-ATIVA
              DISPLAY (23, 14)
                 "CONTA NAO ESTA ATIVA! EMPRESTIMO NAO PERMITIDO."
              CLOSE CLIENTES
              GO TO 900-AGUARDA-VOLTA.
           DISPLAY (07, 32) NOMECLIENTE.
           MOVE CONTACORRENTE TO WS-CONTA-EMPR.
           CLOSE CLIENTES.
           MOVE WS-CONTA-EMPR TO WS-TRAVA-CONTA.
           PERFORM 992-TRAVA-CONTA THRU 992-99-FIM.
           IF WS-TRAVA-RESULTADO NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       120-RECEBE-VALOR.
           ACCEPT (09, 32) WS-VALOR WITH PROMPT.
           IF WS-VALOR = ZEROS
              DISPLAY (23, 14) "VALOR DEVE SER MAIOR QUE ZERO!"
              GO 120-RECEBE-VALOR.
           DISPLAY (23, 14) "                                        ".
       121-RECEBE-TAXA.
           ACCEPT (10, 32) WS-TAXA WITH PROMPT.
           IF WS-TAXA = ZEROS
              MOVE WS-TAXA-PADRAO TO WS-TAXA
              DISPLAY (10, 32) WS-TAXA.
       122-RECEBE-PRAZO.
           ACCEPT (11, 32) WS-PRAZO WITH PROMPT.
           IF WS-PRAZO = ZEROS OR WS-PRAZO > WS-PRAZO-MAXIMO
              DISPLAY (23, 14) "PRAZO DE 1 A " WS-PRAZO-MAXIMO
                      " MESES! Reinforme."
              GO 122-RECEBE-PRAZO.
           DISPLAY (23, 14) "                                        ".
      *----------------------------------------------------
       130-CALCULA-PARCELA.
      *****  PARCELA CONSTANTE (TABELA PRICE):
      *****  PMT = PV * I * (1 + I) ** N / ((1 + I) ** N - 1)
           COMPUTE WS-TAXA-DEC = WS-TAXA / 100.
           COMPUTE WS-FATOR = ( 1 + WS-TAXA-DEC ) ** WS-PRAZO.
           COMPUTE WS-DIVISOR = WS-FATOR - 1.
           COMPUTE WS-PARCELA ROUNDED = WS-VALOR * WS-TAXA-DEC
               * WS-FATOR / WS-DIVISOR.
      *****  VENCIMENTO MENSAL NO DIA DA CONTRATACAO, LIMITADO AO
      *****  DIA 28 PARA EXISTIR EM TODOS OS MESES
           IF WS-DIA > 28
              MOVE 28 TO WS-DIA-VENCTO
           ELSE
              MOVE WS-DIA TO WS-DIA-VENCTO.
           COMPUTE WS-TOTAL-JUROS = WS-PARCELA * WS-PRAZO - WS-VALOR.
           MOVE WS-PARCELA TO WS-VALOR-ED.
           DISPLAY (13, 32) WS-VALOR-ED.
           DISPLAY (14, 32) WS-DIA-VENCTO.
           MOVE WS-TOTAL-JUROS TO WS-VALOR-ED.
           DISPLAY (15, 32) WS-VALOR-ED.
           DISPLAY (23, 14) "Confirma o emprestimo? (S/N) ".
           ACCEPT (23, 44) RESPOSTA.
           DISPLAY (23, 14) "                               ".
           IF RESPOSTA = "S" or "s"
              NEXT SENTENCE
           ELSE
              GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       140-GRAVA-CONTRATO.
           PERFORM 925-ABRE-EMPRESTIMOS THRU 925-99-FIM.
           PERFORM 935-PROXIMO-NUMERO THRU 935-99-FIM.
           IF WS-ULTIMO-NUMERO NOT < 999
              DISPLAY (23, 14) "LIMITE DE CONTRATOS DA CONTA!"
              CLOSE EMPRESTIMOS
              CLOSE PARCELAS
              GO TO 900-AGUARDA-VOLTA.
           COMPUTE WS-NUMERO-EMPR = WS-ULTIMO-NUMERO + 1.
           MOVE WS-CONTA-EMPR    TO CONTA-EMPR.
           MOVE WS-NUMERO-EMPR   TO NUMERO-EMPR.
           MOVE WS-DV-DIGITADO   TO DV-EMPR.
           MOVE WS-VALOR         TO PRINCIPAL-EMPR.
           MOVE WS-TAXA          TO TAXA-EMPR.
           MOVE WS-PRAZO         TO PRAZO-EMPR.
           MOVE WS-PARCELA       TO VALOR-PARCELA-EMPR.
           MOVE WS-DATA-SISTEMA  TO DATA-CONTRATO-EMPR.
           MOVE WS-DIA-VENCTO    TO DIA-VENCTO-EMPR.
           MOVE "A"              TO SITUACAO-EMPR.
           MOVE ZEROS            TO DATA-QUITACAO-EMPR.
           MOVE WS-VALOR         TO SALDO-DEVEDOR-EMPR.
           MOVE ZEROS            TO PARCELAS-PAGAS-EMPR.
           WRITE REG-EMPRESTIMO
               INVALID KEY
               DISPLAY (23, 14)
                  "ERRO AO GRAVAR CONTRATO! AVISAR O SUPORTE."
               CLOSE EMPRESTIMOS
               CLOSE PARCELAS
               GO TO 900-AGUARDA-VOLTA.
      *****  GERA O CRONOGRAMA DE PARCELAS
           MOVE WS-VALOR TO WS-SALDO-DEVEDOR.
           PERFORM 150-GERA-PARCELA THRU 150-99-FIM
               VARYING WS-SEQ-PARC FROM 1 BY 1
               UNTIL WS-SEQ-PARC > WS-PRAZO.
           CLOSE EMPRESTIMOS.
           CLOSE PARCELAS.
      *****  CREDITA O VALOR EMPRESTADO NA CONTA CORRENTE
           PERFORM 920-ABRE-MOVIMENTOS THRU 920-99-FIM.
           MOVE WS-CONTA-EMPR TO CONTACORRENTE.
           PERFORM 930-CALCULA-SALDO THRU 930-99-FIM.
           MOVE WS-CONTA-EMPR  TO CONTA-MOV.
           COMPUTE SEQ-MOV = WS-ULTIMO-SEQ + 1.
           MOVE WS-DV-DIGITADO TO DV-MOV.
           MOVE "C"            TO TIPO-MOV.
           MOVE WS-DIA         TO DIA-MOV.
           MOVE WS-MES         TO MES-MOV.
           MOVE WS-ANO         TO ANO-MOV.
           MOVE WS-VALOR       TO VALOR-MOV.
           MOVE SPACES TO HISTORICO-MOV.
           STRING "LIBERACAO EMPR " DELIMITED BY SIZE
                  WS-NUMERO-EMPR DELIMITED BY SIZE
                  INTO HISTORICO-MOV.
           MOVE SPACE TO SITUACAO-MOV.
           MOVE 060 TO CODIGO-MOV.
           WRITE REG-MOVIMENTO
               INVALID KEY
               DISPLAY (23, 14)
                  "ERRO AO CREDITAR O EMPRESTIMO! AVISAR O SUPORTE."
               CLOSE MOVIMENTOS
               GO TO 900-AGUARDA-VOLTA.
           CALL "JORNALMOV" USING WS-JORNAL-PROGRAMA REG-MOVIMENTO.
           PERFORM 941-ATUALIZA-SALDO THRU 941-99-FIM.
           CLOSE MOVIMENTOS.
           DISPLAY (17, 07) "Numero do contrato ....: " WS-NUMERO-EMPR.
           DISPLAY (23, 14) "EMPRESTIMO CONTRATADO E CREDITADO!".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       150-GERA-PARCELA.
           MOVE WS-CONTA-EMPR  TO CONTA-PARC.
           MOVE WS-NUMERO-EMPR TO NUMERO-PARC.
           MOVE WS-SEQ-PARC    TO SEQ-PARC.
           COMPUTE WS-MESES = WS-ANO * 12 + WS-MES - 1 + WS-SEQ-PARC.
           DIVIDE WS-MESES BY 12 GIVING WS-ANO-VENCTO
               REMAINDER WS-MES-VENCTO.
           ADD 1 TO WS-MES-VENCTO.
           COMPUTE DATA-VENCTO-PARC = WS-ANO-VENCTO * 10000
               + WS-MES-VENCTO * 100 + WS-DIA-VENCTO.
           COMPUTE WS-JUROS ROUNDED = WS-SALDO-DEVEDOR * WS-TAXA-DEC.
      *****  A ULTIMA PARCELA ABSORVE A DIFERENCA DE ARREDONDAMENTO
           IF WS-SEQ-PARC = WS-PRAZO
              MOVE WS-SALDO-DEVEDOR TO WS-AMORTIZ
              COMPUTE VALOR-PARC = WS-AMORTIZ + WS-JUROS
           ELSE
              COMPUTE WS-AMORTIZ = WS-PARCELA - WS-JUROS
              MOVE WS-PARCELA TO VALOR-PARC.
           SUBTRACT WS-AMORTIZ FROM WS-SALDO-DEVEDOR.
           MOVE WS-JUROS         TO JUROS-PARC.
           MOVE WS-AMORTIZ       TO AMORTIZ-PARC.
           MOVE WS-SALDO-DEVEDOR TO SALDO-APOS-PARC.
           MOVE "A"              TO SITUACAO-PARC.
           MOVE ZEROS            TO DATA-PAGTO-PARC.
           MOVE ZEROS            TO MORA-PARC.
           WRITE REG-PARCELA
               INVALID KEY
               DISPLAY (23, 14) "ERRO AO GRAVAR PARCELA " WS-SEQ-PARC.
       150-99-FIM.
           EXIT.
      *----------------------------------------------------
       200-CONSULTAR.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-CONSULTA.
           PERFORM 995-DATA-CONSULTA THRU 995-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       210-RECEBE-CHAVE.
           ACCEPT (06, 32) WS-CONTA-EMPR WITH PROMPT.
           IF WS-CONTA-EMPR = ZEROS
              GO 210-RECEBE-CHAVE.
           ACCEPT (07, 32) WS-NUMERO-EMPR WITH PROMPT.
           IF WS-NUMERO-EMPR = ZEROS
              GO 210-RECEBE-CHAVE.
           PERFORM 925-ABRE-EMPRESTIMOS THRU 925-99-FIM.
           MOVE WS-CONTA-EMPR TO CONTA-EMPR.
           MOVE WS-NUMERO-EMPR TO NUMERO-EMPR.
           READ EMPRESTIMOS
               INVALID KEY
               DISPLAY (23, 14) "CONTRATO NAO ENCONTRADO!"
               CLOSE EMPRESTIMOS
               CLOSE PARCELAS
               GO TO 900-AGUARDA-VOLTA.
           MOVE PRINCIPAL-EMPR TO WS-VALOR-ED.
           DISPLAY (09, 32) WS-VALOR-ED.
           MOVE VALOR-PARCELA-EMPR TO WS-VALOR-ED.
           DISPLAY (10, 32) WS-VALOR-ED " x " PRAZO-EMPR.
           DISPLAY (11, 32) PARCELAS-PAGAS-EMPR.
           MOVE SALDO-DEVEDOR-EMPR TO WS-VALOR-ED.
           DISPLAY (12, 32) WS-VALOR-ED.
           IF EMPR-QUITADO
              DISPLAY (13, 32) "QUITADO EM " DATA-QUITACAO-EMPR
           ELSE
              DISPLAY (13, 32) "ATIVO".
           PERFORM 220-RESUMO-PARCELAS THRU 220-99-FIM.
           CLOSE EMPRESTIMOS.
           CLOSE PARCELAS.
           IF WS-PROXIMA-PARC = ZEROS
              DISPLAY (15, 32) "NENHUMA"
           ELSE
              DISPLAY (15, 32) WS-PROXIMA-PARC " VENCTO "
                      WS-VENCTO-PROXIMA.
           DISPLAY (16, 32) WS-QTD-ATRASO.
           MOVE WS-VALOR-ATRASO TO WS-VALOR-ED.
           DISPLAY (17, 32) WS-VALOR-ED.
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       220-RESUMO-PARCELAS.
           MOVE ZEROS TO WS-PROXIMA-PARC.
           MOVE ZEROS TO WS-VENCTO-PROXIMA.
           MOVE ZEROS TO WS-QTD-ATRASO.
           MOVE ZEROS TO WS-VALOR-ATRASO.
           MOVE CONTA-EMPR TO CONTA-PARC.
           MOVE NUMERO-EMPR TO NUMERO-PARC.
           MOVE ZEROS TO SEQ-PARC.
           START PARCELAS KEY IS NOT LESS THAN CHAVE-PARCELA
               INVALID KEY
               MOVE "10" TO STATUS-PARCELAS.
           IF STATUS-PARCELAS NOT = "10"
              MOVE "00" TO STATUS-PARCELAS
              PERFORM 221-LE-PARCELA THRU 221-99-FIM
                  UNTIL STATUS-PARCELAS = "10".
           MOVE "00" TO STATUS-PARCELAS.
       220-99-FIM.
           EXIT.
      *----------------------------------------------------
       221-LE-PARCELA.
           READ PARCELAS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-PARCELAS
               GO TO 221-99-FIM.
           IF CONTA-PARC NOT = CONTA-EMPR OR
              NUMERO-PARC NOT = NUMERO-EMPR
              MOVE "10" TO STATUS-PARCELAS
              GO TO 221-99-FIM.
           IF PARC-PAGA
              GO TO 221-99-FIM.
           IF DATA-VENCTO-PARC < WS-DATA-SISTEMA
              ADD 1 TO WS-QTD-ATRASO
              ADD VALOR-PARC TO WS-VALOR-ATRASO
              ADD MORA-PARC TO WS-VALOR-ATRASO
              GO TO 221-99-FIM.
           IF WS-PROXIMA-PARC = ZEROS
              MOVE SEQ-PARC TO WS-PROXIMA-PARC
              MOVE DATA-VENCTO-PARC TO WS-VENCTO-PROXIMA.
       221-99-FIM.
           EXIT.
      *----------------------------------------------------
       300-CARTEIRA.
           DISPLAY (01, 01) ERASE.
           DISPLAY (02, 20) "*** CARTEIRA DE EMPRESTIMOS ***".
           PERFORM 995-DATA-CONSULTA THRU 995-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
           MOVE WS-DATA-SISTEMA TO WS-DATA-AAAAMMDD.
           PERFORM 950-DATA-PARA-DIAS THRU 950-99-FIM.
           MOVE WS-NUM-DIAS TO WS-DIAS-HOJE.
           MOVE ZEROS TO WS-TOTAL-ATIVOS.
           MOVE ZEROS TO WS-TOTAL-QUITADOS.
           MOVE ZEROS TO WS-TOTAL-CARTEIRA.
           MOVE ZEROS TO TABELA-FAIXAS.
           PERFORM 925-ABRE-EMPRESTIMOS THRU 925-99-FIM.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "CARTEIRA DE EMPRESTIMOS EM " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "CONTA NUM  SALDO DEVEDOR PAGAS PRAZO  ATRASO"
             TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ZEROS TO CONTA-EMPR.
           MOVE ZEROS TO NUMERO-EMPR.
           START EMPRESTIMOS KEY IS NOT LESS THAN CHAVE-EMPRESTIMO
               INVALID KEY
               MOVE "10" TO STATUS-EMPRESTIMOS.
           IF STATUS-EMPRESTIMOS NOT = "10"
              MOVE "00" TO STATUS-EMPRESTIMOS
              PERFORM 310-LISTA-CONTRATO THRU 310-99-FIM
                  UNTIL STATUS-EMPRESTIMOS = "10".
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE WS-TOTAL-CARTEIRA TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "CONTRATOS ATIVOS / SALDO DEVEDOR ..: "
                  DELIMITED BY SIZE
                  WS-TOTAL-ATIVOS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "PARCELAS VENCIDAS POR TEMPO DE ATRASO:"
             TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           PERFORM 330-TOTAL-FAIXA THRU 330-99-FIM
               VARYING WS-FAIXA FROM 1 BY 1
               UNTIL WS-FAIXA > 4.
      *****  CONTRATOS QUITADOS NO MES CORRENTE
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "CONTRATOS QUITADOS NO MES:" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ZEROS TO CONTA-EMPR.
           MOVE ZEROS TO NUMERO-EMPR.
           START EMPRESTIMOS KEY IS NOT LESS THAN CHAVE-EMPRESTIMO
               INVALID KEY
               MOVE "10" TO STATUS-EMPRESTIMOS.
           IF STATUS-EMPRESTIMOS NOT = "10"
              MOVE "00" TO STATUS-EMPRESTIMOS
              PERFORM 340-LISTA-QUITADO THRU 340-99-FIM
                  UNTIL STATUS-EMPRESTIMOS = "10".
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "TOTAL QUITADOS NO MES ..: " DELIMITED BY SIZE
                  WS-TOTAL-QUITADOS DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE EMPRESTIMOS.
           CLOSE PARCELAS.
           CLOSE RELATORIO.
           MOVE WS-TOTAL-CARTEIRA TO WS-TOTAL-ED.
           DISPLAY (06, 07) "CONTRATOS ATIVOS ......: " WS-TOTAL-ATIVOS.
           DISPLAY (07, 07) "SALDO DEVEDOR TOTAL ...: " WS-TOTAL-ED.
           DISPLAY (08, 07) "QUITADOS NO MES .......: "
                   WS-TOTAL-QUITADOS.
           DISPLAY (10, 07) "RELATORIO GRAVADO EM EMPRREL.TXT".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       310-LISTA-CONTRATO.
           READ EMPRESTIMOS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-EMPRESTIMOS
               GO TO 310-99-FIM.
           IF NOT EMPR-ATIVO
              GO TO 310-99-FIM.
           ADD 1 TO WS-TOTAL-ATIVOS.
           ADD SALDO-DEVEDOR-EMPR TO WS-TOTAL-CARTEIRA.
           MOVE ZEROS TO WS-QTD-ATRASO.
           MOVE CONTA-EMPR TO CONTA-PARC.
           MOVE NUMERO-EMPR TO NUMERO-PARC.
           MOVE ZEROS TO SEQ-PARC.
           START PARCELAS KEY IS NOT LESS THAN CHAVE-PARCELA
               INVALID KEY
               MOVE "10" TO STATUS-PARCELAS.
           IF STATUS-PARCELAS NOT = "10"
              MOVE "00" TO STATUS-PARCELAS
              PERFORM 320-CLASSIFICA-PARCELA THRU 320-99-FIM
                  UNTIL STATUS-PARCELAS = "10".
           MOVE "00" TO STATUS-PARCELAS.
           MOVE SALDO-DEVEDOR-EMPR TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING CONTA-EMPR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NUMERO-EMPR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  PARCELAS-PAGAS-EMPR DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  PRAZO-EMPR DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-QTD-ATRASO DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       310-99-FIM.
           EXIT.
      *----------------------------------------------------
       320-CLASSIFICA-PARCELA.
           READ PARCELAS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-PARCELAS
               GO TO 320-99-FIM.
           IF CONTA-PARC NOT = CONTA-EMPR OR
              NUMERO-PARC NOT = NUMERO-EMPR
              MOVE "10" TO STATUS-PARCELAS
              GO TO 320-99-FIM.
           IF PARC-PAGA
              GO TO 320-99-FIM.
           IF DATA-VENCTO-PARC NOT < WS-DATA-SISTEMA
              GO TO 320-99-FIM.
           MOVE DATA-VENCTO-PARC TO WS-DATA-AAAAMMDD.
           PERFORM 950-DATA-PARA-DIAS THRU 950-99-FIM.
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-NUM-DIAS.
           IF WS-DIAS-ATRASO NOT > 30
              MOVE 1 TO WS-FAIXA
           ELSE IF WS-DIAS-ATRASO NOT > 60
              MOVE 2 TO WS-FAIXA
           ELSE IF WS-DIAS-ATRASO NOT > 90
              MOVE 3 TO WS-FAIXA
           ELSE
              MOVE 4 TO WS-FAIXA.
           ADD 1 TO WS-QTD-ATRASO.
           ADD 1 TO FAIXA-QTD (WS-FAIXA).
           ADD VALOR-PARC TO FAIXA-VALOR (WS-FAIXA).
           ADD MORA-PARC TO FAIXA-VALOR (WS-FAIXA).
       320-99-FIM.
           EXIT.
      *----------------------------------------------------
       330-TOTAL-FAIXA.
           MOVE FAIXA-VALOR (WS-FAIXA) TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "  ATRASO " DELIMITED BY SIZE
                  NOME-FAIXA (WS-FAIXA) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FAIXA-QTD (WS-FAIXA) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       330-99-FIM.
           EXIT.
      *----------------------------------------------------
       340-LISTA-QUITADO.
           READ EMPRESTIMOS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-EMPRESTIMOS
               GO TO 340-99-FIM.
           IF NOT EMPR-QUITADO
              GO TO 340-99-FIM.
           IF DATA-QUITACAO-EMPR (1:6) NOT = WS-DATA-SISTEMA (1:6)
              GO TO 340-99-FIM.
           ADD 1 TO WS-TOTAL-QUITADOS.
           MOVE PRINCIPAL-EMPR TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING CONTA-EMPR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NUMERO-EMPR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  " QUITADO EM " DELIMITED BY SIZE
                  DATA-QUITACAO-EMPR DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       340-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-AGUARDA-VOLTA.
           PERFORM 993-LIBERA-TRAVA THRU 993-99-FIM.
           DISPLAY (24, 14) "Pressione ENTER para voltar ao menu.".
           ACCEPT (24, 55) WS-PAUSA.
           GO TO 000-MENU.
      *----------------------------------------------------
       910-VERIFICA-DV.
           COMPUTE DV1 = ( X1 * 6 ) + ( X2 * 5 ) + ( X3 * 4 ) +
                         ( X4 * 3 ) + ( X5 * 2 ).
           DIVIDE DV1 BY 11 GIVING DV2 REMAINDER DV3.
           IF DV3 = 0 OR DV3 = 1
              MOVE DV3 TO DV-RECALCULADO
           ELSE
              COMPUTE DV-RECALCULADO = 11 - DV3.
       910-99-FIM.
           EXIT.
      *----------------------------------------------------
       920-ABRE-MOVIMENTOS.
           OPEN I-O MOVIMENTOS.
           IF STATUS-MOVIMENTOS = "35"
              OPEN OUTPUT MOVIMENTOS
              CLOSE MOVIMENTOS
              OPEN I-O MOVIMENTOS.
       920-99-FIM.
           EXIT.
      *----------------------------------------------------
       925-ABRE-EMPRESTIMOS.
           OPEN I-O EMPRESTIMOS.
           IF STATUS-EMPRESTIMOS = "35"
              OPEN OUTPUT EMPRESTIMOS
              CLOSE EMPRESTIMOS
              OPEN I-O EMPRESTIMOS.
           OPEN I-O PARCELAS.
           IF STATUS-PARCELAS = "35"
              OPEN OUTPUT PARCELAS
              CLOSE PARCELAS
              OPEN I-O PARCELAS.
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
       935-PROXIMO-NUMERO.
           MOVE ZEROS TO WS-ULTIMO-NUMERO.
           MOVE WS-CONTA-EMPR TO CONTA-EMPR.
           MOVE ZEROS TO NUMERO-EMPR.
           START EMPRESTIMOS KEY IS NOT LESS THAN CHAVE-EMPRESTIMO
               INVALID KEY
               MOVE "10" TO STATUS-EMPRESTIMOS.
           IF STATUS-EMPRESTIMOS NOT = "10"
              MOVE "00" TO STATUS-EMPRESTIMOS
              PERFORM 936-LE-CONTRATO THRU 936-99-FIM
                  UNTIL STATUS-EMPRESTIMOS = "10".
           MOVE "00" TO STATUS-EMPRESTIMOS.
       935-99-FIM.
           EXIT.
      *----------------------------------------------------
       936-LE-CONTRATO.
           READ EMPRESTIMOS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-EMPRESTIMOS
               GO TO 936-99-FIM.
           IF CONTA-EMPR NOT = WS-CONTA-EMPR
              MOVE "10" TO STATUS-EMPRESTIMOS
              GO TO 936-99-FIM.
           MOVE NUMERO-EMPR TO WS-ULTIMO-NUMERO.
       936-99-FIM.
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
           STOP RUN.
      ***---------- FIM DO PROGRAMA EMPRESCLI ---------***
