       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APLICACLI.
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
           SELECT APLICACOES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-APLICACAO
               FILE STATUS IS STATUS-APLICACOES.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       COPY "layout.cob".
      *
       COPY "movimen.cob".
      *
       COPY "aplicac.cob".
      *
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "APLICREL.TXT".
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
           02  STATUS-APLICACOES PIC X(02) VALUE "00".
           02  STATUS-RELATORIO PIC X(02) VALUE "00".
           02  OPCAO-MENU     PIC X(01).
           02  WS-DV-DIGITADO PIC 9(01) VALUE ZEROS.
           02  WS-VALOR       PIC 9(07)V99 VALUE ZEROS.
           02  WS-TAXA        PIC 9(02)V99 VALUE ZEROS.
           02  WS-PRAZO       PIC 9(03) VALUE ZEROS.
       01  PARAMETROS-APLICACAO.
           02  WS-TAXA-PADRAO     PIC 9(02)V99 VALUE 0,80.
           02  WS-PRAZO-MINIMO    PIC 9(03) VALUE 30.
           02  WS-PERC-MULTA      PIC 9(02)V99 VALUE 2,00.
       01  WS-CONTROLE-APLICACAO.
           02  WS-CONTA-APL       PIC 9(05) VALUE ZEROS.
           02  WS-NUMERO-APL      PIC 9(03) VALUE ZEROS.
           02  WS-ULTIMO-NUMERO   PIC 9(03) VALUE ZEROS.
           02  WS-DATA-VENCTO     PIC 9(08) VALUE ZEROS.
           02  WS-DIAS-INICIO     PIC 9(07) VALUE ZEROS.
           02  WS-DIAS-HOJE       PIC 9(07) VALUE ZEROS.
           02  WS-DIAS-DECORRIDOS PIC 9(05) VALUE ZEROS.
           02  WS-DIAS-A-VENCER   PIC 9(05) VALUE ZEROS.
           02  WS-JUROS           PIC 9(07)V99 VALUE ZEROS.
           02  WS-MULTA           PIC 9(07)V99 VALUE ZEROS.
           02  WS-CREDITO         PIC 9(07)V99 VALUE ZEROS.
       01  WS-CALCULO-DATAS.
           02  WS-DATA-AAAAMMDD   PIC 9(08) VALUE ZEROS.
           02  WS-DATA-CALC.
               03  WS-DIA-CALC    PIC 9(02) VALUE ZEROS.
               03  WS-MES-CALC    PIC 9(02) VALUE ZEROS.
               03  WS-ANO-CALC    PIC 9(04) VALUE ZEROS.
           02  WS-FUNCAO-DIAS     PIC X(01) VALUE "N".
           02  WS-NUM-DIAS        PIC 9(07) VALUE ZEROS.
           02  WS-FUNCAO-DIAUTIL  PIC X(01) VALUE "P".
           02  WS-DIAUTIL-OK      PIC X(01) VALUE "N".
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
           02  FAIXA-OCORRENCIA   OCCURS 5 TIMES.
               03  FAIXA-QTD      PIC 9(05).
               03  FAIXA-VALOR    PIC 9(09)V99.
       01  NOMES-FAIXAS.
           02  FILLER             PIC X(14) VALUE "ATE 30 DIAS   ".
           02  FILLER             PIC X(14) VALUE "31 A 90 DIAS  ".
           02  FILLER             PIC X(14) VALUE "91 A 180 DIAS ".
           02  FILLER             PIC X(14) VALUE "181 A 360 DIAS".
           02  FILLER             PIC X(14) VALUE "ACIMA 360 DIAS".
       01  TABELA-NOMES REDEFINES NOMES-FAIXAS.
           02  NOME-FAIXA         PIC X(14) OCCURS 5 TIMES.
       01  WS-RELATORIO.
           02  WS-FAIXA           PIC 9(01) VALUE ZEROS.
           02  WS-TOTAL-ABERTAS   PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-CARTEIRA  PIC 9(09)V99 VALUE ZEROS.
           02  WS-TOTAL-ED        PIC ZZZ.ZZZ.ZZ9,99.
           02  WS-LINHA-RELATORIO PIC X(80) VALUE SPACES.
       01  WS-JORNAL-PROGRAMA     PIC X(08) VALUE "APLICACL".
       01  WS-DATA.
           02  WS-DIA         PIC 9(02) VALUE ZEROS.
           02  WS-MES         PIC 9(02) VALUE ZEROS.
           02  WS-ANO         PIC 9(04) VALUE ZEROS.
       01  WS-DATA-SISTEMA    PIC 9(08) VALUE ZEROS.
       01  WS-SALDO-DISPONIVEL.
           02  WS-VALOR-BLOQUEADO PIC 9(09)V99 VALUE ZEROS.
           02  WS-QTD-BLOQUEIOS   PIC 9(03) VALUE ZEROS.
           02  WS-VALOR-COMPENSAR PIC 9(09)V99 VALUE ZEROS.
           02  WS-QTD-COMPENSAR   PIC 9(03) VALUE ZEROS.
           02  WS-DISPONIVEL      PIC S9(09)V99 VALUE ZEROS.
           02  WS-DISPONIVEL-ED   PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-TRAVA.
           02  WS-TRAVA-FUNCAO    PIC X(01) VALUE SPACE.
           02  WS-TRAVA-CONTA     PIC 9(05) VALUE ZEROS.
           02  WS-TRAVA-PROGRAMA  PIC X(08) VALUE "APLICACL".
           02  WS-TRAVA-OPERADOR  PIC X(04) VALUE SPACES.
           02  WS-TRAVA-RESULTADO PIC X(01) VALUE "N".
           02  WS-TRAVA-DONO-OPER PIC X(04) VALUE SPACES.
           02  WS-TRAVA-DONO-PROG PIC X(08) VALUE SPACES.
           02  WS-TRAVA-DONO-CONTA PIC 9(05) VALUE ZEROS.
       01  WS-CONTA-TRAVADA       PIC 9(05) VALUE ZEROS.
       01  WS-DIA-NEGOCIO.
           02  WS-NEGOCIO-FUNCAO  PIC X(01) VALUE "C".
           02  WS-NEGOCIO-PROGRAMA PIC X(08) VALUE "APLICACL".
           02  WS-NEGOCIO-DATA    PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-SITUACAO PIC X(01) VALUE SPACE.
           02  WS-NEGOCIO-ANTERIOR PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-RESULTADO PIC X(01) VALUE "N".
       01  WS-NEGOCIO-OK          PIC X(01) VALUE "N".
       SCREEN SECTION.
       01  TELA-MENU.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 22  VALUE "*** APLICACOES A PRAZO ***".
           02  LINE  8 COLUMN 20  VALUE "1 - Abrir aplicacao".
           02  LINE  9 COLUMN 20  VALUE "2 - Resgate antecipado".
           02  LINE 10 COLUMN 20  VALUE "3 - Carteira por vencimento".
           02  LINE 11 COLUMN 20  VALUE "4 - Sair".
           02  LINE 13 COLUMN 20  VALUE "Escolha uma opcao: ".
       01  TELA-APLICACAO.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 22  VALUE "*** ABERTURA DE APLICACAO ***".
           02  LINE  6 COLUMN 07  VALUE "Conta Corrente ........:".
           02  LINE  7 COLUMN 07  VALUE "Nome ..................:".
           02  LINE  9 COLUMN 07  VALUE "Valor aplicado ........:".
           02  LINE 10 COLUMN 07  VALUE "Taxa mensal (%) .......:".
           02  LINE 11 COLUMN 07  VALUE "Prazo (dias) ..........:".
           02  LINE 13 COLUMN 07  VALUE "Vencimento ............:".
           02  LINE 14 COLUMN 07  VALUE "Juros previstos .......:".
       01  TELA-RESGATE.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 22  VALUE "*** RESGATE ANTECIPADO ***".
           02  LINE  6 COLUMN 07  VALUE "Conta Corrente ........:".
           02  LINE  7 COLUMN 07  VALUE "Numero da aplicacao ...:".
           02  LINE  9 COLUMN 07  VALUE "Principal .............:".
           02  LINE 10 COLUMN 07  VALUE "Dias decorridos .......:".
           02  LINE 11 COLUMN 07  VALUE "Juros ate hoje ........:".
           02  LINE 12 COLUMN 07  VALUE "Multa .................:".
           02  LINE 13 COLUMN 07  VALUE "Valor a creditar ......:".
       PROCEDURE DIVISION.
      *----------------------------------------------------
       000-MENU.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-MENU.
           ACCEPT (13, 40) OPCAO-MENU WITH PROMPT.
           IF OPCAO-MENU = "1"
              GO TO 100-ABRIR-APLICACAO
           ELSE IF OPCAO-MENU = "2"
              GO TO 200-RESGATE-ANTECIPADO
           ELSE IF OPCAO-MENU = "3"
              GO TO 300-CARTEIRA
           ELSE IF OPCAO-MENU = "4"
              GO TO 999-FIM
           ELSE
              GO TO 000-MENU.
      *----------------------------------------------------
       100-ABRIR-APLICACAO.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-APLICACAO.
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
                 "CONTA NAO ESTA ATIVA! APLICACAO NAO PERMITIDA."
              CLOSE CLIENTES
              GO TO 900-AGUARDA-VOLTA.
           DISPLAY (07, 32) NOMECLIENTE.
           MOVE CONTACORRENTE TO WS-CONTA-APL.
           CLOSE CLIENTES.
           MOVE WS-CONTA-APL TO WS-TRAVA-CONTA.
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
           IF WS-PRAZO < WS-PRAZO-MINIMO
              DISPLAY (23, 14) "PRAZO MINIMO DE " WS-PRAZO-MINIMO
                      " DIAS! Reinforme."
              GO 122-RECEBE-PRAZO.
           DISPLAY (23, 14) "                                        ".
      *----------------------------------------------------
       130-CALCULA-VENCIMENTO.
           MOVE WS-DATA-SISTEMA TO WS-DATA-AAAAMMDD.
           PERFORM 950-DATA-PARA-DIAS THRU 950-99-FIM.
           ADD WS-PRAZO TO WS-NUM-DIAS.
           PERFORM 955-DIAS-PARA-DATA THRU 955-99-FIM.
      *****  VENCIMENTO EM FERIADO OU FIM DE SEMANA VAI PARA O
      *****  PROXIMO DIA UTIL
           MOVE "P" TO WS-FUNCAO-DIAUTIL.
           CALL "DIAUTIL" USING WS-DATA-CALC WS-FUNCAO-DIAUTIL
               WS-DIAUTIL-OK.
           COMPUTE WS-DATA-VENCTO = WS-ANO-CALC * 10000
               + WS-MES-CALC * 100 + WS-DIA-CALC.
           DISPLAY (13, 32) WS-DIA-CALC "/" WS-MES-CALC "/"
                   WS-ANO-CALC.
           COMPUTE WS-JUROS ROUNDED =
               WS-VALOR * WS-TAXA * WS-PRAZO / 3000.
           MOVE WS-JUROS TO WS-VALOR-ED.
           DISPLAY (14, 32) WS-VALOR-ED.
           DISPLAY (23, 14) "Confirma a aplicacao? (S/N) ".
           ACCEPT (23, 43) RESPOSTA.
           DISPLAY (23, 14) "                              ".
           IF RESPOSTA = "S" or "s"
              NEXT SENTENCE
           ELSE
              GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       140-GRAVA-APLICACAO.
           PERFORM 920-ABRE-MOVIMENTOS THRU 920-99-FIM.
           MOVE WS-CONTA-APL TO CONTACORRENTE.
           PERFORM 930-CALCULA-SALDO THRU 930-99-FIM.
      *****  VALOR BLOQUEADO E CHEQUE EM COMPENSACAO NAO SAO
      *****  SALDO DISPONIVEL PARA APLICAR
           PERFORM 946-SOMA-BLOQUEIOS THRU 946-99-FIM.
           PERFORM 947-SOMA-COMPENSACAO THRU 947-99-FIM.
           COMPUTE WS-DISPONIVEL = WS-SALDO - WS-VALOR-BLOQUEADO
               - WS-VALOR-COMPENSAR.
           IF WS-DISPONIVEL < WS-VALOR
              MOVE WS-DISPONIVEL TO WS-DISPONIVEL-ED
              DISPLAY (22, 14) "SALDO DISPONIVEL: " WS-DISPONIVEL-ED
              DISPLAY (23, 14) "SALDO INSUFICIENTE PARA A APLICACAO!"
              CLOSE MOVIMENTOS
              GO TO 900-AGUARDA-VOLTA.
           PERFORM 925-ABRE-APLICACOES THRU 925-99-FIM.
           PERFORM 935-PROXIMO-NUMERO THRU 935-99-FIM.
           IF WS-ULTIMO-NUMERO NOT < 999
              DISPLAY (23, 14) "LIMITE DE APLICACOES DA CONTA!"
              CLOSE MOVIMENTOS
              CLOSE APLICACOES
              GO TO 900-AGUARDA-VOLTA.
           COMPUTE WS-NUMERO-APL = WS-ULTIMO-NUMERO + 1.
      *****  DEBITA A CONTA CORRENTE
           MOVE WS-CONTA-APL   TO CONTA-MOV.
           COMPUTE SEQ-MOV = WS-ULTIMO-SEQ + 1.
           MOVE WS-DV-DIGITADO TO DV-MOV.
           MOVE "D"            TO TIPO-MOV.
           MOVE WS-DIA         TO DIA-MOV.
           MOVE WS-MES         TO MES-MOV.
           MOVE WS-ANO         TO ANO-MOV.
           MOVE WS-VALOR       TO VALOR-MOV.
           MOVE SPACES TO HISTORICO-MOV.
           STRING "APLICACAO " DELIMITED BY SIZE
                  WS-NUMERO-APL DELIMITED BY SIZE
                  INTO HISTORICO-MOV.
           MOVE SPACE TO SITUACAO-MOV.
           MOVE 050 TO CODIGO-MOV.
           WRITE REG-MOVIMENTO
               INVALID KEY
               DISPLAY (23, 14) "ERRO AO GRAVAR MOVIMENTO!"
               CLOSE MOVIMENTOS
               CLOSE APLICACOES
               GO TO 900-AGUARDA-VOLTA.
           CALL "JORNALMOV" USING WS-JORNAL-PROGRAMA REG-MOVIMENTO.
           PERFORM 941-ATUALIZA-SALDO THRU 941-99-FIM.
           CLOSE MOVIMENTOS.
      *****  GRAVA A APLICACAO
           MOVE WS-CONTA-APL     TO CONTA-APLIC.
           MOVE WS-NUMERO-APL    TO NUMERO-APLIC.
           MOVE WS-DV-DIGITADO   TO DV-APLIC.
           MOVE WS-VALOR         TO PRINCIPAL-APLIC.
           MOVE WS-TAXA          TO TAXA-APLIC.
           MOVE WS-PRAZO         TO PRAZO-APLIC.
           MOVE WS-DATA-SISTEMA  TO DATA-INICIO-APLIC.
           MOVE WS-DATA-VENCTO   TO DATA-VENCTO-APLIC.
           MOVE "A"              TO SITUACAO-APLIC.
           MOVE ZEROS            TO DATA-RESGATE-APLIC.
           MOVE ZEROS            TO JUROS-APLIC.
           MOVE ZEROS            TO MULTA-APLIC.
           WRITE REG-APLICACAO
               INVALID KEY
               DISPLAY (23, 14)
                  "ERRO AO GRAVAR APLICACAO! AVISAR O SUPORTE."
               CLOSE APLICACOES
               GO TO 900-AGUARDA-VOLTA.
           CLOSE APLICACOES.
           DISPLAY (16, 07) "Numero da aplicacao ...: " WS-NUMERO-APL.
           DISPLAY (23, 14) "APLICACAO GRAVADA COM SUCESSO!".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       200-RESGATE-ANTECIPADO.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-RESGATE.
           PERFORM 994-LE-DATA-NEGOCIO THRU 994-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       210-RECEBE-CHAVE-RESGATE.
           ACCEPT (06, 32) WS-CONTA-APL WITH PROMPT.
           IF WS-CONTA-APL = ZEROS
              GO 210-RECEBE-CHAVE-RESGATE.
           ACCEPT (07, 32) WS-NUMERO-APL WITH PROMPT.
           IF WS-NUMERO-APL = ZEROS
              GO 210-RECEBE-CHAVE-RESGATE.
           MOVE WS-CONTA-APL TO WS-TRAVA-CONTA.
           PERFORM 992-TRAVA-CONTA THRU 992-99-FIM.
           IF WS-TRAVA-RESULTADO NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
           PERFORM 925-ABRE-APLICACOES THRU 925-99-FIM.
           MOVE WS-CONTA-APL TO CONTA-APLIC.
           MOVE WS-NUMERO-APL TO NUMERO-APLIC.
           READ APLICACOES
               INVALID KEY
               DISPLAY (23, 14) "APLICACAO NAO ENCONTRADA!"
               CLOSE APLICACOES
               GO TO 900-AGUARDA-VOLTA.
           IF NOT APLIC-ABERTA
              DISPLAY (23, 14) "APLICACAO JA FOI RESGATADA!"
              CLOSE APLICACOES
              GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       220-CALCULA-RESGATE.
           IF DATA-VENCTO-APLIC NOT > WS-DATA-SISTEMA
              DISPLAY (23, 14)
                 "APLICACAO VENCIDA - RESGATE PELO VENCTO DIARIO."
              CLOSE APLICACOES
              GO TO 900-AGUARDA-VOLTA.
           MOVE DATA-INICIO-APLIC TO WS-DATA-AAAAMMDD.
           PERFORM 950-DATA-PARA-DIAS THRU 950-99-FIM.
           MOVE WS-NUM-DIAS TO WS-DIAS-INICIO.
           MOVE WS-DATA-SISTEMA TO WS-DATA-AAAAMMDD.
           PERFORM 950-DATA-PARA-DIAS THRU 950-99-FIM.
           MOVE WS-NUM-DIAS TO WS-DIAS-HOJE.
           COMPUTE WS-DIAS-DECORRIDOS = WS-DIAS-HOJE - WS-DIAS-INICIO.
           COMPUTE WS-JUROS ROUNDED = PRINCIPAL-APLIC * TAXA-APLIC
               * WS-DIAS-DECORRIDOS / 3000.
           COMPUTE WS-MULTA ROUNDED =
               PRINCIPAL-APLIC * WS-PERC-MULTA / 100.
           COMPUTE WS-CREDITO = PRINCIPAL-APLIC + WS-JUROS.
           MOVE PRINCIPAL-APLIC TO WS-VALOR-ED.
           DISPLAY (09, 32) WS-VALOR-ED.
           DISPLAY (10, 32) WS-DIAS-DECORRIDOS.
           MOVE WS-JUROS TO WS-VALOR-ED.
           DISPLAY (11, 32) WS-VALOR-ED.
           MOVE WS-MULTA TO WS-VALOR-ED.
           DISPLAY (12, 32) WS-VALOR-ED.
           COMPUTE WS-SALDO = WS-CREDITO - WS-MULTA.
           MOVE WS-SALDO TO WS-SALDO-ED.
           DISPLAY (13, 32) WS-SALDO-ED.
           DISPLAY (23, 14) "Confirma o resgate antecipado? (S/N) ".
           ACCEPT (23, 52) RESPOSTA.
           DISPLAY (23, 14) "                                       ".
           IF RESPOSTA = "S" or "s"
              NEXT SENTENCE
           ELSE
              CLOSE APLICACOES
              GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       230-GRAVA-RESGATE.
           PERFORM 920-ABRE-MOVIMENTOS THRU 920-99-FIM.
           MOVE WS-CONTA-APL TO CONTACORRENTE.
           PERFORM 930-CALCULA-SALDO THRU 930-99-FIM.
      *****  CREDITA PRINCIPAL MAIS JUROS DO PERIODO
           MOVE WS-CONTA-APL   TO CONTA-MOV.
           COMPUTE SEQ-MOV = WS-ULTIMO-SEQ + 1.
           MOVE DV-APLIC       TO DV-MOV.
           MOVE "C"            TO TIPO-MOV.
           MOVE WS-DIA         TO DIA-MOV.
           MOVE WS-MES         TO MES-MOV.
           MOVE WS-ANO         TO ANO-MOV.
           MOVE WS-CREDITO     TO VALOR-MOV.
           MOVE SPACES TO HISTORICO-MOV.
           STRING "RESG ANTEC APLIC " DELIMITED BY SIZE
                  WS-NUMERO-APL DELIMITED BY SIZE
                  INTO HISTORICO-MOV.
           MOVE SPACE TO SITUACAO-MOV.
           MOVE 051 TO CODIGO-MOV.
           WRITE REG-MOVIMENTO
               INVALID KEY
               DISPLAY (23, 14) "ERRO AO GRAVAR O CREDITO DO RESGATE!"
               CLOSE MOVIMENTOS
               CLOSE APLICACOES
               GO TO 900-AGUARDA-VOLTA.
           CALL "JORNALMOV" USING WS-JORNAL-PROGRAMA REG-MOVIMENTO.
           PERFORM 941-ATUALIZA-SALDO THRU 941-99-FIM.
           ADD 1 TO WS-ULTIMO-SEQ.
      *****  DEBITA A MULTA POR RESGATE ANTECIPADO
           IF WS-MULTA = ZEROS
              GO TO 230-05-BAIXA-APLICACAO.
           MOVE WS-CONTA-APL   TO CONTA-MOV.
           COMPUTE SEQ-MOV = WS-ULTIMO-SEQ + 1.
           MOVE DV-APLIC       TO DV-MOV.
           MOVE "D"            TO TIPO-MOV.
           MOVE WS-MULTA       TO VALOR-MOV.
           MOVE SPACES TO HISTORICO-MOV.
           STRING "MULTA RESG APLIC " DELIMITED BY SIZE
                  WS-NUMERO-APL DELIMITED BY SIZE
                  INTO HISTORICO-MOV.
           MOVE SPACE TO SITUACAO-MOV.
           MOVE 052 TO CODIGO-MOV.
           WRITE REG-MOVIMENTO
               INVALID KEY
               DISPLAY (23, 14) "ERRO AO GRAVAR A MULTA DO RESGATE!"
               GO TO 230-05-BAIXA-APLICACAO.
           CALL "JORNALMOV" USING WS-JORNAL-PROGRAMA REG-MOVIMENTO.
           PERFORM 941-ATUALIZA-SALDO THRU 941-99-FIM.
       230-05-BAIXA-APLICACAO.
           CLOSE MOVIMENTOS.
           MOVE "R" TO SITUACAO-APLIC.
           MOVE WS-DATA-SISTEMA TO DATA-RESGATE-APLIC.
           MOVE WS-JUROS TO JUROS-APLIC.
           MOVE WS-MULTA TO MULTA-APLIC.
           REWRITE REG-APLICACAO.
           CLOSE APLICACOES.
           DISPLAY (23, 14) "RESGATE ANTECIPADO GRAVADO COM SUCESSO!".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       300-CARTEIRA.
           DISPLAY (01, 01) ERASE.
           DISPLAY (02, 20) "*** CARTEIRA DE APLICACOES EM ABERTO ***".
           PERFORM 995-DATA-CONSULTA THRU 995-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
           MOVE WS-DATA-SISTEMA TO WS-DATA-AAAAMMDD.
           PERFORM 950-DATA-PARA-DIAS THRU 950-99-FIM.
           MOVE WS-NUM-DIAS TO WS-DIAS-HOJE.
           MOVE ZEROS TO WS-TOTAL-ABERTAS.
           MOVE ZEROS TO WS-TOTAL-CARTEIRA.
           MOVE ZEROS TO TABELA-FAIXAS.
           PERFORM 925-ABRE-APLICACOES THRU 925-99-FIM.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "CARTEIRA DE APLICACOES EM ABERTO EM "
                  DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "CONTA NUM    PRINCIPAL     VENCTO  DIAS  FAIXA"
             TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ZEROS TO CONTA-APLIC.
           MOVE ZEROS TO NUMERO-APLIC.
           START APLICACOES KEY IS NOT LESS THAN CHAVE-APLICACAO
               INVALID KEY
               MOVE "10" TO STATUS-APLICACOES.
           IF STATUS-APLICACOES NOT = "10"
              MOVE "00" TO STATUS-APLICACOES
              PERFORM 310-LISTA-APLICACAO THRU 310-99-FIM
                  UNTIL STATUS-APLICACOES = "10".
           CLOSE APLICACOES.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           PERFORM 320-TOTAL-FAIXA THRU 320-99-FIM
               VARYING WS-FAIXA FROM 1 BY 1
               UNTIL WS-FAIXA > 5.
           MOVE WS-TOTAL-CARTEIRA TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "TOTAL DA CARTEIRA ..: " DELIMITED BY SIZE
                  WS-TOTAL-ABERTAS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           DISPLAY (06, 07) "APLICACOES EM ABERTO ..: "
                   WS-TOTAL-ABERTAS.
           DISPLAY (07, 07) "TOTAL DA CARTEIRA .....: " WS-TOTAL-ED.
           DISPLAY (09, 07) "RELATORIO GRAVADO EM APLICREL.TXT".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       310-LISTA-APLICACAO.
           READ APLICACOES NEXT RECORD
               AT END
               MOVE "10" TO STATUS-APLICACOES
               GO TO 310-99-FIM.
           IF NOT APLIC-ABERTA
              GO TO 310-99-FIM.
           MOVE DATA-VENCTO-APLIC TO WS-DATA-AAAAMMDD.
           PERFORM 950-DATA-PARA-DIAS THRU 950-99-FIM.
           IF WS-NUM-DIAS > WS-DIAS-HOJE
              COMPUTE WS-DIAS-A-VENCER = WS-NUM-DIAS - WS-DIAS-HOJE
           ELSE
              MOVE ZEROS TO WS-DIAS-A-VENCER.
           IF WS-DIAS-A-VENCER NOT > 30
              MOVE 1 TO WS-FAIXA
           ELSE IF WS-DIAS-A-VENCER NOT > 90
              MOVE 2 TO WS-FAIXA
           ELSE IF WS-DIAS-A-VENCER NOT > 180
              MOVE 3 TO WS-FAIXA
           ELSE IF WS-DIAS-A-VENCER NOT > 360
              MOVE 4 TO WS-FAIXA
           ELSE
              MOVE 5 TO WS-FAIXA.
           ADD 1 TO FAIXA-QTD (WS-FAIXA).
           ADD PRINCIPAL-APLIC TO FAIXA-VALOR (WS-FAIXA).
           ADD 1 TO WS-TOTAL-ABERTAS.
           ADD PRINCIPAL-APLIC TO WS-TOTAL-CARTEIRA.
           MOVE PRINCIPAL-APLIC TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING CONTA-APLIC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NUMERO-APLIC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DATA-VENCTO-APLIC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DIAS-A-VENCER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOME-FAIXA (WS-FAIXA) DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       310-99-FIM.
           EXIT.
      *----------------------------------------------------
       320-TOTAL-FAIXA.
           MOVE FAIXA-VALOR (WS-FAIXA) TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "VENCIMENTO " DELIMITED BY SIZE
                  NOME-FAIXA (WS-FAIXA) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FAIXA-QTD (WS-FAIXA) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       320-99-FIM.
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
       925-ABRE-APLICACOES.
           OPEN I-O APLICACOES.
           IF STATUS-APLICACOES = "35"
              OPEN OUTPUT APLICACOES
              CLOSE APLICACOES
              OPEN I-O APLICACOES.
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
           MOVE WS-CONTA-APL TO CONTA-APLIC.
           MOVE ZEROS TO NUMERO-APLIC.
           START APLICACOES KEY IS NOT LESS THAN CHAVE-APLICACAO
               INVALID KEY
               MOVE "10" TO STATUS-APLICACOES.
           IF STATUS-APLICACOES NOT = "10"
              MOVE "00" TO STATUS-APLICACOES
              PERFORM 936-LE-APLICACAO THRU 936-99-FIM
                  UNTIL STATUS-APLICACOES = "10".
           MOVE "00" TO STATUS-APLICACOES.
       935-99-FIM.
           EXIT.
      *----------------------------------------------------
       936-LE-APLICACAO.
           READ APLICACOES NEXT RECORD
               AT END
               MOVE "10" TO STATUS-APLICACOES
               GO TO 936-99-FIM.
           IF CONTA-APLIC NOT = WS-CONTA-APL
              MOVE "10" TO STATUS-APLICACOES
              GO TO 936-99-FIM.
           MOVE NUMERO-APLIC TO WS-ULTIMO-NUMERO.
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
       946-SOMA-BLOQUEIOS.
           CALL "SOMABLOQ" USING WS-CONTA-LIDA WS-DATA-SISTEMA
               WS-VALOR-BLOQUEADO WS-QTD-BLOQUEIOS.
       946-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  CHEQUES DEPOSITADOS AINDA EM COMPENSACAO NO DIA DE
      *****  MOVIMENTO
       947-SOMA-COMPENSACAO.
           CALL "SOMACOMP" USING WS-CONTA-LIDA WS-NEGOCIO-DATA
               WS-VALOR-COMPENSAR WS-QTD-COMPENSAR.
       947-99-FIM.
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
       955-DIAS-PARA-DATA.
           MOVE "D" TO WS-FUNCAO-DIAS.
           CALL "DIASDATA" USING WS-DATA-CALC WS-FUNCAO-DIAS
               WS-NUM-DIAS.
           COMPUTE WS-DATA-AAAAMMDD = WS-ANO-CALC * 10000
               + WS-MES-CALC * 100 + WS-DIA-CALC.
       955-99-FIM.
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
      ***---------- FIM DO PROGRAMA APLICACLI ---------***
