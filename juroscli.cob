               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-MOVIMENTO
               FILE STATUS IS STATUS-MOVIMENTOS.
           SELECT RENDIMENTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-RENDIMENTO
               FILE STATUS IS STATUS-RENDIMENTOS.
       DATA DIVISION.
       FILE SECTION.
       COPY "layout.cob".
      *
       COPY "movimen.cob".
      *
       COPY "rendim.cob".
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-CLIENTES    PIC X(02) VALUE "00".
           02  STATUS-MOVIMENTOS  PIC X(02) VALUE "00".
           02  STATUS-RENDIMENTOS PIC X(02) VALUE "00".
           02  WS-TOTAL-LIDOS     PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-CREDITADAS PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-SEM-SALDO PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-PULADAS   PIC 9(05) VALUE ZEROS.
           02  WS-VALOR-CREDITADO PIC 9(09)V99 VALUE ZEROS.
           02  WS-TOTAL-RETIDAS   PIC 9(05) VALUE ZEROS.
           02  WS-VALOR-RETIDO    PIC 9(09)V99 VALUE ZEROS.
           02  WS-VALOR-ED        PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  TAXA-JUROS.
           02  WS-TAXA-MENSAL     PIC 9(02)V99 VALUE ZEROS.
           02  WS-TAXA-PADRAO     PIC 9(02)V99 VALUE 0,50.
           02  WS-ALIQUOTA-IR     PIC 9(02)V99 VALUE ZEROS.
           02  WS-ALIQUOTA-PADRAO PIC 9(02)V99 VALUE 15,00.
       01  WS-SALDO-CONTA.
           02  WS-SALDO           PIC S9(07)V99 VALUE ZEROS.
           02  WS-JUROS           PIC 9(07)V99 VALUE ZEROS.
           02  WS-IR-RETIDO       PIC 9(07)V99 VALUE ZEROS.
           02  WS-SEQ-JUROS       PIC 9(05) VALUE ZEROS.
       01  WS-CONTA-JUROS         PIC 9(05) VALUE ZEROS.
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
       01  WS-ULTIMO-SEQ          PIC 9(05) VALUE ZEROS.
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-DATA.
           02  WS-MES             PIC 9(02) VALUE ZEROS.
           02  WS-ANO             PIC 9(04) VALUE ZEROS.
       01  WS-JORNAL-PROGRAMA     PIC X(08) VALUE "JUROSCLI".
       01  WS-TRAVA.
           02  WS-TRAVA-FUNCAO    PIC X(01) VALUE SPACE.
           02  WS-TRAVA-CONTA     PIC 9(05) VALUE ZEROS.
           02  WS-TRAVA-PROGRAMA  PIC X(08) VALUE "JUROSCLI".
           02  WS-TRAVA-OPERADOR  PIC X(04) VALUE "LOTE".
           02  WS-TRAVA-RESULTADO PIC X(01) VALUE "N".
           02  WS-TRAVA-DONO-OPER PIC X(04) VALUE SPACES.
           02  WS-TRAVA-DONO-PROG PIC X(08) VALUE SPACES.
           02  WS-TRAVA-DONO-CONTA PIC 9(05) VALUE ZEROS.
       01  WS-JANELA-LOTE         PIC X(01) VALUE "N".
       01  WS-DIA-NEGOCIO.
           02  WS-NEGOCIO-FUNCAO  PIC X(01) VALUE "C".
           02  WS-NEGOCIO-PROGRAMA PIC X(08) VALUE "JUROSCLI".
           02  WS-NEGOCIO-DATA    PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-SITUACAO PIC X(01) VALUE SPACE.
           02  WS-NEGOCIO-ANTERIOR PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-RESULTADO PIC X(01) VALUE "N".
       01  WS-NEGOCIO-OK          PIC X(01) VALUE "N".
       01  WS-PARAMETRO.
           02  WS-PARAM-CODIGO    PIC X(12) VALUE SPACES.
           02  WS-PARAM-DATA      PIC 9(08) VALUE ZEROS.
           02  WS-PARAM-VALOR     PIC 9(09)V99 VALUE ZEROS.
           02  WS-PARAM-VIGENCIA  PIC 9(08) VALUE ZEROS.
           02  WS-PARAM-RESULTADO PIC X(01) VALUE "N".
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** CREDITO MENSAL DE JUROS - CONTAS ESPECIAIS ***".
           PERFORM 985-LE-DATA-NEGOCIO THRU 985-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              GO TO 999-FIM.
           PERFORM 986-LE-PARAMETROS THRU 986-99-FIM.
           DISPLAY "TAXA MENSAL (EX: 00,50 = 0,5%; 0 = PADRAO): ".
           ACCEPT WS-TAXA-MENSAL.
           IF WS-TAXA-MENSAL = ZEROS
              MOVE WS-TAXA-PADRAO TO WS-TAXA-MENSAL.
           DISPLAY "TAXA APLICADA ..............: " WS-TAXA-MENSAL "%".
           DISPLAY "ALIQUOTA DE IR S/ JUROS (EX: 15,00; 0 = PADRAO): ".
           ACCEPT WS-ALIQUOTA-IR.
           IF WS-ALIQUOTA-IR = ZEROS
              MOVE WS-ALIQUOTA-PADRAO TO WS-ALIQUOTA-IR.
           DISPLAY "ALIQUOTA DE IR RETIDO ......: " WS-ALIQUOTA-IR "%".
           MOVE WS-DATA-SISTEMA (7:2) TO WS-DIA.
           MOVE WS-DATA-SISTEMA (5:2) TO WS-MES.
           MOVE WS-DATA-SISTEMA (1:4) TO WS-ANO.
      *****  NENHUM LOTE COMECA COM CONTA EM USO NOS TERMINAIS
           PERFORM 980-ABRE-JANELA THRU 980-99-FIM.
           IF WS-JANELA-LOTE NOT = "S"
              GO TO 999-FIM.
           OPEN INPUT CLIENTES.
           IF STATUS-CLIENTES NOT = "00"
              DISPLAY "NAO FOI POSSIVEL ABRIR CLIENTES.DAT. STATUS="
                      STATUS-MOVIMENTOS
              CLOSE CLIENTES
              GO TO 999-FIM.
           OPEN I-O RENDIMENTOS.
           IF STATUS-RENDIMENTOS = "35"
              OPEN OUTPUT RENDIMENTOS
              CLOSE RENDIMENTOS
              OPEN I-O RENDIMENTOS.
           IF STATUS-RENDIMENTOS NOT = "00"
              DISPLAY "NAO FOI POSSIVEL ABRIR RENDIM.DAT. STATUS="
                      STATUS-RENDIMENTOS
              CLOSE CLIENTES
              CLOSE MOVIMENTOS
              GO TO 999-FIM.
      *----------------------------------------------------
       010-LE-CLIENTES.
           PERFORM 020-PROCESSA-REGISTRO THRU 020-99-FIM
               UNTIL STATUS-CLIENTES = "10".
           CLOSE CLIENTES.
           CLOSE MOVIMENTOS.
           CLOSE RENDIMENTOS.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-PROCESSA-REGISTRO.
       030-CALCULA-SALDO.
           MOVE ZEROS TO WS-SALDO.
           MOVE ZEROS TO WS-ULTIMO-SEQ.
           MOVE WS-CONTA-JUROS TO WS-CONTA-POS.
           MOVE "C" TO WS-FUNCAO-SALDO.
           CALL "ATUALSALDO" USING WS-FUNCAO-SALDO REG-MOVIMENTO
               WS-POSICAO-SALDO WS-SALDO-OK.
           IF WS-SALDO-OK = "S"
              MOVE WS-SALDO-POS TO WS-SALDO
              MOVE WS-SEQ-POS TO WS-ULTIMO-SEQ
              GO TO 030-99-FIM.
      *****  CONTA AINDA SEM POSICAO EM SALDOCLI.DAT - RECALCULA
           MOVE WS-CONTA-JUROS TO CONTA-MOV.
           MOVE ZEROS TO SEQ-MOV.
           START MOVIMENTOS KEY IS NOT LESS THAN CHAVE-MOVIMENTO
              PERFORM 040-SOMA-MOVIMENTO THRU 040-99-FIM
                  UNTIL STATUS-MOVIMENTOS = "10".
           MOVE "00" TO STATUS-MOVIMENTOS.
           MOVE WS-CONTA-JUROS TO WS-CONTA-POS.
           MOVE WS-SALDO TO WS-SALDO-POS.
           MOVE WS-SALDO TO WS-DISPONIVEL-POS.
           MOVE WS-ULTIMO-SEQ TO WS-SEQ-POS.
           MOVE ZEROS TO WS-DATA-DEB-POS.
           MOVE ZEROS TO WS-DEBITOS-POS.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
           MOVE WS-JUROS      TO VALOR-MOV.
           MOVE "JUROS"       TO HISTORICO-MOV.
           MOVE SPACE         TO SITUACAO-MOV.
           MOVE 010           TO CODIGO-MOV.
           WRITE REG-MOVIMENTO
               INVALID KEY
               DISPLAY "ERRO AO GRAVAR JUROS DA CONTA "
                       WS-CONTA-JUROS " STATUS=" STATUS-MOVIMENTOS
               GO TO 050-99-FIM.
           CALL "JORNALMOV" USING WS-JORNAL-PROGRAMA REG-MOVIMENTO.
           MOVE "A" TO WS-FUNCAO-SALDO.
           CALL "ATUALSALDO" USING WS-FUNCAO-SALDO REG-MOVIMENTO
               WS-POSICAO-SALDO WS-SALDO-OK.
           IF WS-SALDO-OK NOT = "S"
              DISPLAY "SALDOCLI.DAT NAO ATUALIZADO - CONTA " CONTA-MOV.
           ADD 1 TO WS-TOTAL-CREDITADAS.
           ADD WS-JUROS TO WS-VALOR-CREDITADO.
           MOVE SEQ-MOV TO WS-SEQ-JUROS.
           COMPUTE WS-IR-RETIDO ROUNDED =
               WS-JUROS * WS-ALIQUOTA-IR / 100.
           IF WS-IR-RETIDO NOT = ZEROS
              PERFORM 060-GRAVA-RETENCAO THRU 060-99-FIM.
           PERFORM 070-ACUMULA-RENDIMENTO THRU 070-99-FIM.
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  IR RETIDO NA FONTE - DEBITO LIGADO AO CREDITO DE
      *****  JUROS PELO SEQUENCIAL GRAVADO NO HISTORICO
       060-GRAVA-RETENCAO.
           MOVE WS-CONTA-JUROS TO CONTA-MOV.
           COMPUTE SEQ-MOV = WS-SEQ-JUROS + 1.
           MOVE "D"           TO TIPO-MOV.
           MOVE WS-IR-RETIDO  TO VALOR-MOV.
           MOVE SPACES        TO HISTORICO-MOV.
           STRING "IR S/JUROS SEQ " DELIMITED BY SIZE
                  WS-SEQ-JUROS DELIMITED BY SIZE
                  INTO HISTORICO-MOV.
           MOVE SPACE         TO SITUACAO-MOV.
           MOVE 012           TO CODIGO-MOV.
           WRITE REG-MOVIMENTO
               INVALID KEY
               DISPLAY "ERRO AO GRAVAR IR RETIDO DA CONTA "
                       WS-CONTA-JUROS " STATUS=" STATUS-MOVIMENTOS
               MOVE ZEROS TO WS-IR-RETIDO
               GO TO 060-99-FIM.
           CALL "JORNALMOV" USING WS-JORNAL-PROGRAMA REG-MOVIMENTO.
           MOVE "A" TO WS-FUNCAO-SALDO.
           CALL "ATUALSALDO" USING WS-FUNCAO-SALDO REG-MOVIMENTO
               WS-POSICAO-SALDO WS-SALDO-OK.
           IF WS-SALDO-OK NOT = "S"
              DISPLAY "SALDOCLI.DAT NAO ATUALIZADO - CONTA " CONTA-MOV.
           ADD 1 TO WS-TOTAL-RETIDAS.
           ADD WS-IR-RETIDO TO WS-VALOR-RETIDO.
       060-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  TOTAIS DO ANO POR CONTA PARA O INFORME DE RENDIMENTOS
       070-ACUMULA-RENDIMENTO.
           MOVE WS-CONTA-JUROS TO CONTA-REND.
           MOVE WS-ANO TO ANO-REND.
           READ RENDIMENTOS
               INVALID KEY
               MOVE ZEROS TO JUROS-REND
               MOVE ZEROS TO IR-REND
               MOVE ZEROS TO SALDO-FINAL-REND
               MOVE ZEROS TO QTD-CREDITOS-REND
               MOVE "23" TO STATUS-RENDIMENTOS.
           ADD WS-JUROS TO JUROS-REND.
           ADD WS-IR-RETIDO TO IR-REND.
           ADD 1 TO QTD-CREDITOS-REND.
           MOVE WS-DATA-SISTEMA TO DATA-ATUALIZ-REND.
           IF STATUS-RENDIMENTOS = "23"
              WRITE REG-RENDIMENTO
                  INVALID KEY
                  DISPLAY "ERRO AO GRAVAR RENDIM.DAT - CONTA "
                          WS-CONTA-JUROS
           ELSE
              REWRITE REG-RENDIMENTO
                  INVALID KEY
                  DISPLAY "ERRO AO ATUALIZAR RENDIM.DAT - CONTA "
                          WS-CONTA-JUROS.
           MOVE "00" TO STATUS-RENDIMENTOS.
       070-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           DISPLAY "------------------------------------------------".
           DISPLAY "CONTAS PULADAS .............: " WS-TOTAL-PULADAS.
           MOVE WS-VALOR-CREDITADO TO WS-VALOR-ED.
           DISPLAY "VALOR TOTAL DE JUROS .......: " WS-VALOR-ED.
           DISPLAY "CONTAS COM IR RETIDO .......: " WS-TOTAL-RETIDAS.
           MOVE WS-VALOR-RETIDO TO WS-VALOR-ED.
           DISPLAY "VALOR TOTAL DE IR RETIDO ...: " WS-VALOR-ED.
           GO TO 999-FIM.
      *----------------------------------------------------
       980-ABRE-JANELA.
           MOVE "B" TO WS-TRAVA-FUNCAO.
           CALL "TRAVACLI" USING WS-TRAVA.
           IF WS-TRAVA-RESULTADO = "S"
              MOVE "S" TO WS-JANELA-LOTE
              GO TO 980-99-FIM.
           IF WS-TRAVA-RESULTADO = "O"
              DISPLAY "CONTA " WS-TRAVA-DONO-CONTA
                      " EM USO PELO OPERADOR " WS-TRAVA-DONO-OPER
                      " (" WS-TRAVA-DONO-PROG ")"
           ELSE IF WS-TRAVA-RESULTADO = "L"
              DISPLAY "LOTE " WS-TRAVA-DONO-PROG " JA EM EXECUCAO"
           ELSE
              DISPLAY "CONTROLE DE TRAVAS INDISPONIVEL! VER ERRLOG.".
           DISPLAY "LOTE NAO INICIADO.".
           MOVE 8 TO RETURN-CODE.
       980-99-FIM.
           EXIT.
      *----------------------------------------------------
       985-LE-DATA-NEGOCIO.
           MOVE "N" TO WS-NEGOCIO-OK.
           CALL "DATACONT" USING WS-DIA-NEGOCIO.
           IF WS-NEGOCIO-RESULTADO NOT = "S"
              DISPLAY "CONTROLE DE DATA INDISPONIVEL! VER ERRLOG."
              DISPLAY "LOTE NAO INICIADO."
              MOVE 8 TO RETURN-CODE
              GO TO 985-99-FIM.
           IF WS-NEGOCIO-SITUACAO NOT = "A"
              DISPLAY "DIA " WS-NEGOCIO-DATA
                      " EM FECHAMENTO - LANCAMENTO NAO PERMITIDO."
              DISPLAY "LOTE NAO INICIADO."
              MOVE 8 TO RETURN-CODE
              GO TO 985-99-FIM.
           MOVE WS-NEGOCIO-DATA TO WS-DATA-SISTEMA.
           MOVE "S" TO WS-NEGOCIO-OK.
       985-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  TAXA E ALIQUOTA PADRAO EM VIGOR NO DIA DE MOVIMENTO
      *****  (PARAMETR.DAT); SEM O PARAMETRO FICA O VALOR FIXO
       986-LE-PARAMETROS.
           MOVE WS-DATA-SISTEMA TO WS-PARAM-DATA.
           MOVE "TAXAJUROS" TO WS-PARAM-CODIGO.
           CALL "PARAMVAL" USING WS-PARAMETRO.
           IF WS-PARAM-RESULTADO = "S"
              MOVE WS-PARAM-VALOR TO WS-TAXA-PADRAO.
           MOVE "ALIQIRJUROS" TO WS-PARAM-CODIGO.
           CALL "PARAMVAL" USING WS-PARAMETRO.
           IF WS-PARAM-RESULTADO = "S"
              MOVE WS-PARAM-VALOR TO WS-ALIQUOTA-PADRAO.
       986-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           IF WS-JANELA-LOTE = "S"
              MOVE "F" TO WS-TRAVA-FUNCAO
              CALL "TRAVACLI" USING WS-TRAVA.
           STOP RUN.
      ***---------- FIM DO PROGRAMA JUROSCLI ---------***
