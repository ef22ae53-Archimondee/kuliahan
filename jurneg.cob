       IDENTIFICATION DIVISION.
       PROGRAM-ID.  JUROSNEG.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEGATIVOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTA-NEG
               FILE STATUS IS STATUS-NEGATIVOS.
           SELECT MOVIMENTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-MOVIMENTO
               FILE STATUS IS STATUS-MOVIMENTOS.
       DATA DIVISION.
       FILE SECTION.
       COPY "negativo.cob".
      *
       COPY "movimen.cob".
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-NEGATIVOS   PIC X(02) VALUE "00".
           02  STATUS-MOVIMENTOS  PIC X(02) VALUE "00".
           02  WS-TOTAL-LIDOS     PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-COBRADAS  PIC 9(05) VALUE ZEROS.
           02  WS-VALOR-COBRADO   PIC 9(09)V99 VALUE ZEROS.
           02  WS-VALOR-ED        PIC Z.ZZZ.ZZZ.ZZ9,99.
           02  WS-FIM-DE-MES      PIC X(01) VALUE "N".
           02  WS-JUROS-GRAVADO   PIC X(01) VALUE "N".
       01  TAXA-JUROS.
           02  WS-TAXA-MENSAL     PIC 9(02)V99 VALUE ZEROS.
           02  WS-TAXA-PADRAO     PIC 9(02)V99 VALUE 8,00.
       01  WS-SALDO-CONTA.
           02  WS-SALDO           PIC S9(07)V99 VALUE ZEROS.
           02  WS-JUROS           PIC 9(07)V99 VALUE ZEROS.
           02  WS-ULTIMO-SEQ      PIC 9(05) VALUE ZEROS.
           02  WS-CONTA-JUROS     PIC 9(05) VALUE ZEROS.
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
       01  WS-CALCULO-DATAS.
           02  WS-DATA-CALC.
               03  WS-DIA-CALC    PIC 9(02) VALUE ZEROS.
               03  WS-MES-CALC    PIC 9(02) VALUE ZEROS.
               03  WS-ANO-CALC    PIC 9(04) VALUE ZEROS.
           02  WS-FUNCAO-DIAS     PIC X(01) VALUE "N".
           02  WS-NUM-DIAS        PIC 9(07) VALUE ZEROS.
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-DATA.
           02  WS-DIA             PIC 9(02) VALUE ZEROS.
           02  WS-MES             PIC 9(02) VALUE ZEROS.
           02  WS-ANO             PIC 9(04) VALUE ZEROS.
       01  WS-JORNAL-PROGRAMA     PIC X(08) VALUE "JUROSNEG".
       01  WS-TRAVA.
           02  WS-TRAVA-FUNCAO    PIC X(01) VALUE SPACE.
           02  WS-TRAVA-CONTA     PIC 9(05) VALUE ZEROS.
           02  WS-TRAVA-PROGRAMA  PIC X(08) VALUE "JUROSNEG".
           02  WS-TRAVA-OPERADOR  PIC X(04) VALUE "LOTE".
           02  WS-TRAVA-RESULTADO PIC X(01) VALUE "N".
           02  WS-TRAVA-DONO-OPER PIC X(04) VALUE SPACES.
           02  WS-TRAVA-DONO-PROG PIC X(08) VALUE SPACES.
           02  WS-TRAVA-DONO-CONTA PIC 9(05) VALUE ZEROS.
       01  WS-JANELA-LOTE         PIC X(01) VALUE "N".
       01  WS-DIA-NEGOCIO.
           02  WS-NEGOCIO-FUNCAO  PIC X(01) VALUE "C".
           02  WS-NEGOCIO-PROGRAMA PIC X(08) VALUE "JUROSNEG".
           02  WS-NEGOCIO-DATA    PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-SITUACAO PIC X(01) VALUE SPACE.
           02  WS-NEGOCIO-ANTERIOR PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-RESULTADO PIC X(01) VALUE "N".
       01  WS-NEGOCIO-OK          PIC X(01) VALUE "N".
      *----------------------------------------------------
      * COBRANCA MENSAL DE JUROS SOBRE O SALDO NEGATIVO. A
      * BASE E A SOMA DOS SALDOS NEGATIVOS DIARIOS APURADOS
      * POR APURANEG; SOMA X TAXA MENSAL / 30 EQUIVALE A TAXA
      * SOBRE O SALDO NEGATIVO MEDIO. RODAR NO ULTIMO DIA DO
      * MES (APOS A APURACAO) OU NO INICIO DO MES SEGUINTE.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** COBRANCA DE JUROS SOBRE SALDO NEGATIVO ***".
           DISPLAY "TAXA MENSAL (EX: 08,00 = 8%; 0 = PADRAO): ".
           ACCEPT WS-TAXA-MENSAL.
           IF WS-TAXA-MENSAL = ZEROS
              MOVE WS-TAXA-PADRAO TO WS-TAXA-MENSAL.
           DISPLAY "TAXA APLICADA ..............: " WS-TAXA-MENSAL "%".
           PERFORM 985-LE-DATA-NEGOCIO THRU 985-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              GO TO 999-FIM.
           MOVE WS-DATA-SISTEMA (7:2) TO WS-DIA.
           MOVE WS-DATA-SISTEMA (5:2) TO WS-MES.
           MOVE WS-DATA-SISTEMA (1:4) TO WS-ANO.
      *****  NO ULTIMO DIA DO MES O MES CORRENTE TAMBEM E COBRADO
           MOVE WS-DATA TO WS-DATA-CALC.
           MOVE "N" TO WS-FUNCAO-DIAS.
           CALL "DIASDATA" USING WS-DATA-CALC WS-FUNCAO-DIAS
               WS-NUM-DIAS.
           ADD 1 TO WS-NUM-DIAS.
           MOVE "D" TO WS-FUNCAO-DIAS.
           CALL "DIASDATA" USING WS-DATA-CALC WS-FUNCAO-DIAS
               WS-NUM-DIAS.
           IF WS-DIA-CALC = 1
              MOVE "S" TO WS-FIM-DE-MES
           ELSE
              MOVE "N" TO WS-FIM-DE-MES.
      *****  NENHUM LOTE COMECA COM CONTA EM USO NOS TERMINAIS
           PERFORM 980-ABRE-JANELA THRU 980-99-FIM.
           IF WS-JANELA-LOTE NOT = "S"
              GO TO 999-FIM.
           OPEN I-O NEGATIVOS.
           IF STATUS-NEGATIVOS NOT = "00"
              DISPLAY "SEM NEGATIVO.DAT. STATUS=" STATUS-NEGATIVOS
              GO TO 999-FIM.
           OPEN I-O MOVIMENTOS.
           IF STATUS-MOVIMENTOS = "35"
              OPEN OUTPUT MOVIMENTOS
              CLOSE MOVIMENTOS
              OPEN I-O MOVIMENTOS.
           IF STATUS-MOVIMENTOS NOT = "00"
              DISPLAY "NAO FOI POSSIVEL ABRIR MOVIMENT.DAT. STATUS="
                      STATUS-MOVIMENTOS
              CLOSE NEGATIVOS
              GO TO 999-FIM.
      *----------------------------------------------------
       010-LE-NEGATIVOS.
           PERFORM 020-PROCESSA-REGISTRO THRU 020-99-FIM
               UNTIL STATUS-NEGATIVOS = "10".
           CLOSE NEGATIVOS.
           CLOSE MOVIMENTOS.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-PROCESSA-REGISTRO.
           READ NEGATIVOS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-NEGATIVOS
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-LIDOS.
           IF WS-FIM-DE-MES = "S" AND
              MES-REF-NEG = WS-DATA-SISTEMA (1:6) AND
              SOMA-NEGATIVO-NEG > ZEROS
              ADD SOMA-NEGATIVO-NEG TO SOMA-ANTERIOR-NEG
              MOVE MES-REF-NEG TO MES-ANTERIOR-NEG
              MOVE ZEROS TO SOMA-NEGATIVO-NEG.
           IF SOMA-ANTERIOR-NEG = ZEROS
              GO TO 020-99-FIM.
      *****  BASE = SOMA DO SALDO NEGATIVO DE CADA DIA CORRIDO
      *****  (APURANEG). TAXA MENSAL EM % SOBRE MES DE 30 DIAS
           COMPUTE WS-JUROS ROUNDED =
               SOMA-ANTERIOR-NEG * WS-TAXA-MENSAL / 3000.
           IF WS-JUROS = ZEROS
              GO TO 020-05-ZERA-BASE.
           MOVE CONTA-NEG TO WS-CONTA-JUROS.
           PERFORM 030-ULTIMO-SEQ THRU 030-99-FIM.
           PERFORM 050-GRAVA-JUROS THRU 050-99-FIM.
           IF WS-JUROS-GRAVADO NOT = "S"
              GO TO 020-99-FIM.
       020-05-ZERA-BASE.
           MOVE ZEROS TO SOMA-ANTERIOR-NEG.
           MOVE ZEROS TO MES-ANTERIOR-NEG.
           REWRITE REG-NEGATIVO
               INVALID KEY
               DISPLAY "ERRO AO REGRAVAR NEGATIVO.DAT CONTA "
                       CONTA-NEG.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-ULTIMO-SEQ.
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
               INVALID KEY
               MOVE "10" TO STATUS-MOVIMENTOS.
           IF STATUS-MOVIMENTOS NOT = "10"
              MOVE "00" TO STATUS-MOVIMENTOS
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
       040-SOMA-MOVIMENTO.
           READ MOVIMENTOS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-MOVIMENTOS
               GO TO 040-99-FIM.
           IF CONTA-MOV NOT = WS-CONTA-JUROS
              MOVE "10" TO STATUS-MOVIMENTOS
              GO TO 040-99-FIM.
           MOVE SEQ-MOV TO WS-ULTIMO-SEQ.
           IF TIPO-MOV = "C" OR TIPO-MOV = "c"
              ADD VALOR-MOV TO WS-SALDO
           ELSE
              SUBTRACT VALOR-MOV FROM WS-SALDO.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-GRAVA-JUROS.
           MOVE "N" TO WS-JUROS-GRAVADO.
           MOVE WS-CONTA-JUROS TO CONTA-MOV.
           COMPUTE SEQ-MOV = WS-ULTIMO-SEQ + 1.
           MOVE DV-NEG        TO DV-MOV.
           MOVE "D"           TO TIPO-MOV.
           MOVE WS-DIA        TO DIA-MOV.
           MOVE WS-MES        TO MES-MOV.
           MOVE WS-ANO        TO ANO-MOV.
           MOVE WS-JUROS      TO VALOR-MOV.
           MOVE "JUROS SALDO NEGATIVO" TO HISTORICO-MOV.
           MOVE SPACE         TO SITUACAO-MOV.
           MOVE 011           TO CODIGO-MOV.
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
           MOVE "S" TO WS-JUROS-GRAVADO.
           MOVE WS-DATA-SISTEMA TO DATA-COBRANCA-NEG.
           MOVE WS-JUROS TO JUROS-COBRADOS-NEG.
           ADD 1 TO WS-TOTAL-COBRADAS.
           ADD WS-JUROS TO WS-VALOR-COBRADO.
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           DISPLAY "------------------------------------------------".
           DISPLAY "REGISTROS LIDOS ............: " WS-TOTAL-LIDOS.
           DISPLAY "CONTAS COBRADAS ............: " WS-TOTAL-COBRADAS.
           MOVE WS-VALOR-COBRADO TO WS-VALOR-ED.
           DISPLAY "VALOR TOTAL DE JUROS .......: " WS-VALOR-ED.
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
       999-FIM.
           IF WS-JANELA-LOTE = "S"
              MOVE "F" TO WS-TRAVA-FUNCAO
              CALL "TRAVACLI" USING WS-TRAVA.
           STOP RUN.
      ***---------- FIM DO PROGRAMA JUROSNEG ---------***
