       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RELCODMOV.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-MOVIMENTO
               FILE STATUS IS STATUS-MOVIMENTOS.
           SELECT CODTRANS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO-TRN
               FILE STATUS IS STATUS-CODTRANS.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       COPY "movimen.cob".
      *
       COPY "codtran.cob".
      *
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELCOD.TXT".
       01  REG-RELATORIO          PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-MOVIMENTOS  PIC X(02) VALUE "00".
           02  STATUS-CODTRANS    PIC X(02) VALUE "00".
           02  STATUS-RELATORIO   PIC X(02) VALUE "00".
           02  WS-TOTAL-LIDOS     PIC 9(07) VALUE ZEROS.
           02  WS-TOTAL-MES       PIC 9(07) VALUE ZEROS.
           02  WS-TOTAL-DEBITOS   PIC 9(11)V99 VALUE ZEROS.
           02  WS-TOTAL-CREDITOS  PIC 9(11)V99 VALUE ZEROS.
           02  WS-TOTAL-TARIFAS   PIC 9(11)V99 VALUE ZEROS.
           02  WS-QTD-ED          PIC ZZZZZZ9.
           02  WS-DEBITOS-ED      PIC ZZ.ZZZ.ZZ9,99.
           02  WS-CREDITOS-ED     PIC ZZ.ZZZ.ZZ9,99.
           02  WS-VALOR-ED        PIC Z.ZZZ.ZZZ.ZZ9,99.
           02  WS-CODIGO-ED       PIC 9(03).
           02  WS-MARCA-TARIFA    PIC X(02) VALUE SPACES.
       01  WS-MES-ANO-REF.
           02  WS-MES-REF         PIC 9(02) VALUE ZEROS.
           02  WS-ANO-REF         PIC 9(04) VALUE ZEROS.
       01  WS-INDICE              PIC 9(04) COMP VALUE ZEROS.
       01  TABELA-CODIGOS.
           02  CODIGO-OCORRENCIA  OCCURS 1000 TIMES.
               03  TAB-DESCRICAO  PIC X(20).
               03  TAB-TARIFA     PIC X(01).
               03  TAB-QTD        PIC 9(07).
               03  TAB-DEBITOS    PIC 9(11)V99.
               03  TAB-CREDITOS   PIC 9(11)V99.
       01  WS-LINHA-RELATORIO     PIC X(80) VALUE SPACES.
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------
      * VOLUME E VALOR MENSAL DE MOVIMENTOS POR CODIGO DE
      * TRANSACAO (CODTRAN.DAT). A OCORRENCIA 1 DA TABELA
      * GUARDA O CODIGO 000 (MOVIMENTO SEM CODIGO). CODIGOS
      * MARCADOS COM * SAO TARIFAS.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** MOVIMENTOS POR CODIGO DE TRANSACAO ***".
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY "MES DE REFERENCIA (MMAAAA; 0 = MES ATUAL): ".
           ACCEPT WS-MES-ANO-REF.
           IF WS-MES-ANO-REF = ZEROS
              MOVE WS-DATA-SISTEMA (5:2) TO WS-MES-REF
              MOVE WS-DATA-SISTEMA (1:4) TO WS-ANO-REF.
           IF WS-MES-REF < 01 OR WS-MES-REF > 12
              DISPLAY "MES DE REFERENCIA INVALIDO: " WS-MES-REF
              GO TO 999-FIM.
           PERFORM 005-LIMPA-TABELA THRU 005-99-FIM
               VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > 1000.
           MOVE "SEM CODIGO" TO TAB-DESCRICAO (1).
           OPEN INPUT CODTRANS.
           IF STATUS-CODTRANS NOT = "00"
              DISPLAY "SEM CODTRAN.DAT - DESCRICOES EM BRANCO. STATUS="
                      STATUS-CODTRANS
           ELSE
              PERFORM 010-CARREGA-CODIGO THRU 010-99-FIM
                  UNTIL STATUS-CODTRANS = "10"
              CLOSE CODTRANS.
           OPEN INPUT MOVIMENTOS.
           IF STATUS-MOVIMENTOS NOT = "00"
              DISPLAY "NAO FOI POSSIVEL ABRIR MOVIMENT.DAT. STATUS="
                      STATUS-MOVIMENTOS
              GO TO 999-FIM.
      *----------------------------------------------------
       020-LE-MOVIMENTOS.
           PERFORM 030-ACUMULA-MOVIMENTO THRU 030-99-FIM
               UNTIL STATUS-MOVIMENTOS = "10".
           CLOSE MOVIMENTOS.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "MOVIMENTOS POR CODIGO DE TRANSACAO - MES "
                  DELIMITED BY SIZE
                  WS-MES-REF DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ANO-REF DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "COD DESCRICAO             QTDE       DEBITOS"
                  DELIMITED BY SIZE
                  "      CREDITOS" DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           PERFORM 040-IMPRIME-CODIGO THRU 040-99-FIM
               VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > 1000.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE WS-TOTAL-MES TO WS-QTD-ED.
           MOVE WS-TOTAL-DEBITOS TO WS-DEBITOS-ED.
           MOVE WS-TOTAL-CREDITOS TO WS-CREDITOS-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "    TOTAL DO MES         " DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEBITOS-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CREDITOS-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE WS-TOTAL-TARIFAS TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "    TOTAL DE TARIFAS (*) ...: " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       005-LIMPA-TABELA.
           MOVE SPACES TO TAB-DESCRICAO (WS-INDICE).
           MOVE "N" TO TAB-TARIFA (WS-INDICE).
           MOVE ZEROS TO TAB-QTD (WS-INDICE).
           MOVE ZEROS TO TAB-DEBITOS (WS-INDICE).
           MOVE ZEROS TO TAB-CREDITOS (WS-INDICE).
       005-99-FIM.
           EXIT.
      *----------------------------------------------------
       010-CARREGA-CODIGO.
           READ CODTRANS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-CODTRANS
               GO TO 010-99-FIM.
           COMPUTE WS-INDICE = CODIGO-TRN + 1.
           MOVE DESCRICAO-TRN TO TAB-DESCRICAO (WS-INDICE).
           MOVE TARIFA-TRN TO TAB-TARIFA (WS-INDICE).
       010-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-ACUMULA-MOVIMENTO.
           READ MOVIMENTOS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-MOVIMENTOS
               GO TO 030-99-FIM.
           ADD 1 TO WS-TOTAL-LIDOS.
           IF MES-MOV NOT = WS-MES-REF OR ANO-MOV NOT = WS-ANO-REF
              GO TO 030-99-FIM.
           IF CODIGO-MOV IS NOT NUMERIC
              MOVE 1 TO WS-INDICE
           ELSE
              COMPUTE WS-INDICE = CODIGO-MOV + 1.
           ADD 1 TO TAB-QTD (WS-INDICE).
           ADD 1 TO WS-TOTAL-MES.
           IF TIPO-MOV = "C" OR TIPO-MOV = "c"
              ADD VALOR-MOV TO TAB-CREDITOS (WS-INDICE)
              ADD VALOR-MOV TO WS-TOTAL-CREDITOS
           ELSE
              ADD VALOR-MOV TO TAB-DEBITOS (WS-INDICE)
              ADD VALOR-MOV TO WS-TOTAL-DEBITOS.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-IMPRIME-CODIGO.
           IF TAB-QTD (WS-INDICE) = ZEROS
              GO TO 040-99-FIM.
           COMPUTE WS-CODIGO-ED = WS-INDICE - 1.
           IF TAB-DESCRICAO (WS-INDICE) = SPACES
              MOVE "NAO CADASTRADO" TO TAB-DESCRICAO (WS-INDICE).
           IF TAB-TARIFA (WS-INDICE) = "S" OR
              TAB-TARIFA (WS-INDICE) = "s"
              MOVE " *" TO WS-MARCA-TARIFA
              COMPUTE WS-TOTAL-TARIFAS = WS-TOTAL-TARIFAS
                  + TAB-DEBITOS (WS-INDICE) - TAB-CREDITOS (WS-INDICE)
           ELSE
              MOVE SPACES TO WS-MARCA-TARIFA.
           MOVE TAB-QTD (WS-INDICE) TO WS-QTD-ED.
           MOVE TAB-DEBITOS (WS-INDICE) TO WS-DEBITOS-ED.
           MOVE TAB-CREDITOS (WS-INDICE) TO WS-CREDITOS-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-CODIGO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TAB-DESCRICAO (WS-INDICE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEBITOS-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CREDITOS-ED DELIMITED BY SIZE
                  WS-MARCA-TARIFA DELIMITED BY SIZE
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
       900-IMPRIME-TOTAIS.
           DISPLAY "------------------------------------------------".
           DISPLAY "MOVIMENTOS LIDOS ...........: " WS-TOTAL-LIDOS.
           DISPLAY "MOVIMENTOS DO MES ..........: " WS-TOTAL-MES.
           DISPLAY "RELATORIO GRAVADO EM RELCOD.TXT".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA RELCODMOV ---------***
