       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RELRETRO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETROATIVOS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RETROATIVOS.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       COPY "retromov.cob".
      *
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RETROREL.TXT".
       01  REG-RELATORIO          PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-RETROATIVOS PIC X(02) VALUE "00".
           02  STATUS-RELATORIO   PIC X(02) VALUE "00".
           02  WS-TOTAL-LIDOS     PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-DIA       PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-CREDITOS  PIC 9(11)V99 VALUE ZEROS.
           02  WS-TOTAL-DEBITOS   PIC 9(11)V99 VALUE ZEROS.
       01  WS-CHAMADA-ERRO.
           02  WS-ERR-PROGRAMA    PIC X(10) VALUE "RELRETRO".
           02  WS-ERR-ARQUIVO     PIC X(12) VALUE SPACES.
           02  WS-ERR-OPERACAO    PIC X(08) VALUE SPACES.
           02  WS-ERR-STATUS      PIC X(02) VALUE "00".
           02  WS-ERR-ACAO        PIC X(01) VALUE "S".
       01  WS-DIA-NEGOCIO.
           02  WS-NEGOCIO-FUNCAO  PIC X(01) VALUE "C".
           02  WS-NEGOCIO-PROGRAMA PIC X(08) VALUE "RELRETRO".
           02  WS-NEGOCIO-DATA    PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-SITUACAO PIC X(01) VALUE SPACE.
           02  WS-NEGOCIO-ANTERIOR PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-RESULTADO PIC X(01) VALUE "N".
       01  WS-VALOR-ED            PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-TOTAL-ED            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA-RELATORIO     PIC X(80).
      *----------------------------------------------------
      * RELACAO DOS LANCAMENTOS RETROATIVOS (DATADOS EM DIA JA
      * FECHADO, COM AUTORIZACAO DO SUPERVISOR) FEITOS NO DIA
      * DE MOVIMENTO CORRENTE, PARA AJUSTE DO RAZAO CONTABIL.
      * LE RETROMOV.DAT E GRAVA RETROREL.TXT. RODA NA CADEIA
      * DE FIM DE DIA, ANTES DO ENCERRAMENTO DA DATA.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** LANCAMENTOS RETROATIVOS DO DIA ***".
           CALL "DATACONT" USING WS-DIA-NEGOCIO.
           IF WS-NEGOCIO-RESULTADO NOT = "S"
              DISPLAY "CONTROLE DE DATA INDISPONIVEL! VER ERRLOG."
              MOVE 8 TO RETURN-CODE
              GO TO 999-FIM.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "LANCAMENTOS RETROATIVOS FEITOS EM " DELIMITED BY SIZE
                  WS-NEGOCIO-DATA (7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-NEGOCIO-DATA (5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-NEGOCIO-DATA (1:4) DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "CONTA/SEQ   DATA MOV  T          VALOR COD OPER SUPV"
             TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           OPEN INPUT RETROATIVOS.
           IF STATUS-RETROATIVOS = "35"
              GO TO 900-IMPRIME-TOTAIS.
           IF STATUS-RETROATIVOS NOT = "00"
              MOVE "RETROMOV.DAT" TO WS-ERR-ARQUIVO
              MOVE STATUS-RETROATIVOS TO WS-ERR-STATUS
              GO TO 005-ERRO-ABERTURA.
           GO TO 010-LE-RETROATIVOS.
      *----------------------------------------------------
       005-ERRO-ABERTURA.
           MOVE "OPEN" TO WS-ERR-OPERACAO.
           CALL "GRAVAERR" USING WS-ERR-PROGRAMA
               WS-ERR-ARQUIVO WS-ERR-OPERACAO
               WS-ERR-STATUS WS-ERR-ACAO.
           CLOSE RELATORIO.
           MOVE 8 TO RETURN-CODE.
           GO TO 999-FIM.
      *----------------------------------------------------
       010-LE-RETROATIVOS.
           PERFORM 020-PROCESSA-RETROATIVO THRU 020-99-FIM
               UNTIL STATUS-RETROATIVOS = "10".
           CLOSE RETROATIVOS.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-PROCESSA-RETROATIVO.
           READ RETROATIVOS
               AT END
               MOVE "10" TO STATUS-RETROATIVOS
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-LIDOS.
           IF DATA-NEGOCIO-RETRO NOT = WS-NEGOCIO-DATA
              GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-DIA.
           IF TIPO-RETRO = "C" OR TIPO-RETRO = "c"
              ADD VALOR-RETRO TO WS-TOTAL-CREDITOS
           ELSE
              ADD VALOR-RETRO TO WS-TOTAL-DEBITOS.
           MOVE VALOR-RETRO TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING CONTA-RETRO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SEQ-RETRO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DATA-MOV-RETRO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TIPO-RETRO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CODIGO-RETRO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OPERADOR-RETRO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUPERVISOR-RETRO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HISTORICO-RETRO DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "LANCAMENTOS RETROATIVOS ....: " DELIMITED BY SIZE
                  WS-TOTAL-DIA DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE WS-TOTAL-CREDITOS TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "TOTAL DE CREDITOS ..........: " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE WS-TOTAL-DEBITOS TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "TOTAL DE DEBITOS ...........: " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           DISPLAY "REGISTROS LIDOS ............: " WS-TOTAL-LIDOS.
           DISPLAY "RETROATIVOS DO DIA .........: " WS-TOTAL-DIA.
           DISPLAY "RELATORIO GRAVADO EM RETROREL.TXT".
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA RELRETRO ---------***
