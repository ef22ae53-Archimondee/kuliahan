       IDENTIFICATION DIVISION.
       PROGRAM-ID.  IDADECASO.
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
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       COPY "casoaml.cob".
      *
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AMLIDADE.TXT".
       01  REG-RELATORIO          PIC X(90).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-CASOS       PIC X(02) VALUE "00".
           02  STATUS-RELATORIO   PIC X(02) VALUE "00".
           02  WS-TOTAL-LIDOS     PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-PENDENTES PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-ESCALADOS PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-SEM-RESP  PIC 9(05) VALUE ZEROS.
           02  WS-PASSADA         PIC X(01) VALUE "E".
       01  WS-CALCULO-DATAS.
           02  WS-DATA-AAAAMMDD   PIC 9(08) VALUE ZEROS.
           02  WS-DATA-CALC.
               03  WS-DIA-CALC    PIC 9(02) VALUE ZEROS.
               03  WS-MES-CALC    PIC 9(02) VALUE ZEROS.
               03  WS-ANO-CALC    PIC 9(04) VALUE ZEROS.
           02  WS-FUNCAO-DIAS     PIC X(01) VALUE "N".
           02  WS-NUM-DIAS        PIC 9(07) VALUE ZEROS.
           02  WS-DIAS-HOJE       PIC 9(07) VALUE ZEROS.
           02  WS-DIAS-ABERTO     PIC 9(05) VALUE ZEROS.
       01  TABELA-FAIXAS.
           02  FAIXA-OCORRENCIA   OCCURS 4 TIMES.
               03  FAIXA-QTD      PIC 9(05).
               03  FAIXA-VALOR    PIC 9(11)V99.
       01  NOMES-FAIXAS.
           02  FILLER             PIC X(14) VALUE "ATE 30 DIAS   ".
           02  FILLER             PIC X(14) VALUE "31 A 60 DIAS  ".
           02  FILLER             PIC X(14) VALUE "61 A 90 DIAS  ".
           02  FILLER             PIC X(14) VALUE "ACIMA 90 DIAS ".
       01  TABELA-NOMES REDEFINES NOMES-FAIXAS.
           02  NOME-FAIXA         PIC X(14) OCCURS 4 TIMES.
       01  WS-FAIXA               PIC 9(01) VALUE ZEROS.
       01  WS-VALOR-ED            PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA-RELATORIO     PIC X(90).
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------
      * IDADE DOS CASOS DE PLD NAO ENCERRADOS (CASOAML.DAT),
      * EM DIAS DESDE A ABERTURA. OS CASOS ESCALADOS (CLIENTE
      * PEP) SAEM PRIMEIRO, EM BLOCO PROPRIO; DEPOIS OS DEMAIS.
      * CASO SEM RESPONSAVEL ATRIBUIDO E MARCADO NA LINHA.
      * TOTAIS POR FAIXA DE IDADE NO FIM DO RELATORIO.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** IDADE DOS CASOS DE PLD EM ABERTO ***".
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-DATA-SISTEMA TO WS-DATA-AAAAMMDD.
           PERFORM 950-DATA-PARA-DIAS THRU 950-99-FIM.
           MOVE WS-NUM-DIAS TO WS-DIAS-HOJE.
           MOVE ZEROS TO TABELA-FAIXAS.
           OPEN INPUT CASOSAML.
           IF STATUS-CASOS NOT = "00"
              DISPLAY "SEM CASOAML.DAT. STATUS=" STATUS-CASOS
              GO TO 999-FIM.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "CASOS DE PLD EM ABERTO EM " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "CASO   CONTA PD S RESP ABERTO    DIAS          VALOR"
             TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
      *----------------------------------------------------
       010-LE-CASOS.
           MOVE "CASOS ESCALADOS (CLIENTE PEP):" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "E" TO WS-PASSADA.
           PERFORM 015-PERCORRE-CASOS THRU 015-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "DEMAIS CASOS:" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "N" TO WS-PASSADA.
           PERFORM 015-PERCORRE-CASOS THRU 015-99-FIM.
           CLOSE CASOSAML.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       015-PERCORRE-CASOS.
           MOVE ZEROS TO NUMERO-CASO.
           START CASOSAML KEY IS NOT LESS THAN NUMERO-CASO
               INVALID KEY
               MOVE "10" TO STATUS-CASOS.
           IF STATUS-CASOS NOT = "10"
              MOVE "00" TO STATUS-CASOS
              PERFORM 020-PROCESSA-CASO THRU 020-99-FIM
                  UNTIL STATUS-CASOS = "10".
           MOVE "00" TO STATUS-CASOS.
       015-99-FIM.
           EXIT.
      *----------------------------------------------------
       020-PROCESSA-CASO.
           READ CASOSAML NEXT RECORD
               AT END
               MOVE "10" TO STATUS-CASOS
               GO TO 020-99-FIM.
           IF WS-PASSADA = "E"
              ADD 1 TO WS-TOTAL-LIDOS.
           IF CASO-ENCERRADO
              GO TO 020-99-FIM.
           IF WS-PASSADA = "E" AND NOT CASO-ESCALADO
              GO TO 020-99-FIM.
           IF WS-PASSADA = "N" AND CASO-ESCALADO
              GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-PENDENTES.
           IF CASO-ESCALADO
              ADD 1 TO WS-TOTAL-ESCALADOS.
           MOVE DATA-ABERTURA-CASO TO WS-DATA-AAAAMMDD.
           PERFORM 950-DATA-PARA-DIAS THRU 950-99-FIM.
           COMPUTE WS-DIAS-ABERTO = WS-DIAS-HOJE - WS-NUM-DIAS.
           IF WS-DIAS-ABERTO < 31
              MOVE 1 TO WS-FAIXA
           ELSE IF WS-DIAS-ABERTO < 61
              MOVE 2 TO WS-FAIXA
           ELSE IF WS-DIAS-ABERTO < 91
              MOVE 3 TO WS-FAIXA
           ELSE
              MOVE 4 TO WS-FAIXA.
           ADD 1 TO FAIXA-QTD (WS-FAIXA).
           ADD VALOR-CASO TO FAIXA-VALOR (WS-FAIXA).
           MOVE VALOR-CASO TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING NUMERO-CASO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CONTA-CASO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PADRAO-CASO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SITUACAO-CASO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RESPONSAVEL-CASO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DATA-ABERTURA-CASO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DIAS-ABERTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           IF RESPONSAVEL-CASO = SPACES
              ADD 1 TO WS-TOTAL-SEM-RESP
              MOVE "SEM RESPONSAVEL" TO WS-LINHA-RELATORIO (58:15).
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
       095-TOTAL-FAIXA.
           MOVE FAIXA-VALOR (WS-FAIXA) TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING NOME-FAIXA (WS-FAIXA) DELIMITED BY SIZE
                  " CASOS: " DELIMITED BY SIZE
                  FAIXA-QTD (WS-FAIXA) DELIMITED BY SIZE
                  "  VALOR: " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       095-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           PERFORM 095-TOTAL-FAIXA THRU 095-99-FIM
               VARYING WS-FAIXA FROM 1 BY 1
               UNTIL WS-FAIXA > 4.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "CASOS EM ABERTO ...........: " DELIMITED BY SIZE
                  WS-TOTAL-PENDENTES DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "  ESCALADOS (PEP) .........: " DELIMITED BY SIZE
                  WS-TOTAL-ESCALADOS DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "  SEM RESPONSAVEL .........: " DELIMITED BY SIZE
                  WS-TOTAL-SEM-RESP DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           DISPLAY "CASOS LIDOS ...............: " WS-TOTAL-LIDOS.
           DISPLAY "CASOS EM ABERTO ...........: " WS-TOTAL-PENDENTES.
           DISPLAY "  ESCALADOS (PEP) .........: " WS-TOTAL-ESCALADOS.
           DISPLAY "  SEM RESPONSAVEL .........: " WS-TOTAL-SEM-RESP.
           DISPLAY "RELATORIO GRAVADO EM AMLIDADE.TXT".
           GO TO 999-FIM.
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
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA IDADECASO ---------***
