       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RELTRANSAG.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTAGENCIA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-HISTAGENCIA
               FILE STATUS IS STATUS-HISTAGENCIA.
           SELECT MOVIMENTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-MOVIMENTO
               FILE STATUS IS STATUS-MOVIMENTOS.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       COPY "agchist.cob".
      *
       COPY "movimen.cob".
      *
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TRANSAG.TXT".
       01  REG-RELATORIO          PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-HISTAGENCIA PIC X(02) VALUE "00".
           02  STATUS-MOVIMENTOS  PIC X(02) VALUE "00".
           02  STATUS-RELATORIO   PIC X(02) VALUE "00".
           02  WS-TOTAL-TRANSF    PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-LIDOS     PIC 9(07) VALUE ZEROS.
           02  WS-TOTAL-MES       PIC 9(07) VALUE ZEROS.
           02  WS-QTD-ED          PIC ZZZZZZ9.
           02  WS-ENTRADAS-ED     PIC ZZZZ9.
           02  WS-SAIDAS-ED       PIC ZZZZ9.
           02  WS-DEBITOS-ED      PIC ZZ.ZZZ.ZZ9,99.
           02  WS-CREDITOS-ED     PIC ZZ.ZZZ.ZZ9,99.
       01  WS-MES-ANO-REF.
           02  WS-MES-REF         PIC 9(02) VALUE ZEROS.
           02  WS-ANO-REF         PIC 9(04) VALUE ZEROS.
       01  WS-AGENCIA-VIGENTE.
           02  WS-CONTA-VIG       PIC 9(05) VALUE ZEROS.
           02  WS-DATA-VIG        PIC 9(08) VALUE ZEROS.
           02  WS-AGENCIA-VIG     PIC 9(03) VALUE ZEROS.
           02  WS-CONTA-ANT       PIC 9(05) VALUE ZEROS.
           02  WS-DATA-ANT        PIC 9(08) VALUE ZEROS.
       01  WS-AGENCIA-PROCURA     PIC 9(03) VALUE ZEROS.
       01  WS-INDICE-AG           PIC 9(03) COMP VALUE ZEROS.
       01  TABELA-AGENCIAS.
           02  WS-QTD-AGENCIAS    PIC 9(03) COMP VALUE ZEROS.
           02  AGENCIA-OCORRENCIA OCCURS 50 TIMES.
               03  AGENCIA-COD    PIC 9(03).
               03  AGENCIA-ENTRADAS PIC 9(05).
               03  AGENCIA-SAIDAS PIC 9(05).
               03  AGENCIA-QTD-MOV PIC 9(07).
               03  AGENCIA-CREDITOS PIC 9(11)V99.
               03  AGENCIA-DEBITOS PIC 9(11)V99.
       01  WS-LINHA-RELATORIO     PIC X(80) VALUE SPACES.
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------
      * TRANSFERENCIAS DE CONTAS ENTRE AGENCIAS NO MES
      * (AGCHIST.DAT, SO AS APROVADAS, PELA DATA DE VIGENCIA)
      * E, POR AGENCIA, AS ENTRADAS, SAIDAS E O MOVIMENTO DO
      * MES. CADA MOVIMENTO CONTA PARA A AGENCIA EM QUE A
      * CONTA ESTAVA NA DATA DO MOVIMENTO (AGVIGENTE), E NAO
      * PARA A AGENCIA ATUAL. GRAVA TRANSAG.TXT.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** TRANSFERENCIAS ENTRE AGENCIAS ***".
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY "MES DE REFERENCIA (MMAAAA; 0 = MES ATUAL): ".
           ACCEPT WS-MES-ANO-REF.
           IF WS-MES-ANO-REF = ZEROS
              MOVE WS-DATA-SISTEMA (5:2) TO WS-MES-REF
              MOVE WS-DATA-SISTEMA (1:4) TO WS-ANO-REF.
           IF WS-MES-REF < 01 OR WS-MES-REF > 12
              DISPLAY "MES DE REFERENCIA INVALIDO: " WS-MES-REF
              GO TO 999-FIM.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "TRANSFERENCIAS ENTRE AGENCIAS - MES "
                  DELIMITED BY SIZE
                  WS-MES-REF DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ANO-REF DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "CONTA VIGENCIA   DE  PARA OPER SUPV" TO
                WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           OPEN INPUT HISTAGENCIA.
           IF STATUS-HISTAGENCIA NOT = "00"
              DISPLAY "SEM AGCHIST.DAT - NENHUMA TRANSFERENCIA."
              GO TO 020-LE-MOVIMENTOS.
           PERFORM 010-LE-TRANSFERENCIA THRU 010-99-FIM
               UNTIL STATUS-HISTAGENCIA = "10".
           CLOSE HISTAGENCIA.
      *----------------------------------------------------
       020-LE-MOVIMENTOS.
           OPEN INPUT MOVIMENTOS.
           IF STATUS-MOVIMENTOS NOT = "00"
              DISPLAY "NAO FOI POSSIVEL ABRIR MOVIMENT.DAT. STATUS="
                      STATUS-MOVIMENTOS
              GO TO 040-IMPRIME-AGENCIAS.
           PERFORM 030-ACUMULA-MOVIMENTO THRU 030-99-FIM
               UNTIL STATUS-MOVIMENTOS = "10".
           CLOSE MOVIMENTOS.
      *----------------------------------------------------
       040-IMPRIME-AGENCIAS.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "AGE ENTRAM SAEM    MOVTOS       DEBITOS"
                  DELIMITED BY SIZE
                  "      CREDITOS" DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           PERFORM 050-IMPRIME-AGENCIA THRU 050-99-FIM
               VARYING WS-INDICE-AG FROM 1 BY 1
               UNTIL WS-INDICE-AG > WS-QTD-AGENCIAS.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "TRANSFERENCIAS NO MES ......: " DELIMITED BY SIZE
                  WS-TOTAL-TRANSF DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       010-LE-TRANSFERENCIA.
           READ HISTAGENCIA NEXT RECORD
               AT END
               MOVE "10" TO STATUS-HISTAGENCIA
               GO TO 010-99-FIM.
      *****  INICIO ZERADO = AGENCIA ORIGINAL, NAO E TRANSFERENCIA
           IF NOT HAG-APROVADA OR INICIO-HAG = ZEROS
              GO TO 010-99-FIM.
           IF INICIO-HAG (5:2) NOT = WS-MES-REF OR
              INICIO-HAG (1:4) NOT = WS-ANO-REF
              GO TO 010-99-FIM.
           ADD 1 TO WS-TOTAL-TRANSF.
           MOVE AGENCIA-HAG TO WS-AGENCIA-PROCURA.
           PERFORM 060-PROCURA-AGENCIA THRU 060-99-FIM.
           IF WS-INDICE-AG > ZEROS
              ADD 1 TO AGENCIA-ENTRADAS (WS-INDICE-AG).
           MOVE AGENCIA-ANT-HAG TO WS-AGENCIA-PROCURA.
           PERFORM 060-PROCURA-AGENCIA THRU 060-99-FIM.
           IF WS-INDICE-AG > ZEROS
              ADD 1 TO AGENCIA-SAIDAS (WS-INDICE-AG).
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING CONTA-HAG DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INICIO-HAG (7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  INICIO-HAG (5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  INICIO-HAG (1:4) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AGENCIA-ANT-HAG DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  AGENCIA-HAG DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OPERADOR-HAG DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUPERVISOR-HAG DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
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
           ADD 1 TO WS-TOTAL-MES.
           MOVE CONTA-MOV TO WS-CONTA-VIG.
           COMPUTE WS-DATA-VIG = ANO-MOV * 10000 + MES-MOV * 100
               + DIA-MOV.
      *****  MESMA CONTA NA MESMA DATA - AGENCIA JA CONHECIDA
           IF WS-CONTA-VIG NOT = WS-CONTA-ANT OR
              WS-DATA-VIG NOT = WS-DATA-ANT
              CALL "AGVIGENTE" USING WS-CONTA-VIG WS-DATA-VIG
                  WS-AGENCIA-VIG
              MOVE WS-CONTA-VIG TO WS-CONTA-ANT
              MOVE WS-DATA-VIG TO WS-DATA-ANT.
           MOVE WS-AGENCIA-VIG TO WS-AGENCIA-PROCURA.
           PERFORM 060-PROCURA-AGENCIA THRU 060-99-FIM.
           IF WS-INDICE-AG = ZEROS
              GO TO 030-99-FIM.
           ADD 1 TO AGENCIA-QTD-MOV (WS-INDICE-AG).
           IF TIPO-MOV = "C" OR TIPO-MOV = "c"
              ADD VALOR-MOV TO AGENCIA-CREDITOS (WS-INDICE-AG)
           ELSE
              ADD VALOR-MOV TO AGENCIA-DEBITOS (WS-INDICE-AG).
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-IMPRIME-AGENCIA.
           MOVE AGENCIA-ENTRADAS (WS-INDICE-AG) TO WS-ENTRADAS-ED.
           MOVE AGENCIA-SAIDAS (WS-INDICE-AG) TO WS-SAIDAS-ED.
           MOVE AGENCIA-QTD-MOV (WS-INDICE-AG) TO WS-QTD-ED.
           MOVE AGENCIA-DEBITOS (WS-INDICE-AG) TO WS-DEBITOS-ED.
           MOVE AGENCIA-CREDITOS (WS-INDICE-AG) TO WS-CREDITOS-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING AGENCIA-COD (WS-INDICE-AG) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ENTRADAS-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SAIDAS-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEBITOS-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CREDITOS-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  POSICAO DA AGENCIA NA TABELA (INCLUI SE NOVA);
      *****  ZERO QUANDO A TABELA ESTA CHEIA
       060-PROCURA-AGENCIA.
           MOVE ZEROS TO WS-INDICE-AG.
       060-01-PROCURA.
           ADD 1 TO WS-INDICE-AG.
           IF WS-INDICE-AG > WS-QTD-AGENCIAS
              GO TO 060-02-NOVA.
           IF AGENCIA-COD (WS-INDICE-AG) = WS-AGENCIA-PROCURA
              GO TO 060-99-FIM.
           GO TO 060-01-PROCURA.
       060-02-NOVA.
           IF WS-QTD-AGENCIAS < 50
              ADD 1 TO WS-QTD-AGENCIAS
              MOVE WS-QTD-AGENCIAS TO WS-INDICE-AG
              MOVE WS-AGENCIA-PROCURA TO AGENCIA-COD (WS-INDICE-AG)
              MOVE ZEROS TO AGENCIA-ENTRADAS (WS-INDICE-AG)
              MOVE ZEROS TO AGENCIA-SAIDAS (WS-INDICE-AG)
              MOVE ZEROS TO AGENCIA-QTD-MOV (WS-INDICE-AG)
              MOVE ZEROS TO AGENCIA-CREDITOS (WS-INDICE-AG)
              MOVE ZEROS TO AGENCIA-DEBITOS (WS-INDICE-AG)
           ELSE
              MOVE ZEROS TO WS-INDICE-AG.
       060-99-FIM.
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
           DISPLAY "TRANSFERENCIAS NO MES ......: " WS-TOTAL-TRANSF.
           DISPLAY "MOVIMENTOS LIDOS ...........: " WS-TOTAL-LIDOS.
           DISPLAY "MOVIMENTOS DO MES ..........: " WS-TOTAL-MES.
           DISPLAY "RELATORIO GRAVADO EM TRANSAG.TXT".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA RELTRANSAG ---------***
