       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RELCOMP.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPENSACAO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-COMPENSACAO
               FILE STATUS IS STATUS-COMPENSACAO.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       COPY "chqcomp.cob".
      *
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "COMPPEND.TXT".
       01  REG-RELATORIO          PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-COMPENSACAO PIC X(02) VALUE "00".
           02  STATUS-RELATORIO   PIC X(02) VALUE "00".
           02  WS-TOTAL-LIDOS     PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-PENDENTES PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-ATRASADOS PIC 9(05) VALUE ZEROS.
           02  WS-VALOR-PENDENTE  PIC 9(11)V99 VALUE ZEROS.
           02  WS-PASSADA         PIC X(01) VALUE "B".
       01  WS-QUEBRA-DATA.
           02  WS-DATA-ATUAL      PIC 9(08) VALUE ZEROS.
           02  WS-PROXIMA-DATA    PIC 9(08) VALUE 99999999.
           02  WS-QTD-DATA        PIC 9(05) VALUE ZEROS.
           02  WS-VALOR-DATA      PIC 9(11)V99 VALUE ZEROS.
       01  WS-CHAMADA-ERRO.
           02  WS-ERR-PROGRAMA    PIC X(10) VALUE "RELCOMP".
           02  WS-ERR-ARQUIVO     PIC X(12) VALUE SPACES.
           02  WS-ERR-OPERACAO    PIC X(08) VALUE SPACES.
           02  WS-ERR-STATUS      PIC X(02) VALUE "00".
           02  WS-ERR-ACAO        PIC X(01) VALUE "S".
       01  WS-DIA-NEGOCIO.
           02  WS-NEGOCIO-FUNCAO  PIC X(01) VALUE "C".
           02  WS-NEGOCIO-PROGRAMA PIC X(08) VALUE "RELCOMP".
           02  WS-NEGOCIO-DATA    PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-SITUACAO PIC X(01) VALUE SPACE.
           02  WS-NEGOCIO-ANTERIOR PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-RESULTADO PIC X(01) VALUE "N".
       01  WS-VALOR-ED            PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-TOTAL-ED            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA-RELATORIO     PIC X(80).
      *----------------------------------------------------
      * CHEQUES DE OUTROS BANCOS DEPOSITADOS E AINDA EM
      * COMPENSACAO (CHQCOMP.DAT), AGRUPADOS POR DATA DE
      * LIBERACAO EM ORDEM CRESCENTE, COM SUBTOTAL POR DATA.
      * CADA DATA E UMA PASSADA NO ARQUIVO: A PASSADA "B"
      * BUSCA A PROXIMA DATA DE LIBERACAO E A PASSADA "L"
      * LISTA OS CHEQUES DESSA DATA. CHEQUE COM LIBERACAO JA
      * VENCIDA E AINDA PENDENTE (LIBERACHQ NAO RODOU) SAI
      * MARCADO COMO ATRASADO. GRAVA COMPPEND.TXT.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** CHEQUES DEPOSITADOS EM COMPENSACAO ***".
           CALL "DATACONT" USING WS-DIA-NEGOCIO.
           IF WS-NEGOCIO-RESULTADO NOT = "S"
              DISPLAY "CONTROLE DE DATA INDISPONIVEL! VER ERRLOG."
              MOVE 8 TO RETURN-CODE
              GO TO 999-FIM.
           OPEN INPUT COMPENSACAO.
           IF STATUS-COMPENSACAO = "35"
              DISPLAY "NENHUM CHEQUE DEPOSITADO EM COMPENSACAO."
              GO TO 999-FIM.
           IF STATUS-COMPENSACAO NOT = "00"
              MOVE "CHQCOMP.DAT" TO WS-ERR-ARQUIVO
              MOVE STATUS-COMPENSACAO TO WS-ERR-STATUS
              GO TO 005-ERRO-ABERTURA.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "CHEQUES EM COMPENSACAO NO DIA " DELIMITED BY SIZE
                  WS-NEGOCIO-DATA (7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-NEGOCIO-DATA (5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-NEGOCIO-DATA (1:4) DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "CONTA/SEQ   BCO AGEN CHEQUE DEPOSITO OPER      VALOR"
             TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           GO TO 010-LE-DATAS.
      *----------------------------------------------------
       005-ERRO-ABERTURA.
           MOVE "OPEN" TO WS-ERR-OPERACAO.
           CALL "GRAVAERR" USING WS-ERR-PROGRAMA
               WS-ERR-ARQUIVO WS-ERR-OPERACAO
               WS-ERR-STATUS WS-ERR-ACAO.
           MOVE 8 TO RETURN-CODE.
           GO TO 999-FIM.
      *----------------------------------------------------
       010-LE-DATAS.
           MOVE ZEROS TO WS-DATA-ATUAL.
           MOVE "B" TO WS-PASSADA.
           PERFORM 015-PERCORRE-CHEQUES THRU 015-99-FIM.
           PERFORM 030-LISTA-DATA THRU 030-99-FIM
               UNTIL WS-PROXIMA-DATA = 99999999.
           CLOSE COMPENSACAO.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       015-PERCORRE-CHEQUES.
           IF WS-PASSADA = "B"
              MOVE 99999999 TO WS-PROXIMA-DATA.
           MOVE ZEROS TO CONTA-CMP.
           MOVE ZEROS TO SEQ-CMP.
           START COMPENSACAO KEY IS NOT LESS THAN CHAVE-COMPENSACAO
               INVALID KEY
               MOVE "10" TO STATUS-COMPENSACAO.
           IF STATUS-COMPENSACAO NOT = "10"
              MOVE "00" TO STATUS-COMPENSACAO
              PERFORM 020-PROCESSA-CHEQUE THRU 020-99-FIM
                  UNTIL STATUS-COMPENSACAO = "10".
           MOVE "00" TO STATUS-COMPENSACAO.
       015-99-FIM.
           EXIT.
      *----------------------------------------------------
       020-PROCESSA-CHEQUE.
           READ COMPENSACAO NEXT RECORD
               AT END
               MOVE "10" TO STATUS-COMPENSACAO
               GO TO 020-99-FIM.
           IF WS-PASSADA = "B" AND WS-DATA-ATUAL = ZEROS
              ADD 1 TO WS-TOTAL-LIDOS.
           IF NOT CMP-PENDENTE
              GO TO 020-99-FIM.
      *****  PASSADA DE BUSCA: MENOR DATA ACIMA DA JA LISTADA
           IF WS-PASSADA = "B" AND
              DATA-LIBERA-CMP > WS-DATA-ATUAL AND
              DATA-LIBERA-CMP < WS-PROXIMA-DATA
              MOVE DATA-LIBERA-CMP TO WS-PROXIMA-DATA.
           IF WS-PASSADA = "B"
              GO TO 020-99-FIM.
           IF DATA-LIBERA-CMP NOT = WS-DATA-ATUAL
              GO TO 020-99-FIM.
           ADD 1 TO WS-QTD-DATA.
           ADD VALOR-CMP TO WS-VALOR-DATA.
           MOVE VALOR-CMP TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING CONTA-CMP DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SEQ-CMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BANCO-CMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AGENCIA-CMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NUMERO-CMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DATA-DEPOSITO-CMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OPERADOR-CMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           IF DATA-LIBERA-CMP NOT > WS-NEGOCIO-DATA
              ADD 1 TO WS-TOTAL-ATRASADOS
              MOVE "ATRASADO" TO WS-LINHA-RELATORIO (70:8).
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-LISTA-DATA.
           MOVE WS-PROXIMA-DATA TO WS-DATA-ATUAL.
           MOVE ZEROS TO WS-QTD-DATA.
           MOVE ZEROS TO WS-VALOR-DATA.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           STRING "LIBERACAO EM " DELIMITED BY SIZE
                  WS-DATA-ATUAL (7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DATA-ATUAL (5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DATA-ATUAL (1:4) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "L" TO WS-PASSADA.
           PERFORM 015-PERCORRE-CHEQUES THRU 015-99-FIM.
           ADD WS-QTD-DATA TO WS-TOTAL-PENDENTES.
           ADD WS-VALOR-DATA TO WS-VALOR-PENDENTE.
           MOVE WS-VALOR-DATA TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "  SUBTOTAL DA DATA .........: " DELIMITED BY SIZE
                  WS-QTD-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "B" TO WS-PASSADA.
           PERFORM 015-PERCORRE-CHEQUES THRU 015-99-FIM.
       030-99-FIM.
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
           MOVE WS-VALOR-PENDENTE TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "CHEQUES EM COMPENSACAO .....: " DELIMITED BY SIZE
                  WS-TOTAL-PENDENTES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "  COM LIBERACAO ATRASADA ...: " DELIMITED BY SIZE
                  WS-TOTAL-ATRASADOS DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           DISPLAY "CHEQUES LIDOS ..............: " WS-TOTAL-LIDOS.
           DISPLAY "CHEQUES EM COMPENSACAO .....: " WS-TOTAL-PENDENTES.
           DISPLAY "  COM LIBERACAO ATRASADA ...: " WS-TOTAL-ATRASADOS.
           DISPLAY "VALOR EM COMPENSACAO .......: " WS-TOTAL-ED.
           DISPLAY "RELATORIO GRAVADO EM COMPPEND.TXT".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA RELCOMP ---------***
