       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LIBERACHQ.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPENSACAO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
           VALUE OF FILE-ID IS "CHQLIB.TXT".
       01  REG-RELATORIO          PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-COMPENSACAO PIC X(02) VALUE "00".
           02  STATUS-RELATORIO   PIC X(02) VALUE "00".
           02  WS-TOTAL-LIDOS     PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-PENDENTES PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-LIBERADOS PIC 9(05) VALUE ZEROS.
           02  WS-VALOR-LIBERADO  PIC 9(11)V99 VALUE ZEROS.
           02  WS-VALOR-PENDENTE  PIC 9(11)V99 VALUE ZEROS.
       01  WS-CHAMADA-ERRO.
           02  WS-ERR-PROGRAMA    PIC X(10) VALUE "LIBERACHQ".
           02  WS-ERR-ARQUIVO     PIC X(12) VALUE SPACES.
           02  WS-ERR-OPERACAO    PIC X(08) VALUE SPACES.
           02  WS-ERR-STATUS      PIC X(02) VALUE "00".
           02  WS-ERR-ACAO        PIC X(01) VALUE "S".
       01  WS-DIA-NEGOCIO.
           02  WS-NEGOCIO-FUNCAO  PIC X(01) VALUE "C".
           02  WS-NEGOCIO-PROGRAMA PIC X(08) VALUE "LIBERACH".
           02  WS-NEGOCIO-DATA    PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-SITUACAO PIC X(01) VALUE SPACE.
           02  WS-NEGOCIO-ANTERIOR PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-RESULTADO PIC X(01) VALUE "N".
       01  WS-VALOR-ED            PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-TOTAL-ED            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA-RELATORIO     PIC X(80).
      *----------------------------------------------------
      * LIBERACAO DIARIA DOS CHEQUES DE OUTROS BANCOS
      * DEPOSITADOS (CHQCOMP.DAT). CHEQUE EM COMPENSACAO COM
      * DATA DE LIBERACAO IGUAL OU ANTERIOR AO DIA DE MOVIMENTO
      * PASSA A SITUACAO L (LIBERADO) COM A DATA DA BAIXA, E O
      * VALOR FICA DISPONIVEL NA CONTA. LISTA AS LIBERACOES EM
      * CHQLIB.TXT. RODA NA CADEIA DE FIM DE DIA, ANTES DO
      * ENCERRAMENTO DA DATA. SEM CHQCOMP.DAT NAO HA O QUE
      * LIBERAR.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** LIBERACAO DE CHEQUES DEPOSITADOS ***".
           CALL "DATACONT" USING WS-DIA-NEGOCIO.
           IF WS-NEGOCIO-RESULTADO NOT = "S"
              DISPLAY "CONTROLE DE DATA INDISPONIVEL! VER ERRLOG."
              MOVE 8 TO RETURN-CODE
              GO TO 999-FIM.
           OPEN I-O COMPENSACAO.
           IF STATUS-COMPENSACAO = "35"
              DISPLAY "NENHUM CHEQUE DEPOSITADO EM COMPENSACAO."
              GO TO 999-FIM.
           IF STATUS-COMPENSACAO NOT = "00"
              MOVE "CHQCOMP.DAT" TO WS-ERR-ARQUIVO
              MOVE STATUS-COMPENSACAO TO WS-ERR-STATUS
              GO TO 005-ERRO-ABERTURA.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "CHEQUES DEPOSITADOS LIBERADOS EM " DELIMITED BY SIZE
                  WS-NEGOCIO-DATA (7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-NEGOCIO-DATA (5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-NEGOCIO-DATA (1:4) DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "CONTA/SEQ   BCO AGEN CHEQUE DEPOSITO LIBERACAO   VALOR"
             TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           GO TO 010-LE-COMPENSACAO.
      *----------------------------------------------------
       005-ERRO-ABERTURA.
           MOVE "OPEN" TO WS-ERR-OPERACAO.
           CALL "GRAVAERR" USING WS-ERR-PROGRAMA
               WS-ERR-ARQUIVO WS-ERR-OPERACAO
               WS-ERR-STATUS WS-ERR-ACAO.
           MOVE 8 TO RETURN-CODE.
           GO TO 999-FIM.
      *----------------------------------------------------
       010-LE-COMPENSACAO.
           PERFORM 020-PROCESSA-CHEQUE THRU 020-99-FIM
               UNTIL STATUS-COMPENSACAO = "10".
           CLOSE COMPENSACAO.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-PROCESSA-CHEQUE.
           READ COMPENSACAO NEXT RECORD
               AT END
               MOVE "10" TO STATUS-COMPENSACAO
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-LIDOS.
           IF NOT CMP-PENDENTE
              GO TO 020-99-FIM.
           IF DATA-LIBERA-CMP > WS-NEGOCIO-DATA
              ADD 1 TO WS-TOTAL-PENDENTES
              ADD VALOR-CMP TO WS-VALOR-PENDENTE
              GO TO 020-99-FIM.
           MOVE "L" TO SITUACAO-CMP.
           MOVE WS-NEGOCIO-DATA TO DATA-BAIXA-CMP.
           REWRITE REG-COMPENSACAO
               INVALID KEY
               DISPLAY "ERRO AO REGRAVAR CHQCOMP.DAT CONTA "
                       CONTA-CMP "/" SEQ-CMP
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-LIBERADOS.
           ADD VALOR-CMP TO WS-VALOR-LIBERADO.
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
                  DATA-LIBERA-CMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
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
           MOVE WS-VALOR-LIBERADO TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "CHEQUES LIBERADOS ..........: " DELIMITED BY SIZE
                  WS-TOTAL-LIBERADOS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE WS-VALOR-PENDENTE TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "AINDA EM COMPENSACAO .......: " DELIMITED BY SIZE
                  WS-TOTAL-PENDENTES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           DISPLAY "CHEQUES LIDOS ..............: " WS-TOTAL-LIDOS.
           DISPLAY "CHEQUES LIBERADOS ..........: " WS-TOTAL-LIBERADOS.
           DISPLAY "AINDA EM COMPENSACAO .......: " WS-TOTAL-PENDENTES.
           MOVE WS-VALOR-LIBERADO TO WS-TOTAL-ED.
           DISPLAY "VALOR LIBERADO .............: " WS-TOTAL-ED.
           DISPLAY "RELATORIO GRAVADO EM CHQLIB.TXT".
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA LIBERACHQ ---------***
