       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VENCEBLOQ.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOQUEIOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-BLOQUEIO
               FILE STATUS IS STATUS-BLOQUEIOS.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       COPY "bloqueio.cob".
      *
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BLQVENC.TXT".
       01  REG-RELATORIO          PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-BLOQUEIOS   PIC X(02) VALUE "00".
           02  STATUS-RELATORIO   PIC X(02) VALUE "00".
           02  WS-TOTAL-LIDOS     PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-ATIVOS    PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-VENCIDOS  PIC 9(05) VALUE ZEROS.
           02  WS-VALOR-VENCIDO   PIC 9(11)V99 VALUE ZEROS.
       01  WS-CHAMADA-ERRO.
           02  WS-ERR-PROGRAMA    PIC X(10) VALUE "VENCEBLOQ".
           02  WS-ERR-ARQUIVO     PIC X(12) VALUE SPACES.
           02  WS-ERR-OPERACAO    PIC X(08) VALUE SPACES.
           02  WS-ERR-STATUS      PIC X(02) VALUE "00".
           02  WS-ERR-ACAO        PIC X(01) VALUE "S".
       01  WS-VALOR-ED            PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA-RELATORIO     PIC X(80).
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------
      * BAIXA DIARIA DOS BLOQUEIOS DE VALOR COM PRAZO VENCIDO.
      * BLOQUEIO ATIVO COM DATA DE EXPIRACAO ANTERIOR A HOJE
      * PASSA A SITUACAO X (EXPIRADO) COM A DATA DA BAIXA, E O
      * VALOR VOLTA AO DISPONIVEL DA CONTA. LISTA AS BAIXAS EM
      * BLQVENC.TXT. SEM BLOQVAL.DAT NAO HA O QUE BAIXAR.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** VENCIMENTO DE BLOQUEIOS DE VALOR ***".
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           OPEN I-O BLOQUEIOS.
           IF STATUS-BLOQUEIOS = "35"
              DISPLAY "NENHUM BLOQUEIO CADASTRADO."
              GO TO 999-FIM.
           IF STATUS-BLOQUEIOS NOT = "00"
              MOVE "BLOQVAL.DAT" TO WS-ERR-ARQUIVO
              MOVE STATUS-BLOQUEIOS TO WS-ERR-STATUS
              GO TO 005-ERRO-ABERTURA.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "BLOQUEIOS DE VALOR VENCIDOS EM " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "CONTA/NUM  EXPIRACAO  SALDO LIBERADO  PROCESSO"
             TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           GO TO 010-LE-BLOQUEIOS.
      *----------------------------------------------------
       005-ERRO-ABERTURA.
           MOVE "OPEN" TO WS-ERR-OPERACAO.
           CALL "GRAVAERR" USING WS-ERR-PROGRAMA
               WS-ERR-ARQUIVO WS-ERR-OPERACAO
               WS-ERR-STATUS WS-ERR-ACAO.
           MOVE 8 TO RETURN-CODE.
           GO TO 999-FIM.
      *----------------------------------------------------
       010-LE-BLOQUEIOS.
           PERFORM 020-PROCESSA-BLOQUEIO THRU 020-99-FIM
               UNTIL STATUS-BLOQUEIOS = "10".
           CLOSE BLOQUEIOS.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-PROCESSA-BLOQUEIO.
           READ BLOQUEIOS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-BLOQUEIOS
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-LIDOS.
           IF NOT BLQ-ATIVO
              GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-ATIVOS.
           IF DATA-EXPIRA-BLQ = ZEROS
              GO TO 020-99-FIM.
           IF DATA-EXPIRA-BLQ NOT < WS-DATA-SISTEMA
              GO TO 020-99-FIM.
           MOVE "X" TO SITUACAO-BLQ.
           MOVE WS-DATA-SISTEMA TO DATA-BAIXA-BLQ.
           REWRITE REG-BLOQUEIO
               INVALID KEY
               DISPLAY "ERRO AO REGRAVAR BLOQVAL.DAT CONTA "
                       CONTA-BLQ "/" NUMERO-BLQ
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-VENCIDOS.
           ADD SALDO-BLQ TO WS-VALOR-VENCIDO.
           MOVE SALDO-BLQ TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING CONTA-BLQ DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  NUMERO-BLQ DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DATA-EXPIRA-BLQ DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PROCESSO-BLQ DELIMITED BY SIZE
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
           MOVE WS-VALOR-VENCIDO TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "TOTAL DE BLOQUEIOS VENCIDOS .: " DELIMITED BY SIZE
                  WS-TOTAL-VENCIDOS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           DISPLAY "BLOQUEIOS LIDOS ............: " WS-TOTAL-LIDOS.
           DISPLAY "BLOQUEIOS ATIVOS ...........: " WS-TOTAL-ATIVOS.
           DISPLAY "BLOQUEIOS VENCIDOS .........: " WS-TOTAL-VENCIDOS.
           DISPLAY "VALOR LIBERADO .............: " WS-VALOR-ED.
           DISPLAY "RELATORIO GRAVADO EM BLQVENC.TXT".
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA VENCEBLOQ ---------***
