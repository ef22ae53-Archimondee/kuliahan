       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VERSALDO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTACORRENTE
               FILE STATUS IS STATUS-CLIENTES.
           SELECT MOVIMENTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-MOVIMENTO
               FILE STATUS IS STATUS-MOVIMENTOS.
           SELECT SALDOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-SALDO
               FILE STATUS IS STATUS-SALDOS.
           SELECT EXCECOES ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-EXCECOES.
       DATA DIVISION.
       FILE SECTION.
       COPY "layout.cob".
      *
       COPY "movimen.cob".
      *
       COPY "saldocli.cob".
      *
       FD  EXCECOES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SALDODIF.TXT".
       01  REG-EXCECAO            PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-CLIENTES    PIC X(02) VALUE "00".
           02  STATUS-MOVIMENTOS  PIC X(02) VALUE "00".
           02  STATUS-SALDOS      PIC X(02) VALUE "00".
           02  STATUS-EXCECOES    PIC X(02) VALUE "00".
           02  WS-TOTAL-CONTAS    PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-CONFEREM  PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-DIVERGEM  PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-SEM-POSICAO PIC 9(05) VALUE ZEROS.
       01  WS-CHAMADA-ERRO.
           02  WS-ERR-PROGRAMA    PIC X(10) VALUE "VERSALDO".
           02  WS-ERR-ARQUIVO     PIC X(12) VALUE SPACES.
           02  WS-ERR-OPERACAO    PIC X(08) VALUE SPACES.
           02  WS-ERR-STATUS      PIC X(02) VALUE "00".
           02  WS-ERR-ACAO        PIC X(01) VALUE "S".
       01  WS-CONTA-EXAME         PIC 9(05) VALUE ZEROS.
       01  WS-SALDO-RECALCULADO   PIC S9(09)V99 VALUE ZEROS.
       01  WS-ULTIMO-SEQ          PIC 9(05) VALUE ZEROS.
       01  WS-DIFERENCA           PIC S9(09)V99 VALUE ZEROS.
       01  WS-SALDO-ED            PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-SALDO-ED-2          PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-DIFERENCA-ED        PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA-EXCECAO       PIC X(80).
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------
      * CONFERENCIA NOTURNA DA POSICAO DE SALDOS: RECALCULA
      * O SALDO DE CADA CONTA A PARTIR DE MOVIMENT.DAT E
      * CONFRONTA COM SALDOCLI.DAT. CONTAS COM DIFERENCA DE
      * SALDO, E CONTAS COM MOVIMENTO MAS SEM POSICAO, SAO
      * LISTADAS EM SALDODIF.TXT.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** CONFERENCIA DA POSICAO DE SALDOS ***".
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTES.
           IF STATUS-CLIENTES NOT = "00"
              MOVE "CLIENTES.DAT" TO WS-ERR-ARQUIVO
              MOVE STATUS-CLIENTES TO WS-ERR-STATUS
              GO TO 005-ERRO-ABERTURA.
           OPEN INPUT MOVIMENTOS.
           IF STATUS-MOVIMENTOS NOT = "00"
              MOVE "MOVIMENT.DAT" TO WS-ERR-ARQUIVO
              MOVE STATUS-MOVIMENTOS TO WS-ERR-STATUS
              CLOSE CLIENTES
              GO TO 005-ERRO-ABERTURA.
           OPEN INPUT SALDOS.
           IF STATUS-SALDOS = "35"
              OPEN OUTPUT SALDOS
              CLOSE SALDOS
              OPEN INPUT SALDOS.
           IF STATUS-SALDOS NOT = "00"
              MOVE "SALDOCLI.DAT" TO WS-ERR-ARQUIVO
              MOVE STATUS-SALDOS TO WS-ERR-STATUS
              CLOSE CLIENTES
              CLOSE MOVIMENTOS
              GO TO 005-ERRO-ABERTURA.
           OPEN OUTPUT EXCECOES.
           MOVE SPACES TO WS-LINHA-EXCECAO.
           STRING "CONFERENCIA DE SALDOS EM " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  INTO WS-LINHA-EXCECAO.
           PERFORM 090-GRAVA-EXCECAO THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-EXCECAO.
           PERFORM 090-GRAVA-EXCECAO THRU 090-99-FIM.
           GO TO 010-LE-CLIENTES.
      *----------------------------------------------------
       005-ERRO-ABERTURA.
           MOVE "OPEN" TO WS-ERR-OPERACAO.
           CALL "GRAVAERR" USING WS-ERR-PROGRAMA
               WS-ERR-ARQUIVO WS-ERR-OPERACAO
               WS-ERR-STATUS WS-ERR-ACAO.
           MOVE 8 TO RETURN-CODE.
           GO TO 999-FIM.
      *----------------------------------------------------
       010-LE-CLIENTES.
           PERFORM 020-PROCESSA-CONTA THRU 020-99-FIM
               UNTIL STATUS-CLIENTES = "10".
           CLOSE CLIENTES.
           CLOSE MOVIMENTOS.
           CLOSE SALDOS.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-PROCESSA-CONTA.
           READ CLIENTES NEXT RECORD
               AT END
               MOVE "10" TO STATUS-CLIENTES
               GO TO 020-99-FIM.
           IF TIPOREGISTRO NOT = 1
              GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-CONTAS.
           MOVE CONTACORRENTE TO WS-CONTA-EXAME.
           PERFORM 030-RECALCULA-SALDO THRU 030-99-FIM.
           MOVE WS-CONTA-EXAME TO CONTA-SALDO.
           READ SALDOS
               INVALID KEY
               GO TO 020-05-SEM-POSICAO.
           COMPUTE WS-DIFERENCA =
               SALDO-ATUAL - WS-SALDO-RECALCULADO.
           IF WS-DIFERENCA = ZEROS
              ADD 1 TO WS-TOTAL-CONFEREM
              GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-DIVERGEM.
           MOVE SALDO-ATUAL TO WS-SALDO-ED.
           MOVE WS-SALDO-RECALCULADO TO WS-SALDO-ED-2.
           MOVE WS-DIFERENCA TO WS-DIFERENCA-ED.
           MOVE SPACES TO WS-LINHA-EXCECAO.
           STRING "DIVERGE CONTA " DELIMITED BY SIZE
                  WS-CONTA-EXAME DELIMITED BY SIZE
                  " POS " DELIMITED BY SIZE
                  WS-SALDO-ED DELIMITED BY SIZE
                  " MOV " DELIMITED BY SIZE
                  WS-SALDO-ED-2 DELIMITED BY SIZE
                  " DIF " DELIMITED BY SIZE
                  WS-DIFERENCA-ED DELIMITED BY SIZE
                  INTO WS-LINHA-EXCECAO.
           PERFORM 090-GRAVA-EXCECAO THRU 090-99-FIM.
      *****  SEQ DA POSICAO ACIMA DA ULTIMA DE MOVIMENT.DAT APONTA
      *****  LANCAMENTO INEXISTENTE (ABAIXO E NORMAL APOS ARQMOV)
           IF ULTIMO-SEQ-SALDO > WS-ULTIMO-SEQ
              MOVE SPACES TO WS-LINHA-EXCECAO
              STRING "      CONTA " DELIMITED BY SIZE
                     WS-CONTA-EXAME DELIMITED BY SIZE
                     " ULTIMA SEQ NA POSICAO " DELIMITED BY SIZE
                     ULTIMO-SEQ-SALDO DELIMITED BY SIZE
                     " EM MOVIMENT.DAT " DELIMITED BY SIZE
                     WS-ULTIMO-SEQ DELIMITED BY SIZE
                     INTO WS-LINHA-EXCECAO
              PERFORM 090-GRAVA-EXCECAO THRU 090-99-FIM.
           GO TO 020-99-FIM.
       020-05-SEM-POSICAO.
           IF WS-ULTIMO-SEQ = ZEROS
              ADD 1 TO WS-TOTAL-CONFEREM
              GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-SEM-POSICAO.
           MOVE WS-SALDO-RECALCULADO TO WS-SALDO-ED-2.
           MOVE SPACES TO WS-LINHA-EXCECAO.
           STRING "SEM POSICAO CONTA " DELIMITED BY SIZE
                  WS-CONTA-EXAME DELIMITED BY SIZE
                  " SALDO EM MOVIMENT.DAT " DELIMITED BY SIZE
                  WS-SALDO-ED-2 DELIMITED BY SIZE
                  INTO WS-LINHA-EXCECAO.
           PERFORM 090-GRAVA-EXCECAO THRU 090-99-FIM.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-RECALCULA-SALDO.
           MOVE ZEROS TO WS-SALDO-RECALCULADO.
           MOVE ZEROS TO WS-ULTIMO-SEQ.
           MOVE WS-CONTA-EXAME TO CONTA-MOV.
           MOVE ZEROS TO SEQ-MOV.
           START MOVIMENTOS KEY IS NOT LESS THAN CHAVE-MOVIMENTO
               INVALID KEY
               MOVE "10" TO STATUS-MOVIMENTOS.
           IF STATUS-MOVIMENTOS NOT = "10"
              MOVE "00" TO STATUS-MOVIMENTOS
              PERFORM 040-SOMA-MOVIMENTO THRU 040-99-FIM
                  UNTIL STATUS-MOVIMENTOS = "10".
           MOVE "00" TO STATUS-MOVIMENTOS.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-SOMA-MOVIMENTO.
           READ MOVIMENTOS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-MOVIMENTOS
               GO TO 040-99-FIM.
           IF CONTA-MOV NOT = WS-CONTA-EXAME
              MOVE "10" TO STATUS-MOVIMENTOS
              GO TO 040-99-FIM.
           MOVE SEQ-MOV TO WS-ULTIMO-SEQ.
           IF TIPO-MOV = "C" OR TIPO-MOV = "c"
              ADD VALOR-MOV TO WS-SALDO-RECALCULADO
           ELSE
              SUBTRACT VALOR-MOV FROM WS-SALDO-RECALCULADO.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-EXCECAO.
           MOVE WS-LINHA-EXCECAO TO REG-EXCECAO.
           WRITE REG-EXCECAO.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           MOVE ALL "-" TO WS-LINHA-EXCECAO.
           PERFORM 090-GRAVA-EXCECAO THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-EXCECAO.
           STRING "CONTAS EXAMINADAS .........: " DELIMITED BY SIZE
                  WS-TOTAL-CONTAS DELIMITED BY SIZE
                  INTO WS-LINHA-EXCECAO.
           PERFORM 090-GRAVA-EXCECAO THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-EXCECAO.
           STRING "POSICOES QUE CONFEREM .....: " DELIMITED BY SIZE
                  WS-TOTAL-CONFEREM DELIMITED BY SIZE
                  INTO WS-LINHA-EXCECAO.
           PERFORM 090-GRAVA-EXCECAO THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-EXCECAO.
           STRING "POSICOES DIVERGENTES ......: " DELIMITED BY SIZE
                  WS-TOTAL-DIVERGEM DELIMITED BY SIZE
                  INTO WS-LINHA-EXCECAO.
           PERFORM 090-GRAVA-EXCECAO THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-EXCECAO.
           STRING "CONTAS SEM POSICAO ........: " DELIMITED BY SIZE
                  WS-TOTAL-SEM-POSICAO DELIMITED BY SIZE
                  INTO WS-LINHA-EXCECAO.
           PERFORM 090-GRAVA-EXCECAO THRU 090-99-FIM.
           CLOSE EXCECOES.
           DISPLAY "CONTAS EXAMINADAS .........: " WS-TOTAL-CONTAS.
           DISPLAY "POSICOES QUE CONFEREM .....: " WS-TOTAL-CONFEREM.
           DISPLAY "POSICOES DIVERGENTES ......: " WS-TOTAL-DIVERGEM.
           DISPLAY "CONTAS SEM POSICAO ........: "
                   WS-TOTAL-SEM-POSICAO.
           IF WS-TOTAL-DIVERGEM = ZEROS AND
              WS-TOTAL-SEM-POSICAO = ZEROS
              DISPLAY "POSICAO DE SALDOS CONFERE COM MOVIMENT.DAT."
           ELSE
              DISPLAY "EXISTEM DIVERGENCIAS - VER SALDODIF.TXT.".
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA VERSALDO ---------***
