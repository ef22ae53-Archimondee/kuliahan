       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ATUALSALDO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-SALDO
               FILE STATUS IS STATUS-SALDOS.
       DATA DIVISION.
       FILE SECTION.
       COPY "saldocli.cob".
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-SALDOS      PIC X(02) VALUE "00".
           02  WS-CONTA-NOVA      PIC X(01) VALUE "N".
           02  WS-DATA-MOVIMENTO  PIC 9(08) VALUE ZEROS.
           02  WS-SALDO-ANTERIOR  PIC S9(09)V99 VALUE ZEROS.
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-HORA.
           02  WS-HOR             PIC 9(02) VALUE ZEROS.
           02  WS-MIN             PIC 9(02) VALUE ZEROS.
           02  WS-SEG             PIC 9(02) VALUE ZEROS.
           02  WS-CSE             PIC 9(02) VALUE ZEROS.
       01  WS-CHAMADA-ERRO.
           02  WS-ERR-PROGRAMA    PIC X(10) VALUE "ATUALSALDO".
           02  WS-ERR-ARQUIVO     PIC X(12) VALUE "SALDOCLI.DAT".
           02  WS-ERR-OPERACAO    PIC X(08) VALUE SPACES.
           02  WS-ERR-STATUS      PIC X(02) VALUE "00".
           02  WS-ERR-ACAO        PIC X(01) VALUE "S".
       01  WS-NOTIFICACAO.
           02  WS-NOTIF-EVENTO    PIC X(02) VALUE "SN".
           02  WS-NOTIF-CONTA     PIC 9(05) VALUE ZEROS.
           02  WS-NOTIF-VALOR     PIC 9(09)V99 VALUE ZEROS.
           02  WS-NOTIF-TEXTO     PIC X(40) VALUE SPACES.
           02  WS-NOTIF-PROGRAMA  PIC X(08) VALUE "ATUALSAL".
       LINKAGE SECTION.
       01  LNK-FUNCAO             PIC X(01).
       01  LNK-MOVIMENTO.
           02  LNK-CONTA-MOV      PIC 9(05).
           02  LNK-SEQ-MOV        PIC 9(05).
           02  LNK-DV-MOV         PIC 9(01).
           02  LNK-TIPO-MOV       PIC X(01).
           02  LNK-DIA-MOV        PIC 9(02).
           02  LNK-MES-MOV        PIC 9(02).
           02  LNK-ANO-MOV        PIC 9(04).
           02  LNK-VALOR-MOV      PIC 9(07)V99.
           02  LNK-HISTORICO-MOV  PIC X(20).
           02  LNK-SITUACAO-MOV   PIC X(01).
           02  LNK-CODIGO-MOV     PIC 9(03).
       01  LNK-POSICAO.
           02  LNK-CONTA-POS      PIC 9(05).
           02  LNK-SALDO-POS      PIC S9(09)V99.
           02  LNK-DISPONIVEL-POS PIC S9(09)V99.
           02  LNK-SEQ-POS        PIC 9(05).
           02  LNK-DATA-DEB-POS   PIC 9(08).
           02  LNK-DEBITOS-POS    PIC 9(09)V99.
           02  LNK-DATA-ATU-POS   PIC 9(08).
           02  LNK-HORA-ATU-POS   PIC 9(06).
       01  LNK-RESULTADO          PIC X(01).
      *----------------------------------------------------
      * POSICAO DE SALDO POR CONTA (SALDOCLI.DAT), MANTIDA
      * PELOS PROGRAMAS QUE GRAVAM EM MOVIMENT.DAT.
      * FUNCAO "C": DEVOLVE A POSICAO DA CONTA INFORMADA
      *             EM LNK-CONTA-POS (RESULTADO "N" SE A
      *             CONTA AINDA NAO TEM POSICAO).
      * FUNCAO "A": APLICA O MOVIMENTO RECEBIDO, LOGO APOS
      *             O WRITE EM MOVIMENT.DAT. SE A CONTA NAO
      *             TEM POSICAO, PARTE DA POSICAO RECEBIDA
      *             EM LNK-POSICAO (SALDO ANTERIOR AO
      *             MOVIMENTO, RECALCULADO PELO CHAMADOR).
      *             MOVIMENTO COM SEQUENCIA JA APLICADA E
      *             IGNORADO, PERMITINDO REPROCESSAMENTO.
      *             DEBITO QUE LEVA O SALDO DE POSITIVO A
      *             NEGATIVO GERA ALERTA AO CLIENTE (GRAVANOTIF).
      *----------------------------------------------------
       PROCEDURE DIVISION USING LNK-FUNCAO LNK-MOVIMENTO
                                LNK-POSICAO LNK-RESULTADO.
      *----------------------------------------------------
       001-INICIO.
           MOVE "N" TO LNK-RESULTADO.
           OPEN I-O SALDOS.
           IF STATUS-SALDOS = "35"
              OPEN OUTPUT SALDOS
              CLOSE SALDOS
              OPEN I-O SALDOS.
           IF STATUS-SALDOS NOT = "00"
              MOVE "OPEN" TO WS-ERR-OPERACAO
              PERFORM 900-GRAVA-ERRO THRU 900-99-FIM
              GO TO 999-FIM.
           IF LNK-FUNCAO = "C"
              GO TO 100-CONSULTA.
           IF LNK-FUNCAO = "A"
              GO TO 200-APLICA-MOVIMENTO.
           CLOSE SALDOS.
           GO TO 999-FIM.
      *----------------------------------------------------
       100-CONSULTA.
           MOVE LNK-CONTA-POS TO CONTA-SALDO.
           READ SALDOS
               INVALID KEY
               MOVE ZEROS TO LNK-SALDO-POS
               MOVE ZEROS TO LNK-DISPONIVEL-POS
               MOVE ZEROS TO LNK-SEQ-POS
               MOVE ZEROS TO LNK-DATA-DEB-POS
               MOVE ZEROS TO LNK-DEBITOS-POS
               MOVE ZEROS TO LNK-DATA-ATU-POS
               MOVE ZEROS TO LNK-HORA-ATU-POS
               CLOSE SALDOS
               GO TO 999-FIM.
           MOVE REG-SALDO TO LNK-POSICAO.
           MOVE "S" TO LNK-RESULTADO.
           CLOSE SALDOS.
           GO TO 999-FIM.
      *----------------------------------------------------
       200-APLICA-MOVIMENTO.
           MOVE "N" TO WS-CONTA-NOVA.
           MOVE LNK-CONTA-MOV TO CONTA-SALDO.
           READ SALDOS
               INVALID KEY
               PERFORM 210-INICIA-POSICAO THRU 210-99-FIM.
           IF WS-CONTA-NOVA = "N" AND
              LNK-SEQ-MOV NOT > ULTIMO-SEQ-SALDO
      *****  MOVIMENTO JA APLICADO - DEVOLVE A POSICAO ATUAL
              MOVE REG-SALDO TO LNK-POSICAO
              MOVE "S" TO LNK-RESULTADO
              CLOSE SALDOS
              GO TO 999-FIM.
           MOVE SALDO-ATUAL TO WS-SALDO-ANTERIOR.
           COMPUTE WS-DATA-MOVIMENTO = LNK-ANO-MOV * 10000
               + LNK-MES-MOV * 100 + LNK-DIA-MOV.
           IF LNK-TIPO-MOV = "C" OR LNK-TIPO-MOV = "c"
              ADD LNK-VALOR-MOV TO SALDO-ATUAL
              ADD LNK-VALOR-MOV TO SALDO-DISPONIVEL
           ELSE
              SUBTRACT LNK-VALOR-MOV FROM SALDO-ATUAL
              SUBTRACT LNK-VALOR-MOV FROM SALDO-DISPONIVEL
              PERFORM 220-SOMA-DEBITO-DIA THRU 220-99-FIM.
           MOVE LNK-SEQ-MOV TO ULTIMO-SEQ-SALDO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-DATA-SISTEMA TO DATA-ATUALIZ-SALDO.
           COMPUTE HORA-ATUALIZ-SALDO = WS-HOR * 10000
               + WS-MIN * 100 + WS-SEG.
           IF WS-CONTA-NOVA = "S"
              GO TO 200-05-GRAVA-NOVA.
           REWRITE REG-SALDO
               INVALID KEY
               MOVE "REWRITE" TO WS-ERR-OPERACAO
               PERFORM 900-GRAVA-ERRO THRU 900-99-FIM
               CLOSE SALDOS
               GO TO 999-FIM.
           GO TO 200-10-DEVOLVE-POSICAO.
       200-05-GRAVA-NOVA.
           WRITE REG-SALDO
               INVALID KEY
               MOVE "WRITE" TO WS-ERR-OPERACAO
               PERFORM 900-GRAVA-ERRO THRU 900-99-FIM
               CLOSE SALDOS
               GO TO 999-FIM.
       200-10-DEVOLVE-POSICAO.
           MOVE REG-SALDO TO LNK-POSICAO.
           MOVE "S" TO LNK-RESULTADO.
           CLOSE SALDOS.
           IF WS-SALDO-ANTERIOR NOT < ZEROS AND
              LNK-SALDO-POS < ZEROS
              PERFORM 300-NOTIFICA-NEGATIVO THRU 300-99-FIM.
           GO TO 999-FIM.
      *----------------------------------------------------
       210-INICIA-POSICAO.
           MOVE "S" TO WS-CONTA-NOVA.
           MOVE LNK-CONTA-MOV TO CONTA-SALDO.
           IF LNK-CONTA-POS = LNK-CONTA-MOV
              MOVE LNK-SALDO-POS TO SALDO-ATUAL
              MOVE LNK-SALDO-POS TO SALDO-DISPONIVEL
              MOVE LNK-SEQ-POS TO ULTIMO-SEQ-SALDO
              MOVE LNK-DATA-DEB-POS TO DATA-DEBITOS-SALDO
              MOVE LNK-DEBITOS-POS TO DEBITOS-DIA-SALDO
           ELSE
              MOVE ZEROS TO SALDO-ATUAL
              MOVE ZEROS TO SALDO-DISPONIVEL
              MOVE ZEROS TO ULTIMO-SEQ-SALDO
              MOVE ZEROS TO DATA-DEBITOS-SALDO
              MOVE ZEROS TO DEBITOS-DIA-SALDO.
       210-99-FIM.
           EXIT.
      *----------------------------------------------------
       220-SOMA-DEBITO-DIA.
           IF WS-DATA-MOVIMENTO = DATA-DEBITOS-SALDO
              ADD LNK-VALOR-MOV TO DEBITOS-DIA-SALDO
              GO TO 220-99-FIM.
           IF WS-DATA-MOVIMENTO > DATA-DEBITOS-SALDO
              MOVE WS-DATA-MOVIMENTO TO DATA-DEBITOS-SALDO
              MOVE LNK-VALOR-MOV TO DEBITOS-DIA-SALDO.
       220-99-FIM.
           EXIT.
      *----------------------------------------------------
       300-NOTIFICA-NEGATIVO.
           MOVE LNK-CONTA-MOV TO WS-NOTIF-CONTA.
           COMPUTE WS-NOTIF-VALOR = ZEROS - LNK-SALDO-POS.
           MOVE SPACES TO WS-NOTIF-TEXTO.
           STRING "SALDO NEGATIVO APOS " DELIMITED BY SIZE
                  LNK-HISTORICO-MOV DELIMITED BY SIZE
                  INTO WS-NOTIF-TEXTO.
           CALL "GRAVANOTIF" USING WS-NOTIFICACAO.
       300-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-GRAVA-ERRO.
           MOVE STATUS-SALDOS TO WS-ERR-STATUS.
           MOVE "S" TO WS-ERR-ACAO.
           CALL "GRAVAERR" USING WS-ERR-PROGRAMA
               WS-ERR-ARQUIVO WS-ERR-OPERACAO
               WS-ERR-STATUS WS-ERR-ACAO.
       900-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA ATUALSALDO ---------***
