       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONSPESSOA.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACORRENTE WITH DUPLICATES
               FILE STATUS IS STATUS-CLIENTES.
           SELECT MOVIMENTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-MOVIMENTO
               FILE STATUS IS STATUS-MOVIMENTOS.
           SELECT PESSOAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOCUMENTO-PESSOA
               FILE STATUS IS STATUS-PESSOAS.
           SELECT PESSOACONTA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-PESCONTA
               FILE STATUS IS STATUS-PESCONTA.
       DATA DIVISION.
       FILE SECTION.
       COPY "layout.cob".
      *
       COPY "movimen.cob".
      *
       COPY "pessoa.cob".
      *
       COPY "pesconta.cob".
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-CLIENTES    PIC X(02) VALUE "00".
           02  STATUS-MOVIMENTOS  PIC X(02) VALUE "00".
           02  STATUS-PESSOAS     PIC X(02) VALUE "00".
           02  STATUS-PESCONTA    PIC X(02) VALUE "00".
           02  RESPOSTA           PIC A.
           02  WS-PAUSA           PIC X(01).
       01  WS-CONTROLE-ACESSO.
           02  WS-GATE-PROGRAMA   PIC X(08) VALUE "CONSPESS".
           02  WS-GATE-PERFIL     PIC X(01) VALUE "C".
           02  WS-GATE-OPERADOR   PIC X(04) VALUE SPACES.
           02  WS-GATE-OK         PIC X(01) VALUE "N".
       01  WS-CONTROLE-CONSULTA.
           02  WS-DOCUMENTO       PIC 9(11) VALUE ZEROS.
           02  WS-LINHA-TELA      PIC 9(02) VALUE ZEROS.
           02  WS-MOSTRA-LINHA    PIC X(01) VALUE "S".
           02  WS-TOTAL-CONTAS    PIC 9(03) VALUE ZEROS.
           02  WS-SALDO-CONSOLIDADO PIC S9(11)V99 VALUE ZEROS.
           02  WS-CONSOLIDADO-ED  PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02  WS-SALDO           PIC S9(09)V99 VALUE ZEROS.
           02  WS-SALDO-ED        PIC -ZZZ.ZZZ.ZZ9,99.
           02  WS-CONTA-SALDO     PIC 9(05) VALUE ZEROS.
           02  WS-PAPEL-ED        PIC X(10) VALUE SPACES.
           02  WS-SITUACAO-ED     PIC X(10) VALUE SPACES.
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
       SCREEN SECTION.
       01  TELA-CONSULTA.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 22  VALUE "*** CONTAS DO CLIENTE ***".
           02  LINE  4 COLUMN 07  VALUE "Documento (CPF) .......:".
           02  LINE  4 COLUMN 50  VALUE "(0 = sair)".
           02  LINE  5 COLUMN 07  VALUE "Nome ..................:".
           02  LINE  6 COLUMN 07  VALUE "Data de Nascimento ....:".
           02  LINE  8 COLUMN 07  VALUE "CONTA".
           02  LINE  8 COLUMN 15  VALUE "PAPEL".
           02  LINE  8 COLUMN 28  VALUE "TIPO".
           02  LINE  8 COLUMN 34  VALUE "SITUACAO".
           02  LINE  8 COLUMN 57  VALUE "SALDO".
      *----------------------------------------------------
      * CONSULTA DE TODAS AS CONTAS DE UM CLIENTE PELO
      * DOCUMENTO (PESSOA.DAT / PESCONTA.DAT), COMO PRIMEIRO
      * OU SEGUNDO TITULAR, COM O SALDO DE CADA CONTA E O
      * SALDO CONSOLIDADO. O SALDO VEM DA POSICAO EM
      * SALDOCLI.DAT (ATUALSALDO) OU, NA FALTA DELA, DA SOMA
      * DOS LANCAMENTOS EM MOVIMENT.DAT.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** CONTAS DO CLIENTE ***".
           CALL "ACESSOVAL" USING WS-GATE-PROGRAMA WS-GATE-PERFIL
               WS-GATE-OPERADOR WS-GATE-OK.
           IF WS-GATE-OK NOT = "S"
              STOP RUN.
           OPEN INPUT PESSOAS.
           IF STATUS-PESSOAS NOT = "00"
              DISPLAY "PESSOA.DAT NAO ENCONTRADO. STATUS="
                      STATUS-PESSOAS
              STOP RUN.
           OPEN INPUT PESSOACONTA.
           IF STATUS-PESCONTA NOT = "00"
              DISPLAY "PESCONTA.DAT NAO ENCONTRADO. STATUS="
                      STATUS-PESCONTA
              CLOSE PESSOAS
              STOP RUN.
           OPEN INPUT CLIENTES.
           IF STATUS-CLIENTES NOT = "00"
              DISPLAY "CLIENTES.DAT NAO ENCONTRADO. STATUS="
                      STATUS-CLIENTES
              CLOSE PESSOAS
              CLOSE PESSOACONTA
              STOP RUN.
      *----------------------------------------------------
       100-RECEBE-DOCUMENTO.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-CONSULTA.
           MOVE ZEROS TO WS-DOCUMENTO.
           ACCEPT (04, 32) WS-DOCUMENTO WITH PROMPT.
           IF WS-DOCUMENTO = ZEROS
              GO TO 999-FIM.
           MOVE WS-DOCUMENTO TO DOCUMENTO-PESSOA.
           READ PESSOAS
               INVALID KEY
               DISPLAY (23, 14) "DOCUMENTO NAO CADASTRADO!"
               GO TO 900-AGUARDA-VOLTA.
           PERFORM 110-MOSTRA-PESSOA THRU 110-99-FIM.
           MOVE ZEROS TO WS-TOTAL-CONTAS.
           MOVE ZEROS TO WS-SALDO-CONSOLIDADO.
           MOVE 9 TO WS-LINHA-TELA.
           MOVE "S" TO WS-MOSTRA-LINHA.
           MOVE WS-DOCUMENTO TO DOCUMENTO-PESCONTA.
           MOVE ZEROS TO CONTA-PESCONTA.
           START PESSOACONTA KEY IS NOT LESS THAN CHAVE-PESCONTA
               INVALID KEY
               MOVE "10" TO STATUS-PESCONTA.
           IF STATUS-PESCONTA NOT = "10"
              MOVE "00" TO STATUS-PESCONTA
              PERFORM 200-LE-VINCULO THRU 200-99-FIM
                  UNTIL STATUS-PESCONTA = "10".
           MOVE "00" TO STATUS-PESCONTA.
           IF WS-TOTAL-CONTAS = ZEROS
              DISPLAY (23, 14) "NENHUMA CONTA VINCULADA AO DOCUMENTO!"
              GO TO 900-AGUARDA-VOLTA.
           MOVE WS-SALDO-CONSOLIDADO TO WS-CONSOLIDADO-ED.
           DISPLAY (21, 07) "Contas ................:".
           DISPLAY (21, 32) WS-TOTAL-CONTAS.
           DISPLAY (22, 07) "Saldo consolidado .....:".
           DISPLAY (22, 32) WS-CONSOLIDADO-ED.
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       110-MOSTRA-PESSOA.
           DISPLAY (04, 32) DOCUMENTO-PESSOA.
           DISPLAY (05, 32) NOME-PESSOA.
           DISPLAY (06, 32) DIA-PESSOA "/" MES-PESSOA "/" ANO-PESSOA.
       110-99-FIM.
           EXIT.
      *----------------------------------------------------
       200-LE-VINCULO.
           READ PESSOACONTA NEXT RECORD
               AT END
               MOVE "10" TO STATUS-PESCONTA
               GO TO 200-99-FIM.
           IF DOCUMENTO-PESCONTA NOT = WS-DOCUMENTO
              MOVE "10" TO STATUS-PESCONTA
              GO TO 200-99-FIM.
           ADD 1 TO WS-TOTAL-CONTAS.
           MOVE CONTA-PESCONTA TO WS-CONTA-SALDO.
           PERFORM 300-OBTEM-SALDO THRU 300-99-FIM.
           ADD WS-SALDO TO WS-SALDO-CONSOLIDADO.
           IF WS-MOSTRA-LINHA = "N"
              GO TO 200-99-FIM.
           IF WS-LINHA-TELA > 20
              DISPLAY (23, 14) "Mais contas? (S/N) "
              ACCEPT (23, 34) RESPOSTA
              DISPLAY (23, 14) "                      "
              IF RESPOSTA = "N" or "n"
                 MOVE "N" TO WS-MOSTRA-LINHA
                 GO TO 200-99-FIM
              ELSE
                 DISPLAY (01, 01) ERASE
                 DISPLAY TELA-CONSULTA
                 PERFORM 110-MOSTRA-PESSOA THRU 110-99-FIM
                 MOVE 9 TO WS-LINHA-TELA.
           IF PESCONTA-SEGUNDO
              MOVE "2o TITULAR" TO WS-PAPEL-ED
           ELSE
              MOVE "1o TITULAR" TO WS-PAPEL-ED.
           MOVE CONTA-PESCONTA TO CONTACORRENTE.
           READ CLIENTES
               INVALID KEY
               MOVE SPACES TO TIPOCONTA
               MOVE "?" TO SITUACAOCONTA.
           IF CONTA-ENCERRADA
              MOVE "ENCERRADA" TO WS-SITUACAO-ED
           ELSE IF CONTA-BLOQUEADA
              MOVE "BLOQUEADA" TO WS-SITUACAO-ED
           ELSE IF CONTA-ATIVA
              MOVE "ATIVA" TO WS-SITUACAO-ED
           ELSE
              MOVE "SEM CONTA" TO WS-SITUACAO-ED.
           MOVE WS-SALDO TO WS-SALDO-ED.
           DISPLAY (WS-LINHA-TELA, 07) CONTA-PESCONTA.
           DISPLAY (WS-LINHA-TELA, 15) WS-PAPEL-ED.
           DISPLAY (WS-LINHA-TELA, 29) TIPOCONTA.
           DISPLAY (WS-LINHA-TELA, 34) WS-SITUACAO-ED.
           DISPLAY (WS-LINHA-TELA, 47) WS-SALDO-ED.
           ADD 1 TO WS-LINHA-TELA.
       200-99-FIM.
           EXIT.
      *----------------------------------------------------
       300-OBTEM-SALDO.
           MOVE ZEROS TO WS-SALDO.
           MOVE WS-CONTA-SALDO TO WS-CONTA-POS.
           MOVE "C" TO WS-FUNCAO-SALDO.
           CALL "ATUALSALDO" USING WS-FUNCAO-SALDO REG-MOVIMENTO
               WS-POSICAO-SALDO WS-SALDO-OK.
           IF WS-SALDO-OK = "S"
              MOVE WS-SALDO-POS TO WS-SALDO
              GO TO 300-99-FIM.
      *****  CONTA AINDA SEM POSICAO EM SALDOCLI.DAT - RECALCULA
           OPEN INPUT MOVIMENTOS.
           IF STATUS-MOVIMENTOS NOT = "00"
              CLOSE MOVIMENTOS
              GO TO 300-99-FIM.
           MOVE WS-CONTA-SALDO TO CONTA-MOV.
           MOVE ZEROS TO SEQ-MOV.
           START MOVIMENTOS KEY IS NOT LESS THAN CHAVE-MOVIMENTO
               INVALID KEY
               MOVE "10" TO STATUS-MOVIMENTOS.
           IF STATUS-MOVIMENTOS NOT = "10"
              MOVE "00" TO STATUS-MOVIMENTOS
              PERFORM 310-SOMA-MOVIMENTO THRU 310-99-FIM
                  UNTIL STATUS-MOVIMENTOS = "10".
           CLOSE MOVIMENTOS.
           MOVE "00" TO STATUS-MOVIMENTOS.
       300-99-FIM.
           EXIT.
      *----------------------------------------------------
       310-SOMA-MOVIMENTO.
           READ MOVIMENTOS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-MOVIMENTOS
               GO TO 310-99-FIM.
           IF CONTA-MOV NOT = WS-CONTA-SALDO
              MOVE "10" TO STATUS-MOVIMENTOS
              GO TO 310-99-FIM.
           IF TIPO-MOV = "C" OR TIPO-MOV = "c"
              ADD VALOR-MOV TO WS-SALDO
           ELSE
              SUBTRACT VALOR-MOV FROM WS-SALDO.
       310-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-AGUARDA-VOLTA.
           DISPLAY (24, 14) "Pressione ENTER para outro documento.".
           ACCEPT (24, 55) WS-PAUSA.
           GO TO 100-RECEBE-DOCUMENTO.
      *----------------------------------------------------
       999-FIM.
           CLOSE PESSOAS.
           CLOSE PESSOACONTA.
           CLOSE CLIENTES.
           DISPLAY (01, 01) ERASE.
           STOP RUN.
      ***---------- FIM DO PROGRAMA CONSPESSOA ---------***
