       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CODTRMEST.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODTRANS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO-TRN
               FILE STATUS IS STATUS-CODTRANS.
           SELECT OPERADORES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-OPERADOR
               FILE STATUS IS STATUS-OPERADORES.
       DATA DIVISION.
       FILE SECTION.
       COPY "codtran.cob".
      *
       COPY "operador.cob".
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-CODTRANS PIC X(02) VALUE "00".
           02  STATUS-OPERADORES PIC X(02) VALUE "00".
           02  OPCAO-MENU     PIC X(01).
           02  WS-PAUSA       PIC X(01).
           02  WS-INDICE      PIC 9(02) VALUE ZEROS.
           02  WS-TOTAL-CARGA PIC 9(02) VALUE ZEROS.
           02  WS-TOTAL-EXISTENTES PIC 9(02) VALUE ZEROS.
       01  WS-CONTROLE-ACESSO.
           02  WS-GATE-PROGRAMA PIC X(08) VALUE "CODTRMST".
           02  WS-GATE-PERFIL   PIC X(01) VALUE "A".
           02  WS-GATE-OPERADOR PIC X(04) VALUE SPACES.
           02  WS-GATE-OK       PIC X(01) VALUE "N".
      *----------------------------------------------------
      * CODIGOS PADRAO: CODIGO, DESCRICAO, NATUREZA (C/D/A),
      * CONTA CONTABIL E INDICADOR DE TARIFA (S/N).
      *----------------------------------------------------
       01  CODIGOS-PADRAO.
           02  FILLER PIC X(23) VALUE "001DEPOSITO            ".
           02  FILLER PIC X(14) VALUE "C2.1.01.001  N".
           02  FILLER PIC X(23) VALUE "002SAQUE               ".
           02  FILLER PIC X(14) VALUE "D2.1.01.001  N".
           02  FILLER PIC X(23) VALUE "003CHEQUE PAGO         ".
           02  FILLER PIC X(14) VALUE "D2.1.01.001  N".
           02  FILLER PIC X(23) VALUE "004TRANSF ENVIADA      ".
           02  FILLER PIC X(14) VALUE "D2.1.01.001  N".
           02  FILLER PIC X(23) VALUE "005TRANSF RECEBIDA     ".
           02  FILLER PIC X(14) VALUE "C2.1.01.001  N".
           02  FILLER PIC X(23) VALUE "006ESTORNO             ".
           02  FILLER PIC X(14) VALUE "A2.1.01.001  N".
           02  FILLER PIC X(23) VALUE "007SALDO ANTERIOR      ".
           02  FILLER PIC X(14) VALUE "A2.1.01.001  N".
           02  FILLER PIC X(23) VALUE "008DEPOSITO EM CHEQUE  ".
           02  FILLER PIC X(14) VALUE "C2.1.01.001  N".
           02  FILLER PIC X(23) VALUE "009DEVOL CHEQUE DEPOSIT".
           02  FILLER PIC X(14) VALUE "D2.1.01.001  N".
           02  FILLER PIC X(23) VALUE "010JUROS CREDOR        ".
           02  FILLER PIC X(14) VALUE "C8.1.01.001  N".
           02  FILLER PIC X(23) VALUE "011JUROS SALDO NEGATIVO".
           02  FILLER PIC X(14) VALUE "D7.1.01.001  N".
           02  FILLER PIC X(23) VALUE "012IR RETIDO S/ JUROS  ".
           02  FILLER PIC X(14) VALUE "D2.1.05.001  N".
           02  FILLER PIC X(23) VALUE "020TARIFA MANUTENCAO   ".
           02  FILLER PIC X(14) VALUE "D7.1.02.001  S".
           02  FILLER PIC X(23) VALUE "021TARIFA DEVOL CHEQUE ".
           02  FILLER PIC X(14) VALUE "D7.1.02.002  S".
           02  FILLER PIC X(23) VALUE "030DEBITO AGENDADO     ".
           02  FILLER PIC X(14) VALUE "D2.1.01.001  N".
           02  FILLER PIC X(23) VALUE "040CREDITO IMPORTADO   ".
           02  FILLER PIC X(14) VALUE "C2.1.01.001  N".
           02  FILLER PIC X(23) VALUE "041DEBITO IMPORTADO    ".
           02  FILLER PIC X(14) VALUE "D2.1.01.001  N".
           02  FILLER PIC X(23) VALUE "050APLICACAO A PRAZO   ".
           02  FILLER PIC X(14) VALUE "D2.1.02.001  N".
           02  FILLER PIC X(23) VALUE "051RESGATE APLICACAO   ".
           02  FILLER PIC X(14) VALUE "C2.1.02.001  N".
           02  FILLER PIC X(23) VALUE "052MULTA RESGATE APLIC ".
           02  FILLER PIC X(14) VALUE "D7.1.02.003  S".
           02  FILLER PIC X(23) VALUE "060LIBERACAO EMPRESTIMO".
           02  FILLER PIC X(14) VALUE "C1.6.01.001  N".
           02  FILLER PIC X(23) VALUE "061PARCELA EMPRESTIMO  ".
           02  FILLER PIC X(14) VALUE "D1.6.01.001  N".
           02  FILLER PIC X(23) VALUE "062MORA EMPRESTIMO     ".
           02  FILLER PIC X(14) VALUE "D7.1.01.002  N".
           02  FILLER PIC X(23) VALUE "999NAO CLASSIFICADO    ".
           02  FILLER PIC X(14) VALUE "A9.9.99.999  N".
       01  TABELA-PADRAO REDEFINES CODIGOS-PADRAO.
           02  PADRAO-OCORRENCIA  OCCURS 24 TIMES.
               03  PADRAO-CODIGO  PIC 9(03).
               03  PADRAO-DESCRICAO PIC X(20).
               03  PADRAO-NATUREZA PIC X(01).
               03  PADRAO-CONTA   PIC X(12).
               03  PADRAO-TARIFA  PIC X(01).
       SCREEN SECTION.
       01  TELA-MENU.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 18  VALUE "*** CODIGOS DE TRANSACAO ***".
           02  LINE  8 COLUMN 20  VALUE "1 - Cadastrar codigo".
           02  LINE  9 COLUMN 20  VALUE "2 - Alterar codigo".
           02  LINE 10 COLUMN 20  VALUE "3 - Carregar codigos padrao".
           02  LINE 11 COLUMN 20  VALUE "4 - Sair".
           02  LINE 13 COLUMN 20  VALUE "Escolha uma opcao: ".
       01  TELA-CODIGO.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 20  VALUE "*** CODIGO DE TRANSACAO ***".
           02  LINE  6 COLUMN 07  VALUE "Codigo ................:".
           02  LINE  7 COLUMN 07  VALUE "Descricao .............:".
           02  LINE  8 COLUMN 07  VALUE "Natureza ..............:".
           02  LINE  8 COLUMN 50  VALUE "(C)red (D)eb (A)mbas".
           02  LINE  9 COLUMN 07  VALUE "Conta contabil ........:".
           02  LINE 10 COLUMN 07  VALUE "Tarifa ................:".
           02  LINE 10 COLUMN 50  VALUE "(S/N)".
       PROCEDURE DIVISION.
      *----------------------------------------------------
       000-CONTROLE-ACESSO.
           OPEN INPUT OPERADORES.
           IF STATUS-OPERADORES = "35"
              CLOSE OPERADORES
              GO TO 000-MENU.
           CLOSE OPERADORES.
           CALL "ACESSOVAL" USING WS-GATE-PROGRAMA WS-GATE-PERFIL
               WS-GATE-OPERADOR WS-GATE-OK.
           IF WS-GATE-OK NOT = "S"
              STOP RUN.
      *----------------------------------------------------
       000-MENU.
           OPEN I-O CODTRANS.
           IF STATUS-CODTRANS = "35"
              OPEN OUTPUT CODTRANS
              CLOSE CODTRANS
              OPEN I-O CODTRANS.
           IF STATUS-CODTRANS NOT = "00"
              DISPLAY (23, 14) "ERRO AO ABRIR CODTRAN.DAT. STATUS="
                      STATUS-CODTRANS
              STOP RUN.
       001-MOSTRA-MENU.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-MENU.
           ACCEPT (13, 40) OPCAO-MENU WITH PROMPT.
           IF OPCAO-MENU = "1"
              GO TO 100-CADASTRAR-CODIGO
           ELSE IF OPCAO-MENU = "2"
              GO TO 200-ALTERAR-CODIGO
           ELSE IF OPCAO-MENU = "3"
              GO TO 300-CARGA-PADRAO
           ELSE IF OPCAO-MENU = "4"
              GO TO 999-FIM
           ELSE
              GO TO 001-MOSTRA-MENU.
      *----------------------------------------------------
       100-CADASTRAR-CODIGO.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-CODIGO.
       110-RECEBE-CODIGO.
           ACCEPT (06, 32) CODIGO-TRN WITH PROMPT.
           IF CODIGO-TRN = ZEROS
              GO 110-RECEBE-CODIGO.
       120-RECEBE-DADOS.
           ACCEPT (07, 32) DESCRICAO-TRN WITH PROMPT.
           IF DESCRICAO-TRN = SPACES
              DISPLAY (23, 14) "DESCRICAO OBRIGATORIA!"
              GO 120-RECEBE-DADOS.
           DISPLAY (23, 14) "                      ".
       125-RECEBE-NATUREZA.
           ACCEPT (08, 32) NATUREZA-TRN WITH PROMPT.
           IF TRN-CREDITO OR TRN-DEBITO OR TRN-AMBAS
              NEXT SENTENCE
           ELSE
              DISPLAY (23, 14) "Digitar (C/D/A) "
              GO 125-RECEBE-NATUREZA.
           DISPLAY (23, 14) "                ".
           ACCEPT (09, 32) CONTA-CONTABIL-TRN WITH PROMPT.
       126-RECEBE-TARIFA.
           ACCEPT (10, 32) TARIFA-TRN WITH PROMPT.
           IF TARIFA-TRN = "S" or "s" or "N" or "n"
              NEXT SENTENCE
           ELSE
              DISPLAY (23, 14) "Digitar (S/N) "
              GO 126-RECEBE-TARIFA.
           DISPLAY (23, 14) "              ".
           WRITE REG-CODTRAN
               INVALID KEY
               DISPLAY (23, 14) "CODIGO JA CADASTRADO!"
               GO TO 900-AGUARDA-VOLTA.
           DISPLAY (23, 14) "CODIGO CADASTRADO COM SUCESSO!".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       200-ALTERAR-CODIGO.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-CODIGO.
       210-RECEBE-CODIGO-ALTERA.
           ACCEPT (06, 32) CODIGO-TRN WITH PROMPT.
           IF CODIGO-TRN = ZEROS
              GO 210-RECEBE-CODIGO-ALTERA.
           READ CODTRANS
               INVALID KEY
               DISPLAY (23, 14) "CODIGO NAO ENCONTRADO!"
               GO TO 900-AGUARDA-VOLTA.
       220-RECEBE-NOVOS-DADOS.
           DISPLAY (07, 32) DESCRICAO-TRN.
           ACCEPT (07, 32) DESCRICAO-TRN WITH PROMPT.
           IF DESCRICAO-TRN = SPACES
              DISPLAY (23, 14) "DESCRICAO OBRIGATORIA!"
              GO 220-RECEBE-NOVOS-DADOS.
           DISPLAY (23, 14) "                      ".
       225-RECEBE-NOVA-NATUREZA.
           DISPLAY (08, 32) NATUREZA-TRN.
           ACCEPT (08, 32) NATUREZA-TRN WITH PROMPT.
           IF TRN-CREDITO OR TRN-DEBITO OR TRN-AMBAS
              NEXT SENTENCE
           ELSE
              DISPLAY (23, 14) "Digitar (C/D/A) "
              GO 225-RECEBE-NOVA-NATUREZA.
           DISPLAY (23, 14) "                ".
           DISPLAY (09, 32) CONTA-CONTABIL-TRN.
           ACCEPT (09, 32) CONTA-CONTABIL-TRN WITH PROMPT.
       226-RECEBE-NOVA-TARIFA.
           DISPLAY (10, 32) TARIFA-TRN.
           ACCEPT (10, 32) TARIFA-TRN WITH PROMPT.
           IF TARIFA-TRN = "S" or "s" or "N" or "n"
              NEXT SENTENCE
           ELSE
              DISPLAY (23, 14) "Digitar (S/N) "
              GO 226-RECEBE-NOVA-TARIFA.
           DISPLAY (23, 14) "              ".
           REWRITE REG-CODTRAN.
           DISPLAY (23, 14) "CODIGO ALTERADO COM SUCESSO!".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       300-CARGA-PADRAO.
           DISPLAY (01, 01) ERASE.
           DISPLAY (02, 18) "*** CARGA DOS CODIGOS PADRAO ***".
           MOVE ZEROS TO WS-TOTAL-CARGA.
           MOVE ZEROS TO WS-TOTAL-EXISTENTES.
           PERFORM 310-GRAVA-PADRAO THRU 310-99-FIM
               VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > 24.
           DISPLAY (06, 07) "CODIGOS INCLUIDOS .....: " WS-TOTAL-CARGA.
           DISPLAY (07, 07) "JA EXISTENTES .........: "
                   WS-TOTAL-EXISTENTES.
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       310-GRAVA-PADRAO.
           MOVE PADRAO-CODIGO (WS-INDICE) TO CODIGO-TRN.
           MOVE PADRAO-DESCRICAO (WS-INDICE) TO DESCRICAO-TRN.
           MOVE PADRAO-NATUREZA (WS-INDICE) TO NATUREZA-TRN.
           MOVE PADRAO-CONTA (WS-INDICE) TO CONTA-CONTABIL-TRN.
           MOVE PADRAO-TARIFA (WS-INDICE) TO TARIFA-TRN.
           WRITE REG-CODTRAN
               INVALID KEY
               ADD 1 TO WS-TOTAL-EXISTENTES
               GO TO 310-99-FIM.
           ADD 1 TO WS-TOTAL-CARGA.
       310-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-AGUARDA-VOLTA.
           DISPLAY (24, 14) "Pressione ENTER para voltar ao menu.".
           ACCEPT (24, 55) WS-PAUSA.
           GO TO 001-MOSTRA-MENU.
      *----------------------------------------------------
       999-FIM.
           CLOSE CODTRANS.
           DISPLAY (01, 01) ERASE.
           STOP RUN.
      ***---------- FIM DO PROGRAMA CODTRMEST ---------***
