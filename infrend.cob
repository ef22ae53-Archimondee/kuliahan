       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INFORREND.
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
           SELECT CONTATOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-CONTATO
               FILE STATUS IS STATUS-CONTATOS.
           SELECT RENDIMENTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-RENDIMENTO
               FILE STATUS IS STATUS-RENDIMENTOS.
           SELECT INFEMAIL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-INFEMAIL.
           SELECT INFIMPR ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-INFIMPR.
           SELECT CONSOLIDADO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-CONSOLIDADO.
       DATA DIVISION.
       FILE SECTION.
       COPY "layout.cob".
      *
       COPY "movimen.cob".
      *
       COPY "contato.cob".
      *
       COPY "rendim.cob".
      *
       FD  INFEMAIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "INFEMAIL.TXT".
       01  REG-INFEMAIL           PIC X(80).
      *
       FD  INFIMPR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "INFIMPR.TXT".
       01  REG-INFIMPR            PIC X(80).
      *
       FD  CONSOLIDADO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "INFRENDC.TXT".
       01  REG-CONSOLIDADO        PIC X(90).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-CLIENTES    PIC X(02) VALUE "00".
           02  STATUS-MOVIMENTOS  PIC X(02) VALUE "00".
           02  STATUS-CONTATOS    PIC X(02) VALUE "00".
           02  STATUS-RENDIMENTOS PIC X(02) VALUE "00".
           02  STATUS-INFEMAIL    PIC X(02) VALUE "00".
           02  STATUS-INFIMPR     PIC X(02) VALUE "00".
           02  STATUS-CONSOLIDADO PIC X(02) VALUE "00".
           02  WS-TEM-CONTATOS    PIC X(01) VALUE "N".
           02  WS-ACHOU-CONTATO   PIC X(01) VALUE "N".
           02  WS-DESTINO-EMAIL   PIC X(01) VALUE "N".
           02  WS-ACHOU-RENDIMENTO PIC X(01) VALUE "N".
           02  WS-TOTAL-LIDOS     PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-EMAIL     PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-IMPRESSOS PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-PULADOS   PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-INFORMES  PIC 9(07) VALUE ZEROS.
           02  WS-TOTAL-JUROS     PIC 9(11)V99 VALUE ZEROS.
           02  WS-TOTAL-IR        PIC 9(11)V99 VALUE ZEROS.
       01  WS-VALORES-CONTA.
           02  WS-CONTA-INFORME   PIC 9(05) VALUE ZEROS.
           02  WS-SALDO           PIC S9(09)V99 VALUE ZEROS.
           02  WS-JUROS-ANO       PIC 9(09)V99 VALUE ZEROS.
           02  WS-IR-ANO          PIC 9(09)V99 VALUE ZEROS.
           02  WS-LIQUIDO-ANO     PIC 9(09)V99 VALUE ZEROS.
           02  WS-VALOR-ED        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02  WS-SALDO-ED        PIC -Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-ANO-BASE            PIC 9(04) VALUE ZEROS.
       01  WS-LINHA-INFORME       PIC X(80).
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-HOJE-ED.
           02  WS-DIA-HOJE        PIC 9(02).
           02  FILLER             PIC X VALUE "/".
           02  WS-MES-HOJE        PIC 9(02).
           02  FILLER             PIC X VALUE "/".
           02  WS-ANO-HOJE        PIC 9(04).
      *****  REGISTROS DO ARQUIVO CONSOLIDADO PARA A RECEITA
       01  WS-REG-CONSOLIDADO.
           02  WS-TIPO-CONS       PIC X(01).
           02  WS-CONTA-CONS      PIC 9(05).
           02  WS-DV-CONS         PIC 9(01).
           02  WS-NOME-CONS       PIC X(40).
           02  WS-ANO-CONS        PIC 9(04).
           02  WS-JUROS-CONS      PIC 9(09)V99.
           02  WS-IR-CONS         PIC 9(09)V99.
           02  WS-SALDO-CONS      PIC S9(09)V99
                                  SIGN IS LEADING SEPARATE.
           02  FILLER             PIC X(05).
       01  WS-CAB-CONSOLIDADO REDEFINES WS-REG-CONSOLIDADO.
           02  WS-TIPO-CAB        PIC X(01).
           02  WS-ANO-CAB         PIC 9(04).
           02  WS-DATA-CAB        PIC 9(08).
           02  FILLER             PIC X(77).
       01  WS-ROD-CONSOLIDADO REDEFINES WS-REG-CONSOLIDADO.
           02  WS-TIPO-ROD        PIC X(01).
           02  WS-QTD-ROD         PIC 9(07).
           02  WS-JUROS-ROD       PIC 9(11)V99.
           02  WS-IR-ROD          PIC 9(11)V99.
           02  FILLER             PIC X(56).
      *----------------------------------------------------
      * INFORME ANUAL DE RENDIMENTOS POR CLIENTE: JUROS
      * CREDITADOS, IR RETIDO NA FONTE (RENDIM.DAT, GRAVADO
      * PELO JUROSCLI) E SALDO EM 31/12 DO ANO-BASE. COM
      * E-MAIL EM CONTATOS.DAT O INFORME VAI PARA
      * INFEMAIL.TXT; SEM E-MAIL, PARA INFIMPR.TXT COM O
      * ENDERECO DE ENVIO. INFRENDC.TXT E O ARQUIVO
      * CONSOLIDADO: REGISTRO "0" CABECALHO, "1" CLIENTE,
      * "9" TOTAIS.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** INFORME ANUAL DE RENDIMENTOS ***".
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-DATA-SISTEMA (7:2) TO WS-DIA-HOJE.
           MOVE WS-DATA-SISTEMA (5:2) TO WS-MES-HOJE.
           MOVE WS-DATA-SISTEMA (1:4) TO WS-ANO-HOJE.
           DISPLAY "ANO-BASE (AAAA; 0 = ANO ANTERIOR): ".
           ACCEPT WS-ANO-BASE.
           IF WS-ANO-BASE = ZEROS
              COMPUTE WS-ANO-BASE = WS-ANO-HOJE - 1.
           IF WS-ANO-BASE NOT < WS-ANO-HOJE
              DISPLAY "ANO-BASE AINDA NAO ENCERRADO: " WS-ANO-BASE
              GO TO 999-FIM.
           DISPLAY "ANO-BASE ...................: " WS-ANO-BASE.
           OPEN INPUT CLIENTES.
           IF STATUS-CLIENTES NOT = "00"
              DISPLAY "NAO FOI POSSIVEL ABRIR CLIENTES.DAT. STATUS="
                      STATUS-CLIENTES
              GO TO 999-FIM.
           OPEN INPUT MOVIMENTOS.
           IF STATUS-MOVIMENTOS NOT = "00"
              DISPLAY "SEM MOVIMENT.DAT. STATUS=" STATUS-MOVIMENTOS
              CLOSE CLIENTES
              GO TO 999-FIM.
           OPEN I-O RENDIMENTOS.
           IF STATUS-RENDIMENTOS = "35"
              OPEN OUTPUT RENDIMENTOS
              CLOSE RENDIMENTOS
              OPEN I-O RENDIMENTOS.
           IF STATUS-RENDIMENTOS NOT = "00"
              DISPLAY "NAO FOI POSSIVEL ABRIR RENDIM.DAT. STATUS="
                      STATUS-RENDIMENTOS
              CLOSE CLIENTES
              CLOSE MOVIMENTOS
              GO TO 999-FIM.
           OPEN INPUT CONTATOS.
           IF STATUS-CONTATOS = "00"
              MOVE "S" TO WS-TEM-CONTATOS
           ELSE
              MOVE "N" TO WS-TEM-CONTATOS.
           OPEN OUTPUT INFEMAIL.
           OPEN OUTPUT INFIMPR.
           OPEN OUTPUT CONSOLIDADO.
           MOVE SPACES TO WS-REG-CONSOLIDADO.
           MOVE "0" TO WS-TIPO-CAB.
           MOVE WS-ANO-BASE TO WS-ANO-CAB.
           MOVE WS-DATA-SISTEMA TO WS-DATA-CAB.
           MOVE WS-REG-CONSOLIDADO TO REG-CONSOLIDADO.
           WRITE REG-CONSOLIDADO.
      *----------------------------------------------------
       010-LE-CLIENTES.
           PERFORM 020-PROCESSA-REGISTRO THRU 020-99-FIM
               UNTIL STATUS-CLIENTES = "10".
           MOVE SPACES TO WS-REG-CONSOLIDADO.
           MOVE "9" TO WS-TIPO-ROD.
           MOVE WS-TOTAL-INFORMES TO WS-QTD-ROD.
           MOVE WS-TOTAL-JUROS TO WS-JUROS-ROD.
           MOVE WS-TOTAL-IR TO WS-IR-ROD.
           MOVE WS-REG-CONSOLIDADO TO REG-CONSOLIDADO.
           WRITE REG-CONSOLIDADO.
           CLOSE CLIENTES.
           CLOSE MOVIMENTOS.
           CLOSE RENDIMENTOS.
           IF WS-TEM-CONTATOS = "S"
              CLOSE CONTATOS.
           CLOSE INFEMAIL.
           CLOSE INFIMPR.
           CLOSE CONSOLIDADO.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-PROCESSA-REGISTRO.
           READ CLIENTES NEXT RECORD
               AT END
               MOVE "10" TO STATUS-CLIENTES
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-LIDOS.
           IF TIPOREGISTRO NOT = 1
              GO TO 020-99-FIM.
           IF CONTA-ENCERRADA AND ANOENCER < WS-ANO-BASE
              ADD 1 TO WS-TOTAL-PULADOS
              GO TO 020-99-FIM.
           MOVE CONTACORRENTE TO WS-CONTA-INFORME.
           PERFORM 030-CALCULA-SALDO-ANO THRU 030-99-FIM.
           PERFORM 040-ATUALIZA-RENDIMENTO THRU 040-99-FIM.
           IF WS-JUROS-ANO = ZEROS AND WS-SALDO = ZEROS
              ADD 1 TO WS-TOTAL-PULADOS
              GO TO 020-99-FIM.
           PERFORM 050-DEFINE-DESTINO THRU 050-99-FIM.
           PERFORM 060-GERA-INFORME THRU 060-99-FIM.
           PERFORM 070-GRAVA-CONSOLIDADO THRU 070-99-FIM.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  SALDO EM 31/12: SOMA DOS MOVIMENTOS ATE O ANO-BASE
       030-CALCULA-SALDO-ANO.
           MOVE ZEROS TO WS-SALDO.
           MOVE WS-CONTA-INFORME TO CONTA-MOV.
           MOVE ZEROS TO SEQ-MOV.
           START MOVIMENTOS KEY IS NOT LESS THAN CHAVE-MOVIMENTO
               INVALID KEY
               MOVE "10" TO STATUS-MOVIMENTOS.
           IF STATUS-MOVIMENTOS NOT = "10"
              MOVE "00" TO STATUS-MOVIMENTOS
              PERFORM 031-SOMA-MOVIMENTO THRU 031-99-FIM
                  UNTIL STATUS-MOVIMENTOS = "10".
           MOVE "00" TO STATUS-MOVIMENTOS.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       031-SOMA-MOVIMENTO.
           READ MOVIMENTOS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-MOVIMENTOS
               GO TO 031-99-FIM.
           IF CONTA-MOV NOT = WS-CONTA-INFORME
              MOVE "10" TO STATUS-MOVIMENTOS
              GO TO 031-99-FIM.
           IF ANO-MOV > WS-ANO-BASE
              GO TO 031-99-FIM.
           IF TIPO-MOV = "C" OR TIPO-MOV = "c"
              ADD VALOR-MOV TO WS-SALDO
           ELSE
              SUBTRACT VALOR-MOV FROM WS-SALDO.
       031-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  GRAVA O SALDO DE FIM DE ANO NOS TOTAIS DA CONTA
       040-ATUALIZA-RENDIMENTO.
           MOVE "S" TO WS-ACHOU-RENDIMENTO.
           MOVE WS-CONTA-INFORME TO CONTA-REND.
           MOVE WS-ANO-BASE TO ANO-REND.
           READ RENDIMENTOS
               INVALID KEY
               MOVE "N" TO WS-ACHOU-RENDIMENTO
               MOVE ZEROS TO JUROS-REND
               MOVE ZEROS TO IR-REND
               MOVE ZEROS TO QTD-CREDITOS-REND.
           MOVE JUROS-REND TO WS-JUROS-ANO.
           MOVE IR-REND TO WS-IR-ANO.
           MOVE WS-SALDO TO SALDO-FINAL-REND.
           MOVE WS-DATA-SISTEMA TO DATA-ATUALIZ-REND.
           IF WS-ACHOU-RENDIMENTO = "S"
              REWRITE REG-RENDIMENTO
                  INVALID KEY
                  DISPLAY "ERRO AO ATUALIZAR RENDIM.DAT - CONTA "
                          WS-CONTA-INFORME
           ELSE
              WRITE REG-RENDIMENTO
                  INVALID KEY
                  DISPLAY "ERRO AO GRAVAR RENDIM.DAT - CONTA "
                          WS-CONTA-INFORME.
           MOVE "00" TO STATUS-RENDIMENTOS.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-DEFINE-DESTINO.
           MOVE "N" TO WS-DESTINO-EMAIL.
           MOVE "N" TO WS-ACHOU-CONTATO.
           IF WS-TEM-CONTATOS NOT = "S"
              GO TO 050-99-FIM.
           MOVE WS-CONTA-INFORME TO CONTA-CONTATO.
           READ CONTATOS
               INVALID KEY
               GO TO 050-99-FIM.
           MOVE "S" TO WS-ACHOU-CONTATO.
           IF EMAIL-CONTATO NOT = SPACES
              MOVE "S" TO WS-DESTINO-EMAIL.
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
       060-GERA-INFORME.
           IF WS-DESTINO-EMAIL = "S"
              ADD 1 TO WS-TOTAL-EMAIL
           ELSE
              ADD 1 TO WS-TOTAL-IMPRESSOS
              MOVE ALL "=" TO WS-LINHA-INFORME
              PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-INFORME.
           STRING "INFORME DE RENDIMENTOS FINANCEIROS - ANO-BASE "
                  DELIMITED BY SIZE
                  WS-ANO-BASE DELIMITED BY SIZE
                  INTO WS-LINHA-INFORME.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-INFORME.
           STRING "EMITIDO EM " DELIMITED BY SIZE
                  WS-DATA-HOJE-ED DELIMITED BY SIZE
                  INTO WS-LINHA-INFORME.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-INFORME.
           STRING "CONTA: " DELIMITED BY SIZE
                  WS-CONTA-INFORME DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  DIGITOCONTROL DELIMITED BY SIZE
                  "  TITULAR: " DELIMITED BY SIZE
                  NOMECLIENTE DELIMITED BY SIZE
                  INTO WS-LINHA-INFORME.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           IF WS-DESTINO-EMAIL = "S"
              MOVE SPACES TO WS-LINHA-INFORME
              STRING "E-MAIL: " DELIMITED BY SIZE
                     EMAIL-CONTATO DELIMITED BY SIZE
                     INTO WS-LINHA-INFORME
              PERFORM 090-GRAVA-LINHA THRU 090-99-FIM
           ELSE IF WS-ACHOU-CONTATO = "S"
              MOVE SPACES TO WS-LINHA-INFORME
              STRING "ENDERECO: " DELIMITED BY SIZE
                     ENDERECO-CONTATO DELIMITED BY SIZE
                     INTO WS-LINHA-INFORME
              PERFORM 090-GRAVA-LINHA THRU 090-99-FIM
              MOVE SPACES TO WS-LINHA-INFORME
              STRING "          " DELIMITED BY SIZE
                     CIDADE-CONTATO DELIMITED BY SIZE
                     INTO WS-LINHA-INFORME
              PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-INFORME.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE WS-JUROS-ANO TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-INFORME.
           STRING "RENDIMENTOS (JUROS CREDITADOS) ...: "
                  DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-INFORME.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE WS-IR-ANO TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-INFORME.
           STRING "IMPOSTO DE RENDA RETIDO NA FONTE .: "
                  DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-INFORME.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           COMPUTE WS-LIQUIDO-ANO = WS-JUROS-ANO - WS-IR-ANO.
           MOVE WS-LIQUIDO-ANO TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-INFORME.
           STRING "RENDIMENTO LIQUIDO ...............: "
                  DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-INFORME.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE WS-SALDO TO WS-SALDO-ED.
           MOVE SPACES TO WS-LINHA-INFORME.
           STRING "SALDO EM 31/12/" DELIMITED BY SIZE
                  WS-ANO-BASE DELIMITED BY SIZE
                  " ...............:" DELIMITED BY SIZE
                  WS-SALDO-ED DELIMITED BY SIZE
                  INTO WS-LINHA-INFORME.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-INFORME.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-INFORME.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       060-99-FIM.
           EXIT.
      *----------------------------------------------------
       070-GRAVA-CONSOLIDADO.
           MOVE SPACES TO WS-REG-CONSOLIDADO.
           MOVE "1" TO WS-TIPO-CONS.
           MOVE WS-CONTA-INFORME TO WS-CONTA-CONS.
           MOVE DIGITOCONTROL TO WS-DV-CONS.
           MOVE NOMECLIENTE TO WS-NOME-CONS.
           MOVE WS-ANO-BASE TO WS-ANO-CONS.
           MOVE WS-JUROS-ANO TO WS-JUROS-CONS.
           MOVE WS-IR-ANO TO WS-IR-CONS.
           MOVE WS-SALDO TO WS-SALDO-CONS.
           MOVE WS-REG-CONSOLIDADO TO REG-CONSOLIDADO.
           WRITE REG-CONSOLIDADO.
           ADD 1 TO WS-TOTAL-INFORMES.
           ADD WS-JUROS-ANO TO WS-TOTAL-JUROS.
           ADD WS-IR-ANO TO WS-TOTAL-IR.
       070-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           IF WS-DESTINO-EMAIL = "S"
              MOVE WS-LINHA-INFORME TO REG-INFEMAIL
              WRITE REG-INFEMAIL
           ELSE
              MOVE WS-LINHA-INFORME TO REG-INFIMPR
              WRITE REG-INFIMPR.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           DISPLAY "------------------------------------------------".
           DISPLAY "REGISTROS LIDOS ...........: " WS-TOTAL-LIDOS.
           DISPLAY "INFORMES POR E-MAIL .......: " WS-TOTAL-EMAIL.
           DISPLAY "INFORMES PARA IMPRESSAO ...: "
                   WS-TOTAL-IMPRESSOS.
           DISPLAY "CONTAS PULADAS ............: " WS-TOTAL-PULADOS.
           MOVE WS-TOTAL-JUROS TO WS-VALOR-ED.
           DISPLAY "TOTAL DE RENDIMENTOS ......: " WS-VALOR-ED.
           MOVE WS-TOTAL-IR TO WS-VALOR-ED.
           DISPLAY "TOTAL DE IR RETIDO ........: " WS-VALOR-ED.
           DISPLAY "ARQUIVOS: INFEMAIL.TXT, INFIMPR.TXT E INFRENDC.TXT".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA INFORREND ---------***
