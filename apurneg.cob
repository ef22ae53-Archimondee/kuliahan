       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APURANEG.
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
           SELECT NEGATIVOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NEG
               FILE STATUS IS STATUS-NEGATIVOS.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       COPY "layout.cob".
      *
       COPY "movimen.cob".
      *
       COPY "negativo.cob".
      *
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "NEGAGING.TXT".
       01  REG-RELATORIO          PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-CLIENTES    PIC X(02) VALUE "00".
           02  STATUS-MOVIMENTOS  PIC X(02) VALUE "00".
           02  STATUS-NEGATIVOS   PIC X(02) VALUE "00".
           02  STATUS-RELATORIO   PIC X(02) VALUE "00".
           02  WS-TOTAL-CONTAS    PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-NEGATIVAS PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-REGULARIZ PIC 9(05) VALUE ZEROS.
           02  WS-VALOR-NEGATIVO  PIC 9(11)V99 VALUE ZEROS.
           02  WS-NOVO-REGISTRO   PIC X(01) VALUE "N".
       01  WS-CHAMADA-ERRO.
           02  WS-ERR-PROGRAMA    PIC X(10) VALUE "APURANEG".
           02  WS-ERR-ARQUIVO     PIC X(12) VALUE SPACES.
           02  WS-ERR-OPERACAO    PIC X(08) VALUE SPACES.
           02  WS-ERR-STATUS      PIC X(02) VALUE "00".
           02  WS-ERR-ACAO        PIC X(01) VALUE "S".
       01  WS-SALDO-CONTA.
           02  WS-SALDO           PIC S9(09)V99 VALUE ZEROS.
           02  WS-NEGATIVO        PIC 9(09)V99 VALUE ZEROS.
           02  WS-ULTIMO-SEQ      PIC 9(05) VALUE ZEROS.
           02  WS-CONTA-EXAME     PIC 9(05) VALUE ZEROS.
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
       01  WS-CALCULO-DATAS.
           02  WS-DATA-AAAAMMDD   PIC 9(08) VALUE ZEROS.
           02  WS-DATA-CALC.
               03  WS-DIA-CALC    PIC 9(02) VALUE ZEROS.
               03  WS-MES-CALC    PIC 9(02) VALUE ZEROS.
               03  WS-ANO-CALC    PIC 9(04) VALUE ZEROS.
           02  WS-FUNCAO-DIAS     PIC X(01) VALUE "N".
           02  WS-NUM-DIAS        PIC 9(07) VALUE ZEROS.
           02  WS-DIAS-HOJE       PIC 9(07) VALUE ZEROS.
           02  WS-DIAS-INTERVALO  PIC 9(07) VALUE ZEROS.
           02  WS-DIAS-MES-NOVO   PIC 9(07) VALUE ZEROS.
       01  TABELA-FAIXAS.
           02  FAIXA-OCORRENCIA   OCCURS 4 TIMES.
               03  FAIXA-QTD      PIC 9(05).
               03  FAIXA-VALOR    PIC 9(11)V99.
       01  NOMES-FAIXAS.
           02  FILLER             PIC X(14) VALUE "1 A 15 DIAS   ".
           02  FILLER             PIC X(14) VALUE "16 A 30 DIAS  ".
           02  FILLER             PIC X(14) VALUE "31 A 60 DIAS  ".
           02  FILLER             PIC X(14) VALUE "ACIMA 60 DIAS ".
       01  TABELA-NOMES REDEFINES NOMES-FAIXAS.
           02  NOME-FAIXA         PIC X(14) OCCURS 4 TIMES.
       01  WS-FAIXA               PIC 9(01) VALUE ZEROS.
       01  WS-VALOR-ED            PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA-RELATORIO     PIC X(80).
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-DIA-NEGOCIO.
           02  WS-NEGOCIO-FUNCAO  PIC X(01) VALUE "C".
           02  WS-NEGOCIO-PROGRAMA PIC X(08) VALUE "APURANEG".
           02  WS-NEGOCIO-DATA    PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-SITUACAO PIC X(01) VALUE SPACE.
           02  WS-NEGOCIO-ANTERIOR PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-RESULTADO PIC X(01) VALUE "N".
      *----------------------------------------------------
      * APURACAO DIARIA DE CONTAS COM SALDO NEGATIVO. GRAVA
      * EM NEGATIVO.DAT OS DIAS CORRIDOS SEGUIDOS ABAIXO DE
      * ZERO E ACUMULA O SALDO NEGATIVO DE CADA DIA CORRIDO
      * DO MES (FIM DE SEMANA E FERIADO LEVAM O SALDO DO
      * ULTIMO DIA UTIL), BASE DOS JUROS COBRADOS POR
      * JUROSNEG. EMITE EM
      * NEGAGING.TXT O AGING DAS CONTAS NEGATIVAS PARA A
      * COBRANCA. REEXECUCAO NO MESMO DIA NAO ACUMULA DE NOVO.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** APURACAO DE CONTAS NEGATIVAS ***".
           CALL "DATACONT" USING WS-DIA-NEGOCIO.
           IF WS-NEGOCIO-RESULTADO NOT = "S"
              DISPLAY "CONTROLE DE DATA INDISPONIVEL! VER ERRLOG."
              MOVE 8 TO RETURN-CODE
              GO TO 999-FIM.
           MOVE WS-NEGOCIO-DATA TO WS-DATA-SISTEMA.
           MOVE WS-DATA-SISTEMA TO WS-DATA-AAAAMMDD.
           PERFORM 950-DATA-PARA-DIAS THRU 950-99-FIM.
           MOVE WS-NUM-DIAS TO WS-DIAS-HOJE.
           MOVE ZEROS TO TABELA-FAIXAS.
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
           OPEN I-O NEGATIVOS.
           IF STATUS-NEGATIVOS = "35"
              OPEN OUTPUT NEGATIVOS
              CLOSE NEGATIVOS
              OPEN I-O NEGATIVOS.
           IF STATUS-NEGATIVOS NOT = "00"
              MOVE "NEGATIVO.DAT" TO WS-ERR-ARQUIVO
              MOVE STATUS-NEGATIVOS TO WS-ERR-STATUS
              CLOSE CLIENTES
              CLOSE MOVIMENTOS
              GO TO 005-ERRO-ABERTURA.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "AGING DE CONTAS NEGATIVAS EM " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "CONTA  NOME                      SALDO NEGATIVO  DIAS"
             TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
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
           CLOSE NEGATIVOS.
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
           PERFORM 030-CALCULA-SALDO THRU 030-99-FIM.
           MOVE "N" TO WS-NOVO-REGISTRO.
           MOVE WS-CONTA-EXAME TO CONTA-NEG.
           READ NEGATIVOS
               INVALID KEY
               MOVE "S" TO WS-NOVO-REGISTRO.
           IF WS-NOVO-REGISTRO = "S" AND WS-SALDO NOT < ZEROS
              GO TO 020-99-FIM.
           IF WS-NOVO-REGISTRO = "S"
              PERFORM 050-INICIA-REGISTRO THRU 050-99-FIM.
           IF DATA-ULTIMA-NEG = WS-DATA-SISTEMA
              GO TO 020-05-AGING.
           PERFORM 065-DIAS-SEM-APURACAO THRU 065-99-FIM.
           PERFORM 060-VIRA-MES THRU 060-99-FIM.
           IF WS-DIAS-MES-NOVO > ZEROS
              COMPUTE SOMA-NEGATIVO-NEG = SOMA-NEGATIVO-NEG +
                  (ZEROS - SALDO-ULTIMO-NEG) * WS-DIAS-MES-NOVO.
           IF WS-SALDO < ZEROS
              PERFORM 070-ACUMULA-NEGATIVO THRU 070-99-FIM
           ELSE
              PERFORM 075-REGULARIZA THRU 075-99-FIM.
           MOVE WS-SALDO TO SALDO-ULTIMO-NEG.
           MOVE WS-DATA-SISTEMA TO DATA-ULTIMA-NEG.
           IF WS-NOVO-REGISTRO = "S"
              WRITE REG-NEGATIVO
                  INVALID KEY
                  DISPLAY "ERRO AO GRAVAR NEGATIVO.DAT CONTA "
                          CONTA-NEG
           ELSE
              REWRITE REG-NEGATIVO
                  INVALID KEY
                  DISPLAY "ERRO AO REGRAVAR NEGATIVO.DAT CONTA "
                          CONTA-NEG.
       020-05-AGING.
           IF WS-SALDO NOT < ZEROS
              GO TO 020-99-FIM.
           PERFORM 080-LINHA-AGING THRU 080-99-FIM.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-CALCULA-SALDO.
           MOVE ZEROS TO WS-SALDO.
           MOVE ZEROS TO WS-ULTIMO-SEQ.
           MOVE WS-CONTA-EXAME TO WS-CONTA-POS.
           MOVE "C" TO WS-FUNCAO-SALDO.
           CALL "ATUALSALDO" USING WS-FUNCAO-SALDO REG-MOVIMENTO
               WS-POSICAO-SALDO WS-SALDO-OK.
           IF WS-SALDO-OK = "S"
              MOVE WS-SALDO-POS TO WS-SALDO
              GO TO 030-99-FIM.
      *****  CONTA AINDA SEM POSICAO EM SALDOCLI.DAT - RECALCULA
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
              ADD VALOR-MOV TO WS-SALDO
           ELSE
              SUBTRACT VALOR-MOV FROM WS-SALDO.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-INICIA-REGISTRO.
           MOVE WS-CONTA-EXAME TO CONTA-NEG.
           MOVE DIGITOCONTROL TO DV-NEG.
           MOVE ZEROS TO DIAS-NEGATIVO-NEG.
           MOVE ZEROS TO DATA-INICIO-NEG.
           MOVE ZEROS TO DATA-ULTIMA-NEG.
           MOVE ZEROS TO SALDO-ULTIMO-NEG.
           MOVE WS-DATA-SISTEMA (1:6) TO MES-REF-NEG.
           MOVE ZEROS TO SOMA-NEGATIVO-NEG.
           MOVE ZEROS TO MES-ANTERIOR-NEG.
           MOVE ZEROS TO SOMA-ANTERIOR-NEG.
           MOVE ZEROS TO DATA-COBRANCA-NEG.
           MOVE ZEROS TO JUROS-COBRADOS-NEG.
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
       060-VIRA-MES.
      *****  MES NOVO: O ACUMULADO DO MES FECHADO FICA PENDENTE
      *****  ATE A COBRANCA DE JUROS (JUROSNEG) ZERA-LO
           IF MES-REF-NEG = WS-DATA-SISTEMA (1:6)
              GO TO 060-99-FIM.
           IF SOMA-NEGATIVO-NEG > ZEROS
              ADD SOMA-NEGATIVO-NEG TO SOMA-ANTERIOR-NEG
              MOVE MES-REF-NEG TO MES-ANTERIOR-NEG.
           MOVE ZEROS TO SOMA-NEGATIVO-NEG.
           MOVE WS-DATA-SISTEMA (1:6) TO MES-REF-NEG.
       060-99-FIM.
           EXIT.
      *----------------------------------------------------
       065-DIAS-SEM-APURACAO.
      *****  DIAS CORRIDOS ENTRE A ULTIMA APURACAO E HOJE (FIM DE
      *****  SEMANA, FERIADO) FICARAM COM O SALDO DAQUELA APURACAO.
      *****  OS DO MES ANTERIOR VAO PARA O ACUMULADO DELE; OS DO
      *****  MES CORRENTE FICAM EM WS-DIAS-MES-NOVO
           MOVE ZEROS TO WS-DIAS-MES-NOVO.
           IF DATA-ULTIMA-NEG = ZEROS OR
              SALDO-ULTIMO-NEG NOT < ZEROS
              GO TO 065-99-FIM.
           MOVE DATA-ULTIMA-NEG TO WS-DATA-AAAAMMDD.
           PERFORM 950-DATA-PARA-DIAS THRU 950-99-FIM.
           IF WS-DIAS-HOJE NOT > WS-NUM-DIAS + 1
              GO TO 065-99-FIM.
           COMPUTE WS-DIAS-INTERVALO = WS-DIAS-HOJE - WS-NUM-DIAS - 1.
           IF MES-REF-NEG NOT = WS-DATA-SISTEMA (1:6)
              MOVE WS-DATA-SISTEMA TO WS-DATA-AAAAMMDD
              MOVE "01" TO WS-DATA-AAAAMMDD (7:2)
              PERFORM 950-DATA-PARA-DIAS THRU 950-99-FIM
              COMPUTE WS-DIAS-MES-NOVO = WS-DIAS-HOJE - WS-NUM-DIAS
              IF WS-DIAS-MES-NOVO > WS-DIAS-INTERVALO
                 MOVE WS-DIAS-INTERVALO TO WS-DIAS-MES-NOVO.
           SUBTRACT WS-DIAS-MES-NOVO FROM WS-DIAS-INTERVALO.
           IF WS-DIAS-INTERVALO > ZEROS
              COMPUTE SOMA-NEGATIVO-NEG = SOMA-NEGATIVO-NEG +
                  (ZEROS - SALDO-ULTIMO-NEG) * WS-DIAS-INTERVALO.
       065-99-FIM.
           EXIT.
      *----------------------------------------------------
       070-ACUMULA-NEGATIVO.
           COMPUTE WS-NEGATIVO = ZEROS - WS-SALDO.
           ADD WS-NEGATIVO TO SOMA-NEGATIVO-NEG.
           IF DATA-INICIO-NEG = ZEROS
              MOVE WS-DATA-SISTEMA TO DATA-INICIO-NEG.
           MOVE DATA-INICIO-NEG TO WS-DATA-AAAAMMDD.
           PERFORM 950-DATA-PARA-DIAS THRU 950-99-FIM.
           COMPUTE DIAS-NEGATIVO-NEG = WS-DIAS-HOJE - WS-NUM-DIAS + 1.
       070-99-FIM.
           EXIT.
      *----------------------------------------------------
       075-REGULARIZA.
      *****  CONTA VOLTOU A SALDO POSITIVO - ENCERRA A SEQUENCIA
           IF DIAS-NEGATIVO-NEG = ZEROS
              GO TO 075-99-FIM.
           ADD 1 TO WS-TOTAL-REGULARIZ.
           MOVE ZEROS TO DIAS-NEGATIVO-NEG.
           MOVE ZEROS TO DATA-INICIO-NEG.
       075-99-FIM.
           EXIT.
      *----------------------------------------------------
       080-LINHA-AGING.
           COMPUTE WS-NEGATIVO = ZEROS - WS-SALDO.
           IF DIAS-NEGATIVO-NEG NOT > 15
              MOVE 1 TO WS-FAIXA
           ELSE IF DIAS-NEGATIVO-NEG NOT > 30
              MOVE 2 TO WS-FAIXA
           ELSE IF DIAS-NEGATIVO-NEG NOT > 60
              MOVE 3 TO WS-FAIXA
           ELSE
              MOVE 4 TO WS-FAIXA.
           ADD 1 TO FAIXA-QTD (WS-FAIXA).
           ADD WS-NEGATIVO TO FAIXA-VALOR (WS-FAIXA).
           ADD 1 TO WS-TOTAL-NEGATIVAS.
           ADD WS-NEGATIVO TO WS-VALOR-NEGATIVO.
           MOVE WS-NEGATIVO TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-CONTA-EXAME DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  NOMECLIENTE (1:30) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DIAS-NEGATIVO-NEG DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       080-99-FIM.
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
           STRING "NEGATIVAS HA " DELIMITED BY SIZE
                  NOME-FAIXA (WS-FAIXA) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FAIXA-QTD (WS-FAIXA) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       095-99-FIM.
           EXIT.
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
       900-IMPRIME-TOTAIS.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           PERFORM 095-TOTAL-FAIXA THRU 095-99-FIM
               VARYING WS-FAIXA FROM 1 BY 1
               UNTIL WS-FAIXA > 4.
           MOVE WS-VALOR-NEGATIVO TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "TOTAL DE CONTAS NEGATIVAS ...: " DELIMITED BY SIZE
                  WS-TOTAL-NEGATIVAS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           DISPLAY "CONTAS EXAMINADAS ..........: " WS-TOTAL-CONTAS.
           DISPLAY "CONTAS NEGATIVAS ...........: " WS-TOTAL-NEGATIVAS.
           DISPLAY "CONTAS REGULARIZADAS .......: " WS-TOTAL-REGULARIZ.
           DISPLAY "VALOR NEGATIVO TOTAL .......: " WS-VALOR-ED.
           DISPLAY "RELATORIO GRAVADO EM NEGAGING.TXT".
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA APURANEG ---------***
