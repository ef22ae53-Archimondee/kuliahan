       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DETECTAML.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-MOVIMENTO
               FILE STATUS IS STATUS-MOVIMENTOS.
           SELECT KYCCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-KYC
               FILE STATUS IS STATUS-KYCCLI.
           SELECT CASOSAML ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CASO
               FILE STATUS IS STATUS-CASOS.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       COPY "movimen.cob".
      *
       COPY "kyc.cob".
      *
       COPY "casoaml.cob".
      *
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "AMLDET.TXT".
       01  REG-RELATORIO          PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-MOVIMENTOS  PIC X(02) VALUE "00".
           02  STATUS-KYCCLI      PIC X(02) VALUE "00".
           02  STATUS-CASOS       PIC X(02) VALUE "00".
           02  STATUS-RELATORIO   PIC X(02) VALUE "00".
           02  WS-TOTAL-LIDOS     PIC 9(07) VALUE ZEROS.
           02  WS-TOTAL-JANELA    PIC 9(07) VALUE ZEROS.
           02  WS-TOTAL-CONTAS    PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-CASOS     PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-REPETIDOS PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-PEP       PIC 9(05) VALUE ZEROS.
       01  PARAMETROS-AML.
           02  WS-DIAS-JANELA     PIC 9(03) VALUE ZEROS.
           02  WS-DIAS-PADRAO     PIC 9(03) VALUE 10.
           02  WS-LIMITE          PIC 9(07)V99 VALUE ZEROS.
           02  WS-LIMITE-PADRAO   PIC 9(07)V99 VALUE 10000,00.
           02  WS-MINIMO-FRAC     PIC 9(02) VALUE ZEROS.
           02  WS-MINIMO-PADRAO   PIC 9(02) VALUE 3.
           02  WS-PCT-FAIXA       PIC 9(03) VALUE 80.
           02  WS-PCT-SAIDA       PIC 9(03) VALUE 80.
           02  WS-FATOR-PERFIL    PIC 9(02) VALUE 2.
           02  WS-PISO-FAIXA      PIC 9(07)V99 VALUE ZEROS.
       01  ACUMULADOS-CONTA.
           02  WS-CONTA-ATUAL     PIC 9(05) VALUE ZEROS.
           02  WS-QTD-CONTA       PIC 9(05) VALUE ZEROS.
           02  WS-QTD-FRAC        PIC 9(03) VALUE ZEROS.
           02  WS-SOMA-FRAC       PIC 9(09)V99 VALUE ZEROS.
           02  WS-CREDITOS        PIC 9(09)V99 VALUE ZEROS.
           02  WS-DEBITOS         PIC 9(09)V99 VALUE ZEROS.
           02  WS-VOLUME          PIC 9(11)V99 VALUE ZEROS.
           02  WS-PEP             PIC X(01) VALUE "N".
           02  WS-ESPERADO        PIC 9(07)V99 VALUE ZEROS.
       01  WS-NOVO-CASO.
           02  WS-NOVO-PADRAO     PIC X(02) VALUE SPACES.
           02  WS-NOVO-QTD        PIC 9(03) VALUE ZEROS.
           02  WS-NOVO-VALOR      PIC 9(09)V99 VALUE ZEROS.
           02  WS-NOVA-REFERENCIA PIC 9(09)V99 VALUE ZEROS.
           02  WS-JA-ABERTO       PIC X(01) VALUE "N".
       01  TABELA-CASOS-ABERTOS.
           02  WS-QTD-ABERTOS     PIC 9(05) COMP VALUE ZEROS.
           02  ABERTO-OCORRENCIA  OCCURS 1000 TIMES.
               03  ABERTO-CONTA   PIC 9(05).
               03  ABERTO-PADRAO  PIC X(02).
       01  WS-INDICE              PIC 9(05) COMP VALUE ZEROS.
       01  WS-ULTIMO-CASO         PIC 9(06) VALUE ZEROS.
       01  WS-CALCULO-DATAS.
           02  WS-DATA-AAAAMMDD   PIC 9(08) VALUE ZEROS.
           02  WS-DATA-CALC.
               03  WS-DIA-CALC    PIC 9(02) VALUE ZEROS.
               03  WS-MES-CALC    PIC 9(02) VALUE ZEROS.
               03  WS-ANO-CALC    PIC 9(04) VALUE ZEROS.
           02  WS-FUNCAO-DIAS     PIC X(01) VALUE "N".
           02  WS-NUM-DIAS        PIC 9(07) VALUE ZEROS.
           02  WS-DIAS-HOJE       PIC 9(07) VALUE ZEROS.
           02  WS-DIAS-INICIO     PIC 9(07) VALUE ZEROS.
           02  WS-DATA-INICIO     PIC 9(08) VALUE ZEROS.
       01  WS-VALOR-ED            PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-VALOR-ED-2          PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA-RELATORIO     PIC X(100).
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------
      * DETECCAO DE FRACIONAMENTO E OUTROS PADROES DE LAVAGEM
      * NUMA JANELA MOVEL DE DIAS DE MOVIMENT.DAT (ATE HOJE).
      * PADROES (PADRAO-CASO, VALOR-CASO, REFERENCIA-CASO):
      *   FR  DEPOSITOS/SAQUES EM ESPECIE (001/002) ENTRE 80% E
      *       100% DO LIMITE, NO MINIMO N NA JANELA
      *       (VALOR = SOMA DELES, REFERENCIA = LIMITE)
      *   RI  ENTRADA E SAIDA RAPIDA: CREDITOS NA JANELA NO
      *       MINIMO O LIMITE E DEBITOS DE 80% DELES OU MAIS
      *       (VALOR = CREDITOS, REFERENCIA = DEBITOS)
      *   AP  VOLUME NA JANELA ACIMA DO DOBRO DO MOVIMENTO
      *       ESPERADO DECLARADO NO KYCCLI.DAT
      *       (VALOR = VOLUME, REFERENCIA = ESPERADO)
      * CADA OCORRENCIA ABRE UM CASO EM CASOAML.DAT, SALVO SE
      * JA HOUVER CASO NAO ENCERRADO DA CONTA NO MESMO PADRAO.
      * CLIENTE PEP TEM O CASO SEMPRE ESCALADO. OS CASOS SAO
      * TRATADOS NO CASOSAML E ACOMPANHADOS PELO IDADECASO.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** DETECCAO DE FRACIONAMENTO (PLD) ***".
           DISPLAY "DIAS DA JANELA (0 = PADRAO 10): ".
           ACCEPT WS-DIAS-JANELA.
           IF WS-DIAS-JANELA = ZEROS
              MOVE WS-DIAS-PADRAO TO WS-DIAS-JANELA.
           DISPLAY "LIMITE (0 = PADRAO R$ 10.000,00): ".
           ACCEPT WS-LIMITE.
           IF WS-LIMITE = ZEROS
              MOVE WS-LIMITE-PADRAO TO WS-LIMITE.
           DISPLAY "MINIMO DE MOVIMENTOS FRACIONADOS (0 = PADRAO 3): ".
           ACCEPT WS-MINIMO-FRAC.
           IF WS-MINIMO-FRAC = ZEROS
              MOVE WS-MINIMO-PADRAO TO WS-MINIMO-FRAC.
           COMPUTE WS-PISO-FAIXA = WS-LIMITE * WS-PCT-FAIXA / 100.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-DATA-SISTEMA TO WS-DATA-AAAAMMDD.
           PERFORM 950-DATA-PARA-DIAS THRU 950-99-FIM.
           MOVE WS-NUM-DIAS TO WS-DIAS-HOJE.
           COMPUTE WS-DIAS-INICIO = WS-DIAS-HOJE - WS-DIAS-JANELA + 1.
           MOVE WS-DIAS-INICIO TO WS-NUM-DIAS.
           MOVE "D" TO WS-FUNCAO-DIAS.
           CALL "DIASDATA" USING WS-DATA-CALC WS-FUNCAO-DIAS
               WS-NUM-DIAS.
           COMPUTE WS-DATA-INICIO = WS-ANO-CALC * 10000
               + WS-MES-CALC * 100 + WS-DIA-CALC.
           OPEN INPUT MOVIMENTOS.
           IF STATUS-MOVIMENTOS NOT = "00"
              DISPLAY "SEM MOVIMENT.DAT. STATUS=" STATUS-MOVIMENTOS
              GO TO 999-FIM.
           OPEN INPUT KYCCLI.
           IF STATUS-KYCCLI NOT = "00"
              DISPLAY "SEM KYCCLI.DAT - PADRAO AP E PEP NAO AVALIADOS"
              MOVE "35" TO STATUS-KYCCLI.
           OPEN I-O CASOSAML.
           IF STATUS-CASOS = "35"
              OPEN OUTPUT CASOSAML
              CLOSE CASOSAML
              OPEN I-O CASOSAML.
           IF STATUS-CASOS NOT = "00"
              DISPLAY "NAO FOI POSSIVEL ABRIR CASOAML.DAT. STATUS="
                      STATUS-CASOS
              CLOSE MOVIMENTOS
              CLOSE KYCCLI
              GO TO 999-FIM.
           PERFORM 030-CARREGA-CASOS THRU 030-99-FIM.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "DETECCAO PLD - JANELA DE " DELIMITED BY SIZE
                  WS-DATA-INICIO DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE WS-LIMITE TO WS-VALOR-ED.
           MOVE WS-PISO-FAIXA TO WS-VALOR-ED-2.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "LIMITE " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  "  FAIXA DE FRACIONAMENTO A PARTIR DE "
                      DELIMITED BY SIZE
                  WS-VALOR-ED-2 DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
      *----------------------------------------------------
       010-LE-MOVIMENTOS.
           PERFORM 020-PROCESSA-MOVIMENTO THRU 020-99-FIM
               UNTIL STATUS-MOVIMENTOS = "10".
           PERFORM 050-AVALIA-CONTA THRU 050-99-FIM.
           CLOSE MOVIMENTOS.
           CLOSE KYCCLI.
           CLOSE CASOSAML.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-PROCESSA-MOVIMENTO.
           READ MOVIMENTOS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-MOVIMENTOS
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-LIDOS.
           IF CONTA-MOV NOT = WS-CONTA-ATUAL
              PERFORM 050-AVALIA-CONTA THRU 050-99-FIM
              PERFORM 040-ZERA-CONTA THRU 040-99-FIM
              MOVE CONTA-MOV TO WS-CONTA-ATUAL.
           IF MOV-ESTORNADO
              GO TO 020-99-FIM.
           MOVE DATA-MOV TO WS-DATA-CALC.
           MOVE "N" TO WS-FUNCAO-DIAS.
           CALL "DIASDATA" USING WS-DATA-CALC WS-FUNCAO-DIAS
               WS-NUM-DIAS.
           IF WS-NUM-DIAS < WS-DIAS-INICIO OR
              WS-NUM-DIAS > WS-DIAS-HOJE
              GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-JANELA.
           ADD 1 TO WS-QTD-CONTA.
           ADD VALOR-MOV TO WS-VOLUME.
           IF MOV-CREDITO
              ADD VALOR-MOV TO WS-CREDITOS
           ELSE
              ADD VALOR-MOV TO WS-DEBITOS.
      *****  ESPECIE LOGO ABAIXO DO LIMITE DO GRANDECLI
           IF CODIGO-MOV = 001 OR CODIGO-MOV = 002
              IF VALOR-MOV NOT < WS-PISO-FAIXA AND
                 VALOR-MOV < WS-LIMITE
                 ADD 1 TO WS-QTD-FRAC
                 ADD VALOR-MOV TO WS-SOMA-FRAC.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-CARREGA-CASOS.
           MOVE ZEROS TO WS-ULTIMO-CASO.
           MOVE ZEROS TO WS-QTD-ABERTOS.
           MOVE ZEROS TO NUMERO-CASO.
           START CASOSAML KEY IS NOT LESS THAN NUMERO-CASO
               INVALID KEY
               MOVE "10" TO STATUS-CASOS.
           IF STATUS-CASOS NOT = "10"
              MOVE "00" TO STATUS-CASOS
              PERFORM 031-LE-CASO THRU 031-99-FIM
                  UNTIL STATUS-CASOS = "10".
           MOVE "00" TO STATUS-CASOS.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       031-LE-CASO.
           READ CASOSAML NEXT RECORD
               AT END
               MOVE "10" TO STATUS-CASOS
               GO TO 031-99-FIM.
           MOVE NUMERO-CASO TO WS-ULTIMO-CASO.
           IF NOT CASO-ENCERRADO AND WS-QTD-ABERTOS < 1000
              ADD 1 TO WS-QTD-ABERTOS
              MOVE CONTA-CASO TO ABERTO-CONTA (WS-QTD-ABERTOS)
              MOVE PADRAO-CASO TO ABERTO-PADRAO (WS-QTD-ABERTOS).
       031-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-ZERA-CONTA.
           MOVE ZEROS TO WS-QTD-CONTA.
           MOVE ZEROS TO WS-QTD-FRAC.
           MOVE ZEROS TO WS-SOMA-FRAC.
           MOVE ZEROS TO WS-CREDITOS.
           MOVE ZEROS TO WS-DEBITOS.
           MOVE ZEROS TO WS-VOLUME.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-AVALIA-CONTA.
           IF WS-CONTA-ATUAL = ZEROS OR WS-QTD-CONTA = ZEROS
              GO TO 050-99-FIM.
           ADD 1 TO WS-TOTAL-CONTAS.
           MOVE "N" TO WS-PEP.
           MOVE ZEROS TO WS-ESPERADO.
           IF STATUS-KYCCLI NOT = "35"
              MOVE WS-CONTA-ATUAL TO CONTA-KYC
              READ KYCCLI
                  INVALID KEY
                  MOVE ZEROS TO MOVIMENTO-ESPERADO-KYC
                  MOVE "N" TO PEP-KYC.
           IF STATUS-KYCCLI = "00"
              MOVE MOVIMENTO-ESPERADO-KYC TO WS-ESPERADO
              IF KYC-PEP
                 MOVE "S" TO WS-PEP.
           IF WS-QTD-FRAC NOT < WS-MINIMO-FRAC
              MOVE "FR" TO WS-NOVO-PADRAO
              MOVE WS-QTD-FRAC TO WS-NOVO-QTD
              MOVE WS-SOMA-FRAC TO WS-NOVO-VALOR
              MOVE WS-LIMITE TO WS-NOVA-REFERENCIA
              PERFORM 060-ABRE-CASO THRU 060-99-FIM.
           IF WS-CREDITOS NOT < WS-LIMITE AND
              WS-DEBITOS * 100 NOT < WS-CREDITOS * WS-PCT-SAIDA
              MOVE "RI" TO WS-NOVO-PADRAO
              MOVE WS-QTD-CONTA TO WS-NOVO-QTD
              MOVE WS-CREDITOS TO WS-NOVO-VALOR
              MOVE WS-DEBITOS TO WS-NOVA-REFERENCIA
              PERFORM 060-ABRE-CASO THRU 060-99-FIM.
           IF WS-ESPERADO NOT = ZEROS AND
              WS-VOLUME > WS-ESPERADO * WS-FATOR-PERFIL
              MOVE "AP" TO WS-NOVO-PADRAO
              MOVE WS-QTD-CONTA TO WS-NOVO-QTD
              MOVE WS-VOLUME TO WS-NOVO-VALOR
              MOVE WS-ESPERADO TO WS-NOVA-REFERENCIA
              PERFORM 060-ABRE-CASO THRU 060-99-FIM.
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
       060-ABRE-CASO.
           MOVE "N" TO WS-JA-ABERTO.
           PERFORM 070-PROCURA-CASO THRU 070-99-FIM
               VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-QTD-ABERTOS.
           IF WS-JA-ABERTO = "S"
              ADD 1 TO WS-TOTAL-REPETIDOS
              MOVE ZEROS TO NUMERO-CASO
              GO TO 060-05-RELATORIO.
           ADD 1 TO WS-ULTIMO-CASO.
           MOVE WS-ULTIMO-CASO TO NUMERO-CASO.
           MOVE WS-CONTA-ATUAL TO CONTA-CASO.
           MOVE WS-NOVO-PADRAO TO PADRAO-CASO.
           MOVE WS-PEP TO PEP-CASO.
           MOVE WS-PEP TO ESCALADO-CASO.
           MOVE WS-NOVO-QTD TO QTD-MOV-CASO.
           MOVE WS-NOVO-VALOR TO VALOR-CASO.
           MOVE WS-NOVA-REFERENCIA TO REFERENCIA-CASO.
           MOVE WS-DATA-INICIO TO INICIO-JANELA-CASO.
           MOVE WS-DATA-SISTEMA TO FIM-JANELA-CASO.
           MOVE WS-DATA-SISTEMA TO DATA-ABERTURA-CASO.
           MOVE "A" TO SITUACAO-CASO.
           MOVE SPACES TO RESPONSAVEL-CASO.
           MOVE SPACES TO NOTAS-CASO.
           MOVE SPACE TO DECISAO-CASO.
           MOVE ZEROS TO DATA-DECISAO-CASO.
           MOVE SPACES TO OPERADOR-DECISAO-CASO.
           WRITE REG-CASO
               INVALID KEY
               DISPLAY "ERRO AO GRAVAR CASO " NUMERO-CASO
                       " STATUS=" STATUS-CASOS
               GO TO 060-99-FIM.
           ADD 1 TO WS-TOTAL-CASOS.
           IF WS-PEP = "S"
              ADD 1 TO WS-TOTAL-PEP.
           IF WS-QTD-ABERTOS < 1000
              ADD 1 TO WS-QTD-ABERTOS
              MOVE WS-CONTA-ATUAL TO ABERTO-CONTA (WS-QTD-ABERTOS)
              MOVE WS-NOVO-PADRAO TO ABERTO-PADRAO (WS-QTD-ABERTOS).
       060-05-RELATORIO.
           MOVE WS-NOVO-VALOR TO WS-VALOR-ED.
           MOVE WS-NOVA-REFERENCIA TO WS-VALOR-ED-2.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "CASO " DELIMITED BY SIZE
                  NUMERO-CASO DELIMITED BY SIZE
                  " CONTA " DELIMITED BY SIZE
                  WS-CONTA-ATUAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOVO-PADRAO DELIMITED BY SIZE
                  " QTD " DELIMITED BY SIZE
                  WS-NOVO-QTD DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  " REF " DELIMITED BY SIZE
                  WS-VALOR-ED-2 DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           IF WS-JA-ABERTO = "S"
              MOVE "JA EM ABERTO" TO WS-LINHA-RELATORIO (86:12)
           ELSE IF WS-PEP = "S"
              MOVE "PEP-ESCALADO" TO WS-LINHA-RELATORIO (86:12).
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       060-99-FIM.
           EXIT.
      *----------------------------------------------------
       070-PROCURA-CASO.
           IF ABERTO-CONTA (WS-INDICE) = WS-CONTA-ATUAL AND
              ABERTO-PADRAO (WS-INDICE) = WS-NOVO-PADRAO
              MOVE "S" TO WS-JA-ABERTO.
       070-99-FIM.
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
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "MOVIMENTOS NA JANELA ......: " DELIMITED BY SIZE
                  WS-TOTAL-JANELA DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "CONTAS EXAMINADAS .........: " DELIMITED BY SIZE
                  WS-TOTAL-CONTAS DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "CASOS ABERTOS .............: " DELIMITED BY SIZE
                  WS-TOTAL-CASOS DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "  ESCALADOS (PEP) .........: " DELIMITED BY SIZE
                  WS-TOTAL-PEP DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "OCORRENCIAS JA EM CASO ....: " DELIMITED BY SIZE
                  WS-TOTAL-REPETIDOS DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           DISPLAY "MOVIMENTOS LIDOS ..........: " WS-TOTAL-LIDOS.
           DISPLAY "MOVIMENTOS NA JANELA ......: " WS-TOTAL-JANELA.
           DISPLAY "CONTAS EXAMINADAS .........: " WS-TOTAL-CONTAS.
           DISPLAY "CASOS ABERTOS .............: " WS-TOTAL-CASOS.
           DISPLAY "  ESCALADOS (PEP) .........: " WS-TOTAL-PEP.
           DISPLAY "OCORRENCIAS JA EM CASO ....: " WS-TOTAL-REPETIDOS.
           DISPLAY "RELATORIO GRAVADO EM AMLDET.TXT".
           GO TO 999-FIM.
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
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA DETECTAML ---------***
