       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COBRAEMPR.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARCELAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-PARCELA
               FILE STATUS IS STATUS-PARCELAS.
           SELECT EMPRESTIMOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-EMPRESTIMO
               FILE STATUS IS STATUS-EMPRESTIMOS.
           SELECT MOVIMENTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-MOVIMENTO
               FILE STATUS IS STATUS-MOVIMENTOS.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       COPY "parcela.cob".
      *
       COPY "emprest.cob".
      *
       COPY "movimen.cob".
      *
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "COBREMP.TXT".
       01  REG-RELATORIO          PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-PARCELAS    PIC X(02) VALUE "00".
           02  STATUS-EMPRESTIMOS PIC X(02) VALUE "00".
           02  STATUS-MOVIMENTOS  PIC X(02) VALUE "00".
           02  STATUS-RELATORIO   PIC X(02) VALUE "00".
           02  WS-TOTAL-LIDAS     PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-DEBITADAS PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-ATRASO    PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-QUITADOS  PIC 9(05) VALUE ZEROS.
           02  WS-VALOR-DEBITADO  PIC 9(09)V99 VALUE ZEROS.
           02  WS-VALOR-ATRASO    PIC 9(09)V99 VALUE ZEROS.
           02  WS-VALOR-ED        PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  PARAMETROS-COBRANCA.
           02  WS-TAXA-MORA       PIC 9(02)V99 VALUE 1,00.
       01  WS-SALDO-CONTA.
           02  WS-SALDO           PIC S9(07)V99 VALUE ZEROS.
           02  WS-ULTIMO-SEQ      PIC 9(05) VALUE ZEROS.
           02  WS-CONTA-COBR      PIC 9(05) VALUE ZEROS.
           02  WS-MORA            PIC 9(07)V99 VALUE ZEROS.
           02  WS-DEVIDO          PIC 9(07)V99 VALUE ZEROS.
       01  WS-SALDO-DISPONIVEL.
           02  WS-VALOR-BLOQUEADO PIC 9(09)V99 VALUE ZEROS.
           02  WS-QTD-BLOQUEIOS   PIC 9(03) VALUE ZEROS.
           02  WS-VALOR-COMPENSAR PIC 9(09)V99 VALUE ZEROS.
           02  WS-QTD-COMPENSAR   PIC 9(03) VALUE ZEROS.
           02  WS-DISPONIVEL      PIC S9(09)V99 VALUE ZEROS.
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
           02  WS-DIAS-ATRASO     PIC 9(05) VALUE ZEROS.
       01  WS-LINHA-RELATORIO     PIC X(80).
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-DATA.
           02  WS-DIA             PIC 9(02) VALUE ZEROS.
           02  WS-MES             PIC 9(02) VALUE ZEROS.
           02  WS-ANO             PIC 9(04) VALUE ZEROS.
       01  WS-JORNAL-PROGRAMA     PIC X(08) VALUE "COBRAEMP".
       01  WS-TRAVA.
           02  WS-TRAVA-FUNCAO    PIC X(01) VALUE SPACE.
           02  WS-TRAVA-CONTA     PIC 9(05) VALUE ZEROS.
           02  WS-TRAVA-PROGRAMA  PIC X(08) VALUE "COBRAEMP".
           02  WS-TRAVA-OPERADOR  PIC X(04) VALUE "LOTE".
           02  WS-TRAVA-RESULTADO PIC X(01) VALUE "N".
           02  WS-TRAVA-DONO-OPER PIC X(04) VALUE SPACES.
           02  WS-TRAVA-DONO-PROG PIC X(08) VALUE SPACES.
           02  WS-TRAVA-DONO-CONTA PIC 9(05) VALUE ZEROS.
       01  WS-JANELA-LOTE         PIC X(01) VALUE "N".
       01  WS-DIA-NEGOCIO.
           02  WS-NEGOCIO-FUNCAO  PIC X(01) VALUE "C".
           02  WS-NEGOCIO-PROGRAMA PIC X(08) VALUE "COBRAEMP".
           02  WS-NEGOCIO-DATA    PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-SITUACAO PIC X(01) VALUE SPACE.
           02  WS-NEGOCIO-ANTERIOR PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-RESULTADO PIC X(01) VALUE "N".
       01  WS-NEGOCIO-OK          PIC X(01) VALUE "N".
      *----------------------------------------------------
      * DEBITO DAS PARCELAS DE EMPRESTIMO VENCIDAS ATE HOJE.
      * PARCELA SEM SALDO FICA EM ATRASO ("T") COM JUROS DE
      * MORA PRO RATA DIE SOBRE O VALOR, RECALCULADOS A CADA
      * EXECUCAO ATE A PARCELA SER PAGA.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** COBRANCA DE PARCELAS DE EMPRESTIMO ***".
           PERFORM 985-LE-DATA-NEGOCIO THRU 985-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              GO TO 999-FIM.
           MOVE WS-DATA-SISTEMA (7:2) TO WS-DIA.
           MOVE WS-DATA-SISTEMA (5:2) TO WS-MES.
           MOVE WS-DATA-SISTEMA (1:4) TO WS-ANO.
           MOVE WS-DATA-SISTEMA TO WS-DATA-AAAAMMDD.
           PERFORM 950-DATA-PARA-DIAS THRU 950-99-FIM.
           MOVE WS-NUM-DIAS TO WS-DIAS-HOJE.
      *****  NENHUM LOTE COMECA COM CONTA EM USO NOS TERMINAIS
           PERFORM 980-ABRE-JANELA THRU 980-99-FIM.
           IF WS-JANELA-LOTE NOT = "S"
              GO TO 999-FIM.
           OPEN I-O PARCELAS.
           IF STATUS-PARCELAS NOT = "00"
              DISPLAY "SEM PARCELA.DAT. STATUS=" STATUS-PARCELAS
              GO TO 999-FIM.
           OPEN I-O EMPRESTIMOS.
           IF STATUS-EMPRESTIMOS NOT = "00"
              DISPLAY "NAO FOI POSSIVEL ABRIR EMPREST.DAT. STATUS="
                      STATUS-EMPRESTIMOS
              CLOSE PARCELAS
              GO TO 999-FIM.
           OPEN I-O MOVIMENTOS.
           IF STATUS-MOVIMENTOS = "35"
              OPEN OUTPUT MOVIMENTOS
              CLOSE MOVIMENTOS
              OPEN I-O MOVIMENTOS.
           IF STATUS-MOVIMENTOS NOT = "00"
              DISPLAY "NAO FOI POSSIVEL ABRIR MOVIMENT.DAT. STATUS="
                      STATUS-MOVIMENTOS
              CLOSE PARCELAS
              CLOSE EMPRESTIMOS
              GO TO 999-FIM.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "COBRANCA DE PARCELAS EM " DELIMITED BY SIZE
                  WS-DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  WS-MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  WS-ANO DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
      *----------------------------------------------------
       010-LE-PARCELAS.
           PERFORM 020-PROCESSA-PARCELA THRU 020-99-FIM
               UNTIL STATUS-PARCELAS = "10".
           CLOSE PARCELAS.
           CLOSE EMPRESTIMOS.
           CLOSE MOVIMENTOS.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-PROCESSA-PARCELA.
           READ PARCELAS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-PARCELAS
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-LIDAS.
           IF PARC-PAGA
              GO TO 020-99-FIM.
           IF DATA-VENCTO-PARC > WS-DATA-SISTEMA
              GO TO 020-99-FIM.
           MOVE CONTA-PARC TO CONTA-EMPR.
           MOVE NUMERO-PARC TO NUMERO-EMPR.
           READ EMPRESTIMOS
               INVALID KEY
               DISPLAY "PARCELA SEM CONTRATO: " CONTA-PARC "/"
                       NUMERO-PARC "/" SEQ-PARC
               GO TO 020-99-FIM.
           IF NOT EMPR-ATIVO
              GO TO 020-99-FIM.
      *****  JUROS DE MORA PELOS DIAS DE ATRASO
           MOVE ZEROS TO WS-MORA.
           MOVE DATA-VENCTO-PARC TO WS-DATA-AAAAMMDD.
           PERFORM 950-DATA-PARA-DIAS THRU 950-99-FIM.
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-NUM-DIAS.
           IF WS-DIAS-ATRASO > ZEROS
              COMPUTE WS-MORA ROUNDED = VALOR-PARC * WS-TAXA-MORA
                  * WS-DIAS-ATRASO / 3000.
           COMPUTE WS-DEVIDO = VALOR-PARC + WS-MORA.
           MOVE CONTA-PARC TO WS-CONTA-COBR.
           PERFORM 030-CALCULA-SALDO THRU 030-99-FIM.
           PERFORM 035-SALDO-DISPONIVEL THRU 035-99-FIM.
           IF WS-DISPONIVEL < WS-DEVIDO
              PERFORM 060-GRAVA-ATRASO THRU 060-99-FIM
              GO TO 020-99-FIM.
           PERFORM 050-GRAVA-DEBITO THRU 050-99-FIM.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-CALCULA-SALDO.
           MOVE ZEROS TO WS-SALDO.
           MOVE ZEROS TO WS-ULTIMO-SEQ.
           MOVE WS-CONTA-COBR TO WS-CONTA-POS.
           MOVE "C" TO WS-FUNCAO-SALDO.
           CALL "ATUALSALDO" USING WS-FUNCAO-SALDO REG-MOVIMENTO
               WS-POSICAO-SALDO WS-SALDO-OK.
           IF WS-SALDO-OK = "S"
              MOVE WS-SALDO-POS TO WS-SALDO
              MOVE WS-SEQ-POS TO WS-ULTIMO-SEQ
              GO TO 030-99-FIM.
      *****  CONTA AINDA SEM POSICAO EM SALDOCLI.DAT - RECALCULA
           MOVE WS-CONTA-COBR TO CONTA-MOV.
           MOVE ZEROS TO SEQ-MOV.
           START MOVIMENTOS KEY IS NOT LESS THAN CHAVE-MOVIMENTO
               INVALID KEY
               MOVE "10" TO STATUS-MOVIMENTOS.
           IF STATUS-MOVIMENTOS NOT = "10"
              MOVE "00" TO STATUS-MOVIMENTOS
              PERFORM 040-SOMA-MOVIMENTO THRU 040-99-FIM
                  UNTIL STATUS-MOVIMENTOS = "10".
           MOVE "00" TO STATUS-MOVIMENTOS.
           MOVE WS-CONTA-COBR TO WS-CONTA-POS.
           MOVE WS-SALDO TO WS-SALDO-POS.
           MOVE WS-SALDO TO WS-DISPONIVEL-POS.
           MOVE WS-ULTIMO-SEQ TO WS-SEQ-POS.
           MOVE ZEROS TO WS-DATA-DEB-POS.
           MOVE ZEROS TO WS-DEBITOS-POS.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       035-SALDO-DISPONIVEL.
      *****  VALOR BLOQUEADO E CHEQUE EM COMPENSACAO NAO PODEM
      *****  SER DEBITADOS
           CALL "SOMABLOQ" USING WS-CONTA-COBR WS-DATA-SISTEMA
               WS-VALOR-BLOQUEADO WS-QTD-BLOQUEIOS.
           CALL "SOMACOMP" USING WS-CONTA-COBR WS-NEGOCIO-DATA
               WS-VALOR-COMPENSAR WS-QTD-COMPENSAR.
           COMPUTE WS-DISPONIVEL = WS-SALDO - WS-VALOR-BLOQUEADO
               - WS-VALOR-COMPENSAR.
       035-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-SOMA-MOVIMENTO.
           READ MOVIMENTOS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-MOVIMENTOS
               GO TO 040-99-FIM.
           IF CONTA-MOV NOT = WS-CONTA-COBR
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
       050-GRAVA-DEBITO.
           MOVE WS-CONTA-COBR TO CONTA-MOV.
           COMPUTE SEQ-MOV = WS-ULTIMO-SEQ + 1.
           MOVE DV-EMPR       TO DV-MOV.
           MOVE "D"           TO TIPO-MOV.
           MOVE WS-DIA        TO DIA-MOV.
           MOVE WS-MES        TO MES-MOV.
           MOVE WS-ANO        TO ANO-MOV.
           MOVE VALOR-PARC    TO VALOR-MOV.
           MOVE SPACES TO HISTORICO-MOV.
           STRING "PARC EMPR " DELIMITED BY SIZE
                  NUMERO-PARC DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SEQ-PARC DELIMITED BY SIZE
                  INTO HISTORICO-MOV.
           MOVE SPACE TO SITUACAO-MOV.
           MOVE 061 TO CODIGO-MOV.
           WRITE REG-MOVIMENTO
               INVALID KEY
               DISPLAY "ERRO AO GRAVAR PARCELA DA CONTA "
                       WS-CONTA-COBR " STATUS=" STATUS-MOVIMENTOS
               GO TO 050-99-FIM.
           CALL "JORNALMOV" USING WS-JORNAL-PROGRAMA REG-MOVIMENTO.
           PERFORM 055-ATUALIZA-SALDO THRU 055-99-FIM.
           ADD 1 TO WS-ULTIMO-SEQ.
           IF WS-MORA = ZEROS
              GO TO 050-05-BAIXA-PARCELA.
           MOVE WS-CONTA-COBR TO CONTA-MOV.
           COMPUTE SEQ-MOV = WS-ULTIMO-SEQ + 1.
           MOVE "D"           TO TIPO-MOV.
           MOVE WS-MORA       TO VALOR-MOV.
           MOVE SPACES TO HISTORICO-MOV.
           STRING "MORA EMPR " DELIMITED BY SIZE
                  NUMERO-PARC DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SEQ-PARC DELIMITED BY SIZE
                  INTO HISTORICO-MOV.
           MOVE SPACE TO SITUACAO-MOV.
           MOVE 062 TO CODIGO-MOV.
           WRITE REG-MOVIMENTO
               INVALID KEY
               DISPLAY "ERRO AO GRAVAR MORA DA CONTA "
                       WS-CONTA-COBR " STATUS=" STATUS-MOVIMENTOS
               GO TO 050-05-BAIXA-PARCELA.
           CALL "JORNALMOV" USING WS-JORNAL-PROGRAMA REG-MOVIMENTO.
           PERFORM 055-ATUALIZA-SALDO THRU 055-99-FIM.
       050-05-BAIXA-PARCELA.
           MOVE "P" TO SITUACAO-PARC.
           MOVE WS-DATA-SISTEMA TO DATA-PAGTO-PARC.
           MOVE WS-MORA TO MORA-PARC.
           REWRITE REG-PARCELA
               INVALID KEY
               DISPLAY "ERRO AO BAIXAR PARCELA " CONTA-PARC "/"
                       NUMERO-PARC "/" SEQ-PARC.
           MOVE SALDO-APOS-PARC TO SALDO-DEVEDOR-EMPR.
           ADD 1 TO PARCELAS-PAGAS-EMPR.
           IF PARCELAS-PAGAS-EMPR NOT < PRAZO-EMPR
              MOVE "Q" TO SITUACAO-EMPR
              MOVE WS-DATA-SISTEMA TO DATA-QUITACAO-EMPR
              ADD 1 TO WS-TOTAL-QUITADOS.
           REWRITE REG-EMPRESTIMO
               INVALID KEY
               DISPLAY "ERRO AO ATUALIZAR CONTRATO " CONTA-EMPR "/"
                       NUMERO-EMPR.
           ADD 1 TO WS-TOTAL-DEBITADAS.
           ADD WS-DEVIDO TO WS-VALOR-DEBITADO.
           MOVE WS-DEVIDO TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "DEBITADA CONTA " DELIMITED BY SIZE
                  CONTA-PARC DELIMITED BY SIZE
                  " EMPR " DELIMITED BY SIZE
                  NUMERO-PARC DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SEQ-PARC DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
       055-ATUALIZA-SALDO.
           MOVE "A" TO WS-FUNCAO-SALDO.
           CALL "ATUALSALDO" USING WS-FUNCAO-SALDO REG-MOVIMENTO
               WS-POSICAO-SALDO WS-SALDO-OK.
           IF WS-SALDO-OK NOT = "S"
              DISPLAY "SALDOCLI.DAT NAO ATUALIZADO - CONTA " CONTA-MOV.
       055-99-FIM.
           EXIT.
      *----------------------------------------------------
       060-GRAVA-ATRASO.
           MOVE "T" TO SITUACAO-PARC.
           MOVE WS-MORA TO MORA-PARC.
           REWRITE REG-PARCELA
               INVALID KEY
               DISPLAY "ERRO AO MARCAR ATRASO " CONTA-PARC "/"
                       NUMERO-PARC "/" SEQ-PARC.
           ADD 1 TO WS-TOTAL-ATRASO.
           ADD WS-DEVIDO TO WS-VALOR-ATRASO.
           MOVE WS-DEVIDO TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "EM ATRASO CONTA " DELIMITED BY SIZE
                  CONTA-PARC DELIMITED BY SIZE
                  " EMPR " DELIMITED BY SIZE
                  NUMERO-PARC DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SEQ-PARC DELIMITED BY SIZE
                  " DEVIDO " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  " DIAS " DELIMITED BY SIZE
                  WS-DIAS-ATRASO DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       060-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       090-99-FIM.
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
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "PARCELAS LIDAS ............: " DELIMITED BY SIZE
                  WS-TOTAL-LIDAS DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "PARCELAS DEBITADAS ........: " DELIMITED BY SIZE
                  WS-TOTAL-DEBITADAS DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "PARCELAS EM ATRASO ........: " DELIMITED BY SIZE
                  WS-TOTAL-ATRASO DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "CONTRATOS QUITADOS ........: " DELIMITED BY SIZE
                  WS-TOTAL-QUITADOS DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE WS-VALOR-DEBITADO TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "VALOR TOTAL DEBITADO ......: " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE WS-VALOR-ATRASO TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "VALOR TOTAL EM ATRASO .....: " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           DISPLAY "PARCELAS DEBITADAS ........: " WS-TOTAL-DEBITADAS.
           DISPLAY "PARCELAS EM ATRASO ........: " WS-TOTAL-ATRASO.
           DISPLAY "CONTRATOS QUITADOS ........: " WS-TOTAL-QUITADOS.
           DISPLAY "RELATORIO GRAVADO EM COBREMP.TXT".
           GO TO 999-FIM.
      *----------------------------------------------------
       980-ABRE-JANELA.
           MOVE "B" TO WS-TRAVA-FUNCAO.
           CALL "TRAVACLI" USING WS-TRAVA.
           IF WS-TRAVA-RESULTADO = "S"
              MOVE "S" TO WS-JANELA-LOTE
              GO TO 980-99-FIM.
           IF WS-TRAVA-RESULTADO = "O"
              DISPLAY "CONTA " WS-TRAVA-DONO-CONTA
                      " EM USO PELO OPERADOR " WS-TRAVA-DONO-OPER
                      " (" WS-TRAVA-DONO-PROG ")"
           ELSE IF WS-TRAVA-RESULTADO = "L"
              DISPLAY "LOTE " WS-TRAVA-DONO-PROG " JA EM EXECUCAO"
           ELSE
              DISPLAY "CONTROLE DE TRAVAS INDISPONIVEL! VER ERRLOG.".
           DISPLAY "LOTE NAO INICIADO.".
           MOVE 8 TO RETURN-CODE.
       980-99-FIM.
           EXIT.
      *----------------------------------------------------
       985-LE-DATA-NEGOCIO.
           MOVE "N" TO WS-NEGOCIO-OK.
           CALL "DATACONT" USING WS-DIA-NEGOCIO.
           IF WS-NEGOCIO-RESULTADO NOT = "S"
              DISPLAY "CONTROLE DE DATA INDISPONIVEL! VER ERRLOG."
              DISPLAY "LOTE NAO INICIADO."
              MOVE 8 TO RETURN-CODE
              GO TO 985-99-FIM.
           IF WS-NEGOCIO-SITUACAO NOT = "A"
              DISPLAY "DIA " WS-NEGOCIO-DATA
                      " EM FECHAMENTO - LANCAMENTO NAO PERMITIDO."
              DISPLAY "LOTE NAO INICIADO."
              MOVE 8 TO RETURN-CODE
              GO TO 985-99-FIM.
           MOVE WS-NEGOCIO-DATA TO WS-DATA-SISTEMA.
           MOVE "S" TO WS-NEGOCIO-OK.
       985-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           IF WS-JANELA-LOTE = "S"
              MOVE "F" TO WS-TRAVA-FUNCAO
              CALL "TRAVACLI" USING WS-TRAVA.
           STOP RUN.
      ***---------- FIM DO PROGRAMA COBRAEMPR ---------***
