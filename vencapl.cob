       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VENCAPLIC.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APLICACOES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-APLICACAO
               FILE STATUS IS STATUS-APLICACOES.
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
       COPY "aplicac.cob".
      *
       COPY "movimen.cob".
      *
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "VENCAPL.TXT".
       01  REG-RELATORIO          PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-APLICACOES  PIC X(02) VALUE "00".
           02  STATUS-MOVIMENTOS  PIC X(02) VALUE "00".
           02  STATUS-RELATORIO   PIC X(02) VALUE "00".
           02  WS-TOTAL-LIDAS     PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-VENCIDAS  PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-ERROS     PIC 9(05) VALUE ZEROS.
           02  WS-VALOR-PRINCIPAL PIC 9(09)V99 VALUE ZEROS.
           02  WS-VALOR-JUROS     PIC 9(09)V99 VALUE ZEROS.
           02  WS-VALOR-ED        PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-SALDO-CONTA.
           02  WS-SALDO           PIC S9(07)V99 VALUE ZEROS.
           02  WS-ULTIMO-SEQ      PIC 9(05) VALUE ZEROS.
           02  WS-CONTA-VENC      PIC 9(05) VALUE ZEROS.
           02  WS-JUROS           PIC 9(07)V99 VALUE ZEROS.
           02  WS-CREDITO         PIC 9(07)V99 VALUE ZEROS.
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
           02  WS-DIAS-INICIO     PIC 9(07) VALUE ZEROS.
           02  WS-DIAS-PRAZO      PIC 9(05) VALUE ZEROS.
           02  WS-FUNCAO-DIAUTIL  PIC X(01) VALUE "E".
           02  WS-DIAUTIL-OK      PIC X(01) VALUE "N".
       01  WS-LINHA-RELATORIO     PIC X(80).
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-DATA.
           02  WS-DIA             PIC 9(02) VALUE ZEROS.
           02  WS-MES             PIC 9(02) VALUE ZEROS.
           02  WS-ANO             PIC 9(04) VALUE ZEROS.
       01  WS-JORNAL-PROGRAMA     PIC X(08) VALUE "VENCAPLI".
       01  WS-TRAVA.
           02  WS-TRAVA-FUNCAO    PIC X(01) VALUE SPACE.
           02  WS-TRAVA-CONTA     PIC 9(05) VALUE ZEROS.
           02  WS-TRAVA-PROGRAMA  PIC X(08) VALUE "VENCAPLI".
           02  WS-TRAVA-OPERADOR  PIC X(04) VALUE "LOTE".
           02  WS-TRAVA-RESULTADO PIC X(01) VALUE "N".
           02  WS-TRAVA-DONO-OPER PIC X(04) VALUE SPACES.
           02  WS-TRAVA-DONO-PROG PIC X(08) VALUE SPACES.
           02  WS-TRAVA-DONO-CONTA PIC 9(05) VALUE ZEROS.
       01  WS-JANELA-LOTE         PIC X(01) VALUE "N".
       01  WS-DIA-NEGOCIO.
           02  WS-NEGOCIO-FUNCAO  PIC X(01) VALUE "C".
           02  WS-NEGOCIO-PROGRAMA PIC X(08) VALUE "VENCAPLI".
           02  WS-NEGOCIO-DATA    PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-SITUACAO PIC X(01) VALUE SPACE.
           02  WS-NEGOCIO-ANTERIOR PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-RESULTADO PIC X(01) VALUE "N".
       01  WS-NEGOCIO-OK          PIC X(01) VALUE "N".
      *----------------------------------------------------
      * RESGATE AUTOMATICO DAS APLICACOES A PRAZO VENCIDAS.
      * SO CORRE EM DIA UTIL: O VENCIMENTO JA E AJUSTADO PARA
      * DIA UTIL NA ABERTURA, E APLICACOES VENCIDAS EM DIA
      * NAO UTIL SAO PAGAS NO PRIMEIRO DIA UTIL SEGUINTE.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** VENCIMENTO DE APLICACOES A PRAZO ***".
           PERFORM 985-LE-DATA-NEGOCIO THRU 985-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              GO TO 999-FIM.
           MOVE WS-DATA-SISTEMA (7:2) TO WS-DIA.
           MOVE WS-DATA-SISTEMA (5:2) TO WS-MES.
           MOVE WS-DATA-SISTEMA (1:4) TO WS-ANO.
           MOVE "E" TO WS-FUNCAO-DIAUTIL.
           CALL "DIAUTIL" USING WS-DATA WS-FUNCAO-DIAUTIL
               WS-DIAUTIL-OK.
           IF WS-DIAUTIL-OK NOT = "S"
              DISPLAY "HOJE NAO E DIA UTIL - NENHUM RESGATE EFETUADO."
              GO TO 999-FIM.
      *****  NENHUM LOTE COMECA COM CONTA EM USO NOS TERMINAIS
           PERFORM 980-ABRE-JANELA THRU 980-99-FIM.
           IF WS-JANELA-LOTE NOT = "S"
              GO TO 999-FIM.
           OPEN I-O APLICACOES.
           IF STATUS-APLICACOES NOT = "00"
              DISPLAY "SEM APLICAC.DAT. STATUS=" STATUS-APLICACOES
              GO TO 999-FIM.
           OPEN I-O MOVIMENTOS.
           IF STATUS-MOVIMENTOS = "35"
              OPEN OUTPUT MOVIMENTOS
              CLOSE MOVIMENTOS
              OPEN I-O MOVIMENTOS.
           IF STATUS-MOVIMENTOS NOT = "00"
              DISPLAY "NAO FOI POSSIVEL ABRIR MOVIMENT.DAT. STATUS="
                      STATUS-MOVIMENTOS
              CLOSE APLICACOES
              GO TO 999-FIM.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "VENCIMENTO DE APLICACOES EM " DELIMITED BY SIZE
                  WS-DIA DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  WS-MES DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  WS-ANO DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
      *----------------------------------------------------
       010-LE-APLICACOES.
           PERFORM 020-PROCESSA-APLICACAO THRU 020-99-FIM
               UNTIL STATUS-APLICACOES = "10".
           CLOSE APLICACOES.
           CLOSE MOVIMENTOS.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-PROCESSA-APLICACAO.
           READ APLICACOES NEXT RECORD
               AT END
               MOVE "10" TO STATUS-APLICACOES
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-LIDAS.
           IF NOT APLIC-ABERTA
              GO TO 020-99-FIM.
           IF DATA-VENCTO-APLIC > WS-DATA-SISTEMA
              GO TO 020-99-FIM.
      *****  JUROS SIMPLES PELA TAXA MENSAL, DO INICIO AO VENCIMENTO
           MOVE DATA-INICIO-APLIC TO WS-DATA-AAAAMMDD.
           PERFORM 950-DATA-PARA-DIAS THRU 950-99-FIM.
           MOVE WS-NUM-DIAS TO WS-DIAS-INICIO.
           MOVE DATA-VENCTO-APLIC TO WS-DATA-AAAAMMDD.
           PERFORM 950-DATA-PARA-DIAS THRU 950-99-FIM.
           COMPUTE WS-DIAS-PRAZO = WS-NUM-DIAS - WS-DIAS-INICIO.
           COMPUTE WS-JUROS ROUNDED = PRINCIPAL-APLIC * TAXA-APLIC
               * WS-DIAS-PRAZO / 3000.
           COMPUTE WS-CREDITO = PRINCIPAL-APLIC + WS-JUROS.
           MOVE CONTA-APLIC TO WS-CONTA-VENC.
           PERFORM 030-CALCULA-SALDO THRU 030-99-FIM.
           PERFORM 050-GRAVA-CREDITO THRU 050-99-FIM.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-CALCULA-SALDO.
           MOVE ZEROS TO WS-SALDO.
           MOVE ZEROS TO WS-ULTIMO-SEQ.
           MOVE WS-CONTA-VENC TO WS-CONTA-POS.
           MOVE "C" TO WS-FUNCAO-SALDO.
           CALL "ATUALSALDO" USING WS-FUNCAO-SALDO REG-MOVIMENTO
               WS-POSICAO-SALDO WS-SALDO-OK.
           IF WS-SALDO-OK = "S"
              MOVE WS-SALDO-POS TO WS-SALDO
              MOVE WS-SEQ-POS TO WS-ULTIMO-SEQ
              GO TO 030-99-FIM.
      *****  CONTA AINDA SEM POSICAO EM SALDOCLI.DAT - RECALCULA
           MOVE WS-CONTA-VENC TO CONTA-MOV.
           MOVE ZEROS TO SEQ-MOV.
           START MOVIMENTOS KEY IS NOT LESS THAN CHAVE-MOVIMENTO
               INVALID KEY
               MOVE "10" TO STATUS-MOVIMENTOS.
           IF STATUS-MOVIMENTOS NOT = "10"
              MOVE "00" TO STATUS-MOVIMENTOS
              PERFORM 040-SOMA-MOVIMENTO THRU 040-99-FIM
                  UNTIL STATUS-MOVIMENTOS = "10".
           MOVE "00" TO STATUS-MOVIMENTOS.
           MOVE WS-CONTA-VENC TO WS-CONTA-POS.
           MOVE WS-SALDO TO WS-SALDO-POS.
           MOVE WS-SALDO TO WS-DISPONIVEL-POS.
           MOVE WS-ULTIMO-SEQ TO WS-SEQ-POS.
           MOVE ZEROS TO WS-DATA-DEB-POS.
           MOVE ZEROS TO WS-DEBITOS-POS.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-SOMA-MOVIMENTO.
           READ MOVIMENTOS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-MOVIMENTOS
               GO TO 040-99-FIM.
           IF CONTA-MOV NOT = WS-CONTA-VENC
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
       050-GRAVA-CREDITO.
           MOVE WS-CONTA-VENC TO CONTA-MOV.
           COMPUTE SEQ-MOV = WS-ULTIMO-SEQ + 1.
           MOVE DV-APLIC      TO DV-MOV.
           MOVE "C"           TO TIPO-MOV.
           MOVE WS-DIA        TO DIA-MOV.
           MOVE WS-MES        TO MES-MOV.
           MOVE WS-ANO        TO ANO-MOV.
           MOVE WS-CREDITO    TO VALOR-MOV.
           MOVE SPACES TO HISTORICO-MOV.
           STRING "RESGATE APLIC " DELIMITED BY SIZE
                  NUMERO-APLIC DELIMITED BY SIZE
                  INTO HISTORICO-MOV.
           MOVE SPACE TO SITUACAO-MOV.
           MOVE 051 TO CODIGO-MOV.
           WRITE REG-MOVIMENTO
               INVALID KEY
               DISPLAY "ERRO AO GRAVAR RESGATE DA CONTA "
                       WS-CONTA-VENC " STATUS=" STATUS-MOVIMENTOS
               ADD 1 TO WS-TOTAL-ERROS
               GO TO 050-99-FIM.
           CALL "JORNALMOV" USING WS-JORNAL-PROGRAMA REG-MOVIMENTO.
           MOVE "A" TO WS-FUNCAO-SALDO.
           CALL "ATUALSALDO" USING WS-FUNCAO-SALDO REG-MOVIMENTO
               WS-POSICAO-SALDO WS-SALDO-OK.
           IF WS-SALDO-OK NOT = "S"
              DISPLAY "SALDOCLI.DAT NAO ATUALIZADO - CONTA " CONTA-MOV.
           MOVE "V" TO SITUACAO-APLIC.
           MOVE WS-DATA-SISTEMA TO DATA-RESGATE-APLIC.
           MOVE WS-JUROS TO JUROS-APLIC.
           MOVE ZEROS TO MULTA-APLIC.
           REWRITE REG-APLICACAO
               INVALID KEY
               DISPLAY "ERRO AO BAIXAR APLICACAO " CONTA-APLIC "/"
                       NUMERO-APLIC " STATUS=" STATUS-APLICACOES.
           ADD 1 TO WS-TOTAL-VENCIDAS.
           ADD PRINCIPAL-APLIC TO WS-VALOR-PRINCIPAL.
           ADD WS-JUROS TO WS-VALOR-JUROS.
           MOVE WS-CREDITO TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "RESGATADA CONTA " DELIMITED BY SIZE
                  CONTA-APLIC DELIMITED BY SIZE
                  " APLIC " DELIMITED BY SIZE
                  NUMERO-APLIC DELIMITED BY SIZE
                  " VENCTO " DELIMITED BY SIZE
                  DATA-VENCTO-APLIC DELIMITED BY SIZE
                  " CREDITO " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       050-99-FIM.
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
           STRING "APLICACOES LIDAS ..........: " DELIMITED BY SIZE
                  WS-TOTAL-LIDAS DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "APLICACOES RESGATADAS .....: " DELIMITED BY SIZE
                  WS-TOTAL-VENCIDAS DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "ERROS DE GRAVACAO .........: " DELIMITED BY SIZE
                  WS-TOTAL-ERROS DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE WS-VALOR-PRINCIPAL TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "PRINCIPAL DEVOLVIDO .......: " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE WS-VALOR-JUROS TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "JUROS PAGOS ...............: " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           DISPLAY "APLICACOES LIDAS ..........: " WS-TOTAL-LIDAS.
           DISPLAY "APLICACOES RESGATADAS .....: " WS-TOTAL-VENCIDAS.
           DISPLAY "ERROS DE GRAVACAO .........: " WS-TOTAL-ERROS.
           MOVE WS-VALOR-JUROS TO WS-VALOR-ED.
           DISPLAY "JUROS PAGOS ...............: " WS-VALOR-ED.
           DISPLAY "RELATORIO GRAVADO EM VENCAPL.TXT".
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
      ***---------- FIM DO PROGRAMA VENCAPLIC ---------***
