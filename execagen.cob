           02  WS-SALDO           PIC S9(07)V99 VALUE ZEROS.
           02  WS-ULTIMO-SEQ      PIC 9(05) VALUE ZEROS.
           02  WS-CONTA-EXEC      PIC 9(05) VALUE ZEROS.
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
       01  WS-LINHA-RELATORIO     PIC X(80).
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-DATA.
           02  WS-MES             PIC 9(02) VALUE ZEROS.
           02  WS-ANO             PIC 9(04) VALUE ZEROS.
       01  WS-JORNAL-PROGRAMA     PIC X(08) VALUE "EXECAGEN".
       01  WS-TRAVA.
           02  WS-TRAVA-FUNCAO    PIC X(01) VALUE SPACE.
           02  WS-TRAVA-CONTA     PIC 9(05) VALUE ZEROS.
           02  WS-TRAVA-PROGRAMA  PIC X(08) VALUE "EXECAGEN".
           02  WS-TRAVA-OPERADOR  PIC X(04) VALUE "LOTE".
           02  WS-TRAVA-RESULTADO PIC X(01) VALUE "N".
           02  WS-TRAVA-DONO-OPER PIC X(04) VALUE SPACES.
           02  WS-TRAVA-DONO-PROG PIC X(08) VALUE SPACES.
           02  WS-TRAVA-DONO-CONTA PIC 9(05) VALUE ZEROS.
       01  WS-JANELA-LOTE         PIC X(01) VALUE "N".
       01  WS-DIA-NEGOCIO.
           02  WS-NEGOCIO-FUNCAO  PIC X(01) VALUE "C".
           02  WS-NEGOCIO-PROGRAMA PIC X(08) VALUE "EXECAGEN".
           02  WS-NEGOCIO-DATA    PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-SITUACAO PIC X(01) VALUE SPACE.
           02  WS-NEGOCIO-ANTERIOR PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-RESULTADO PIC X(01) VALUE "N".
       01  WS-NEGOCIO-OK          PIC X(01) VALUE "N".
       01  WS-NOTIFICACAO.
           02  WS-NOTIF-EVENTO    PIC X(02) VALUE "AG".
           02  WS-NOTIF-CONTA     PIC 9(05) VALUE ZEROS.
           02  WS-NOTIF-VALOR     PIC 9(09)V99 VALUE ZEROS.
           02  WS-NOTIF-TEXTO     PIC X(40) VALUE SPACES.
           02  WS-NOTIF-PROGRAMA  PIC X(08) VALUE "EXECAGEN".
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** EXECUCAO DIARIA DE AGENDAMENTOS ***".
           PERFORM 985-LE-DATA-NEGOCIO THRU 985-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              GO TO 999-FIM.
           MOVE WS-DATA-SISTEMA (7:2) TO WS-DIA.
           MOVE WS-DATA-SISTEMA (5:2) TO WS-MES.
           MOVE WS-DATA-SISTEMA (1:4) TO WS-ANO.
      *****  NENHUM LOTE COMECA COM CONTA EM USO NOS TERMINAIS
           PERFORM 980-ABRE-JANELA THRU 980-99-FIM.
           IF WS-JANELA-LOTE NOT = "S"
              GO TO 999-FIM.
           OPEN INPUT AGENDAMENTOS.
           IF STATUS-AGENDAMENTOS NOT = "00"
              DISPLAY "SEM AGENDCLI.DAT. STATUS=" STATUS-AGENDAMENTOS
              GO TO 020-99-FIM.
           MOVE CONTA-AGEND TO WS-CONTA-EXEC.
           PERFORM 030-CALCULA-SALDO THRU 030-99-FIM.
           PERFORM 035-SALDO-DISPONIVEL THRU 035-99-FIM.
           IF WS-DISPONIVEL < VALOR-AGEND
              ADD 1 TO WS-TOTAL-SEM-SALDO
              PERFORM 060-GRAVA-SEM-SALDO THRU 060-99-FIM
              GO TO 020-99-FIM.
       030-CALCULA-SALDO.
           MOVE ZEROS TO WS-SALDO.
           MOVE ZEROS TO WS-ULTIMO-SEQ.
           MOVE WS-CONTA-EXEC TO WS-CONTA-POS.
           MOVE "C" TO WS-FUNCAO-SALDO.
           CALL "ATUALSALDO" USING WS-FUNCAO-SALDO REG-MOVIMENTO
               WS-POSICAO-SALDO WS-SALDO-OK.
           IF WS-SALDO-OK = "S"
              MOVE WS-SALDO-POS TO WS-SALDO
              MOVE WS-SEQ-POS TO WS-ULTIMO-SEQ
              GO TO 030-99-FIM.
      *****  CONTA AINDA SEM POSICAO EM SALDOCLI.DAT - RECALCULA
           MOVE WS-CONTA-EXEC TO CONTA-MOV.
           MOVE ZEROS TO SEQ-MOV.
           START MOVIMENTOS KEY IS NOT LESS THAN CHAVE-MOVIMENTO
              PERFORM 040-SOMA-MOVIMENTO THRU 040-99-FIM
                  UNTIL STATUS-MOVIMENTOS = "10".
           MOVE "00" TO STATUS-MOVIMENTOS.
           MOVE WS-CONTA-EXEC TO WS-CONTA-POS.
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
           CALL "SOMABLOQ" USING WS-CONTA-EXEC WS-DATA-SISTEMA
               WS-VALOR-BLOQUEADO WS-QTD-BLOQUEIOS.
           CALL "SOMACOMP" USING WS-CONTA-EXEC WS-NEGOCIO-DATA
               WS-VALOR-COMPENSAR WS-QTD-COMPENSAR.
           COMPUTE WS-DISPONIVEL = WS-SALDO - WS-VALOR-BLOQUEADO
               - WS-VALOR-COMPENSAR.
       035-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-SOMA-MOVIMENTO.
           READ MOVIMENTOS NEXT RECORD
           MOVE VALOR-AGEND   TO VALOR-MOV.
           MOVE HISTORICO-AGEND TO HISTORICO-MOV.
           MOVE SPACE TO SITUACAO-MOV.
           MOVE 030 TO CODIGO-MOV.
           WRITE REG-MOVIMENTO
               INVALID KEY
               DISPLAY "ERRO AO GRAVAR DEBITO DA CONTA "
                       WS-CONTA-EXEC " STATUS=" STATUS-MOVIMENTOS
               GO TO 050-99-FIM.
           CALL "JORNALMOV" USING WS-JORNAL-PROGRAMA REG-MOVIMENTO.
           MOVE "A" TO WS-FUNCAO-SALDO.
           CALL "ATUALSALDO" USING WS-FUNCAO-SALDO REG-MOVIMENTO
               WS-POSICAO-SALDO WS-SALDO-OK.
           IF WS-SALDO-OK NOT = "S"
              DISPLAY "SALDOCLI.DAT NAO ATUALIZADO - CONTA " CONTA-MOV.
           ADD 1 TO WS-TOTAL-EXECUTADOS.
           ADD VALOR-AGEND TO WS-VALOR-EXECUTADO.
           MOVE VALOR-AGEND TO WS-VALOR-ED.
                  HISTORICO-AGEND DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
      *****  AVISA O CLIENTE DO AGENDAMENTO NAO PAGO
           MOVE CONTA-AGEND TO WS-NOTIF-CONTA.
           MOVE VALOR-AGEND TO WS-NOTIF-VALOR.
           MOVE SPACES TO WS-NOTIF-TEXTO.
           STRING "AGENDAMENTO NAO PAGO: " DELIMITED BY SIZE
                  HISTORICO-AGEND DELIMITED BY SIZE
                  INTO WS-NOTIF-TEXTO.
           CALL "GRAVANOTIF" USING WS-NOTIFICACAO.
       060-99-FIM.
           EXIT.
      *----------------------------------------------------
           DISPLAY "PULADOS SEM SALDO .........: "
                   WS-TOTAL-SEM-SALDO.
           DISPLAY "RELATORIO GRAVADO EM AGENDREL.TXT".
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
      ***---------- FIM DO PROGRAMA EXECAGEND ---------***
