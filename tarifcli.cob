           02  WS-TARIFA-APLICADA PIC 9(03)V99 VALUE ZEROS.
       01  WS-CONTA-TARIFA        PIC 9(05) VALUE ZEROS.
       01  WS-ULTIMO-SEQ          PIC 9(05) VALUE ZEROS.
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
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-DATA.
           02  WS-DIA             PIC 9(02) VALUE ZEROS.
       01  WS-FUNCAO-DIAUTIL      PIC X(01) VALUE "P".
       01  WS-DIAUTIL-OK          PIC X(01) VALUE "N".
       01  WS-JORNAL-PROGRAMA     PIC X(08) VALUE "TARIFACL".
       01  WS-TRAVA.
           02  WS-TRAVA-FUNCAO    PIC X(01) VALUE SPACE.
           02  WS-TRAVA-CONTA     PIC 9(05) VALUE ZEROS.
           02  WS-TRAVA-PROGRAMA  PIC X(08) VALUE "TARIFACL".
           02  WS-TRAVA-OPERADOR  PIC X(04) VALUE "LOTE".
           02  WS-TRAVA-RESULTADO PIC X(01) VALUE "N".
           02  WS-TRAVA-DONO-OPER PIC X(04) VALUE SPACES.
           02  WS-TRAVA-DONO-PROG PIC X(08) VALUE SPACES.
           02  WS-TRAVA-DONO-CONTA PIC 9(05) VALUE ZEROS.
       01  WS-JANELA-LOTE         PIC X(01) VALUE "N".
       01  WS-DIA-NEGOCIO.
           02  WS-NEGOCIO-FUNCAO  PIC X(01) VALUE "C".
           02  WS-NEGOCIO-PROGRAMA PIC X(08) VALUE "TARIFACL".
           02  WS-NEGOCIO-DATA    PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-SITUACAO PIC X(01) VALUE SPACE.
           02  WS-NEGOCIO-ANTERIOR PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-RESULTADO PIC X(01) VALUE "N".
       01  WS-NEGOCIO-OK          PIC X(01) VALUE "N".
       01  WS-PARAMETRO.
           02  WS-PARAM-CODIGO    PIC X(12) VALUE SPACES.
           02  WS-PARAM-DATA      PIC 9(08) VALUE ZEROS.
           02  WS-PARAM-VALOR     PIC 9(09)V99 VALUE ZEROS.
           02  WS-PARAM-VIGENCIA  PIC 9(08) VALUE ZEROS.
           02  WS-PARAM-RESULTADO PIC X(01) VALUE "N".
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** LANCAMENTO MENSAL DE TARIFAS DE MANUTENCAO ***".
           PERFORM 985-LE-DATA-NEGOCIO THRU 985-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              GO TO 999-FIM.
           PERFORM 986-LE-PARAMETROS THRU 986-99-FIM.
           MOVE WS-DATA-SISTEMA (7:2) TO WS-DIA.
           MOVE WS-DATA-SISTEMA (5:2) TO WS-MES.
           MOVE WS-DATA-SISTEMA (1:4) TO WS-ANO.
               WS-DIAUTIL-OK.
           DISPLAY "DATA DO LANCAMENTO .........: "
                   WS-DIA "/" WS-MES "/" WS-ANO.
      *****  NENHUM LOTE COMECA COM CONTA EM USO NOS TERMINAIS
           PERFORM 980-ABRE-JANELA THRU 980-99-FIM.
           IF WS-JANELA-LOTE NOT = "S"
              GO TO 999-FIM.
           OPEN INPUT CLIENTES.
           IF STATUS-CLIENTES NOT = "00"
              DISPLAY "NAO FOI POSSIVEL ABRIR CLIENTES.DAT. STATUS="
           MOVE WS-TARIFA-APLICADA TO VALOR-MOV.
           MOVE "TARIFA MANUTENCAO" TO HISTORICO-MOV.
           MOVE SPACE TO SITUACAO-MOV.
           MOVE 020 TO CODIGO-MOV.
           WRITE REG-MOVIMENTO
               INVALID KEY
               DISPLAY "ERRO AO GRAVAR TARIFA DA CONTA "
                       WS-CONTA-TARIFA " STATUS=" STATUS-MOVIMENTOS
               GO TO 030-99-FIM.
           CALL "JORNALMOV" USING WS-JORNAL-PROGRAMA REG-MOVIMENTO.
           MOVE "A" TO WS-FUNCAO-SALDO.
           CALL "ATUALSALDO" USING WS-FUNCAO-SALDO REG-MOVIMENTO
               WS-POSICAO-SALDO WS-SALDO-OK.
           IF WS-SALDO-OK NOT = "S"
              DISPLAY "SALDOCLI.DAT NAO ATUALIZADO - CONTA " CONTA-MOV.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-PROCURA-ULTIMO-SEQ.
           MOVE ZEROS TO WS-ULTIMO-SEQ.
           MOVE WS-CONTA-TARIFA TO WS-CONTA-POS.
           MOVE "C" TO WS-FUNCAO-SALDO.
           CALL "ATUALSALDO" USING WS-FUNCAO-SALDO REG-MOVIMENTO
               WS-POSICAO-SALDO WS-SALDO-OK.
           IF WS-SALDO-OK = "S"
              MOVE WS-SEQ-POS TO WS-ULTIMO-SEQ
              GO TO 040-99-FIM.
      *****  CONTA AINDA SEM POSICAO EM SALDOCLI.DAT - RECALCULA
           MOVE ZEROS TO WS-SALDO-POS.
           MOVE WS-CONTA-TARIFA TO CONTA-MOV.
           MOVE ZEROS TO SEQ-MOV.
           START MOVIMENTOS KEY IS NOT LESS THAN CHAVE-MOVIMENTO
              PERFORM 041-LE-MOVIMENTO THRU 041-99-FIM
                  UNTIL STATUS-MOVIMENTOS = "10".
           MOVE "00" TO STATUS-MOVIMENTOS.
           MOVE WS-CONTA-TARIFA TO WS-CONTA-POS.
           MOVE WS-SALDO-POS TO WS-DISPONIVEL-POS.
           MOVE WS-ULTIMO-SEQ TO WS-SEQ-POS.
           MOVE ZEROS TO WS-DATA-DEB-POS.
           MOVE ZEROS TO WS-DEBITOS-POS.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
              MOVE "10" TO STATUS-MOVIMENTOS
              GO TO 041-99-FIM.
           MOVE SEQ-MOV TO WS-ULTIMO-SEQ.
           IF TIPO-MOV = "C" OR TIPO-MOV = "c"
              ADD VALOR-MOV TO WS-SALDO-POS
           ELSE
              SUBTRACT VALOR-MOV FROM WS-SALDO-POS.
       041-99-FIM.
           EXIT.
      *----------------------------------------------------
           DISPLAY "VALOR TARIFAS COMUNS .......: " WS-VALOR-ED.
           MOVE WS-VALOR-TOTAL TO WS-VALOR-ED.
           DISPLAY "VALOR TOTAL LANCADO ........: " WS-VALOR-ED.
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
      *****  TARIFAS EM VIGOR NO DIA DE MOVIMENTO (PARAMETR.DAT);
      *****  SEM O PARAMETRO FICA O VALOR FIXO
       986-LE-PARAMETROS.
           MOVE WS-DATA-SISTEMA TO WS-PARAM-DATA.
           MOVE "TARIFAESP" TO WS-PARAM-CODIGO.
           CALL "PARAMVAL" USING WS-PARAMETRO.
           IF WS-PARAM-RESULTADO = "S"
              MOVE WS-PARAM-VALOR TO WS-TARIFA-ESPECIAL.
           MOVE "TARIFACOM" TO WS-PARAM-CODIGO.
           CALL "PARAMVAL" USING WS-PARAMETRO.
           IF WS-PARAM-RESULTADO = "S"
              MOVE WS-PARAM-VALOR TO WS-TARIFA-COMUM.
           DISPLAY "TARIFA CONTA ESPECIAL ......: " WS-TARIFA-ESPECIAL.
           DISPLAY "TARIFA CONTA COMUM .........: " WS-TARIFA-COMUM.
       986-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           IF WS-JANELA-LOTE = "S"
              MOVE "F" TO WS-TRAVA-FUNCAO
              CALL "TRAVACLI" USING WS-TRAVA.
           STOP RUN.
      ***---------- FIM DO PROGRAMA TARIFACLI ---------***
