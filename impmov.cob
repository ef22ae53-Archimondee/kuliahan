           SELECT IMPORTA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-IMPORTA.
           SELECT CODTRANS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO-TRN
               FILE STATUS IS STATUS-CODTRANS.
           SELECT REJEITADOS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-REJEITADOS.
       COPY "layout.cob".
      *
       COPY "movimen.cob".
      *
       COPY "codtran.cob".
      *
       FD  IMPORTA
           LABEL RECORD IS STANDARD
           02  STATUS-MOVIMENTOS  PIC X(02) VALUE "00".
           02  STATUS-IMPORTA     PIC X(02) VALUE "00".
           02  STATUS-REJEITADOS  PIC X(02) VALUE "00".
           02  STATUS-CODTRANS    PIC X(02) VALUE "00".
           02  DV1                PIC 9(01) VALUE ZEROS.
           02  DV2                PIC 9(01) VALUE ZEROS.
           02  DV3                PIC 9(01) VALUE ZEROS.
           02  WS-IMP-DATA        PIC X(10).
           02  WS-IMP-VALOR       PIC X(09).
           02  WS-IMP-HISTORICO   PIC X(20).
           02  WS-IMP-CODIGO      PIC X(03).
           02  WS-IMP-DIA         PIC X(02).
           02  WS-IMP-MES         PIC X(02).
           02  WS-IMP-ANO         PIC X(04).
           02  WS-DIA-MOV         PIC 9(02) VALUE ZEROS.
           02  WS-MES-MOV         PIC 9(02) VALUE ZEROS.
           02  WS-ANO-MOV         PIC 9(04) VALUE ZEROS.
       01  WS-DATA-MOV-AMD        PIC 9(08) VALUE ZEROS.
       01  WS-VALOR-CENTAVOS      PIC 9(09) VALUE ZEROS.
       01  WS-CONTA-IMPORTA       PIC 9(05) VALUE ZEROS.
       01  WS-CODIGO-IMPORTA      PIC 9(03) VALUE ZEROS.
       01  WS-TEM-CODTRANS        PIC X(01) VALUE "N".
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
       01  WS-LINHA-REJEITO       PIC X(90).
       01  WS-ESTATISTICA-JOB.
           02  WS-JOB-PROGRAMA    PIC X(12) VALUE "IMPORTAMOV".
           02  WS-JOB-RC          PIC 9(02) VALUE 8.
           02  WS-JOB-LIDOS       PIC 9(07) VALUE ZEROS.
           02  WS-JOB-GRAVADOS    PIC 9(07) VALUE ZEROS.
           02  WS-JOB-REJEITADOS  PIC 9(07) VALUE ZEROS.
           02  WS-JOB-ARQUIVO     PIC X(12) VALUE "MOVREJ.TXT".
       01  WS-JORNAL-PROGRAMA     PIC X(08) VALUE "IMPORTAM".
       01  WS-TRAVA.
           02  WS-TRAVA-FUNCAO    PIC X(01) VALUE SPACE.
           02  WS-TRAVA-CONTA     PIC 9(05) VALUE ZEROS.
           02  WS-TRAVA-PROGRAMA  PIC X(08) VALUE "IMPORTAM".
           02  WS-TRAVA-OPERADOR  PIC X(04) VALUE "LOTE".
           02  WS-TRAVA-RESULTADO PIC X(01) VALUE "N".
           02  WS-TRAVA-DONO-OPER PIC X(04) VALUE SPACES.
           02  WS-TRAVA-DONO-PROG PIC X(08) VALUE SPACES.
           02  WS-TRAVA-DONO-CONTA PIC 9(05) VALUE ZEROS.
       01  WS-JANELA-LOTE         PIC X(01) VALUE "N".
       01  WS-DIA-NEGOCIO.
           02  WS-NEGOCIO-FUNCAO  PIC X(01) VALUE "C".
           02  WS-NEGOCIO-PROGRAMA PIC X(08) VALUE "IMPORTAM".
           02  WS-NEGOCIO-DATA    PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-SITUACAO PIC X(01) VALUE SPACE.
           02  WS-NEGOCIO-ANTERIOR PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-RESULTADO PIC X(01) VALUE "N".
       01  WS-NEGOCIO-OK          PIC X(01) VALUE "N".
      *----------------------------------------------------
      * MOTIVOS: 01=CONTA 02=DV 03=TIPO 04=DATA 05=VALOR
      *          06=CONTA NAO CADASTRADA 07=CONTA ENCERRADA
      *          08=CONTA BLOQUEADA (DEBITO) 09=ERRO GRAVACAO
      *          10=CODIGO DE TRANSACAO INVALIDO
      *          11=DATA DE DIA JA FECHADO (RETROATIVO SO PELO
      *             MOVIMCLI, COM SUPERVISOR)
      *          12=DATA POSTERIOR AO DIA DE MOVIMENTO
      * O SETIMO CAMPO (CODIGO DE TRANSACAO) E OPCIONAL; SEM ELE
      * O MOVIMENTO RECEBE 040 (CREDITO) OU 041 (DEBITO).
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** IMPORTACAO DE MOVIMENTOS - MOVBANCO.IMP ***".
           PERFORM 985-LE-DATA-NEGOCIO THRU 985-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              GO TO 999-FIM.
      *****  NENHUM LOTE COMECA COM CONTA EM USO NOS TERMINAIS
           PERFORM 980-ABRE-JANELA THRU 980-99-FIM.
           IF WS-JANELA-LOTE NOT = "S"
              GO TO 999-FIM.
           OPEN INPUT IMPORTA.
           IF STATUS-IMPORTA NOT = "00"
              DISPLAY "NAO FOI POSSIVEL ABRIR MOVBANCO.IMP. STATUS="
              CLOSE MOVIMENTOS
              OPEN I-O MOVIMENTOS.
           OPEN OUTPUT REJEITADOS.
           OPEN INPUT CODTRANS.
           IF STATUS-CODTRANS = "00"
              MOVE "S" TO WS-TEM-CODTRANS.
      *----------------------------------------------------
       010-LE-IMPORTA.
           PERFORM 020-PROCESSA-LINHA THRU 020-99-FIM
           CLOSE CLIENTES.
           CLOSE MOVIMENTOS.
           CLOSE REJEITADOS.
           CLOSE CODTRANS.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-PROCESSA-LINHA.
                    WS-IMP-TIPO
                    WS-IMP-DATA
                    WS-IMP-VALOR
                    WS-IMP-HISTORICO
                    WS-IMP-CODIGO.
           UNSTRING WS-IMP-DATA DELIMITED BY "/"
               INTO WS-IMP-DIA
                    WS-IMP-MES
           IF WS-DATA-VALIDA NOT = "S"
              MOVE "04" TO WS-MOTIVO-REJEICAO
              GO TO 030-99-FIM.
           COMPUTE WS-DATA-MOV-AMD = WS-ANO-MOV * 10000
               + WS-MES-MOV * 100 + WS-DIA-MOV.
           IF WS-DATA-MOV-AMD < WS-NEGOCIO-DATA
              MOVE "11" TO WS-MOTIVO-REJEICAO
              GO TO 030-99-FIM.
           IF WS-DATA-MOV-AMD > WS-NEGOCIO-DATA
              MOVE "12" TO WS-MOTIVO-REJEICAO
              GO TO 030-99-FIM.
           IF WS-IMP-VALOR IS NOT NUMERIC
              MOVE "05" TO WS-MOTIVO-REJEICAO
              GO TO 030-99-FIM.
              GO TO 030-99-FIM.
           IF CONTA-BLOQUEADA AND
              (WS-IMP-TIPO = "D" OR WS-IMP-TIPO = "d")
              MOVE "08" TO WS-MOTIVO-REJEICAO
              GO TO 030-99-FIM.
           PERFORM 035-VALIDA-CODIGO THRU 035-99-FIM.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       035-VALIDA-CODIGO.
           IF WS-IMP-CODIGO = SPACES AND
              (WS-IMP-TIPO = "C" OR WS-IMP-TIPO = "c")
              MOVE 040 TO WS-CODIGO-IMPORTA
              GO TO 035-99-FIM.
           IF WS-IMP-CODIGO = SPACES
              MOVE 041 TO WS-CODIGO-IMPORTA
              GO TO 035-99-FIM.
           IF WS-IMP-CODIGO IS NOT NUMERIC OR WS-TEM-CODTRANS NOT = "S"
              MOVE "10" TO WS-MOTIVO-REJEICAO
              GO TO 035-99-FIM.
           MOVE WS-IMP-CODIGO TO WS-CODIGO-IMPORTA.
           MOVE WS-CODIGO-IMPORTA TO CODIGO-TRN.
           READ CODTRANS
               INVALID KEY
               MOVE "10" TO WS-MOTIVO-REJEICAO
               GO TO 035-99-FIM.
           IF TRN-CREDITO AND (WS-IMP-TIPO = "D" OR WS-IMP-TIPO = "d")
              MOVE "10" TO WS-MOTIVO-REJEICAO.
           IF TRN-DEBITO AND (WS-IMP-TIPO = "C" OR WS-IMP-TIPO = "c")
              MOVE "10" TO WS-MOTIVO-REJEICAO.
       035-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-GRAVA-MOVIMENTO.
           MOVE WS-IMP-CONTA TO WS-CONTA-IMPORTA.
           COMPUTE VALOR-MOV = WS-VALOR-CENTAVOS / 100.
           MOVE WS-IMP-HISTORICO TO HISTORICO-MOV.
           MOVE SPACE TO SITUACAO-MOV.
           MOVE WS-CODIGO-IMPORTA TO CODIGO-MOV.
           WRITE REG-MOVIMENTO
               INVALID KEY
               MOVE "09" TO WS-MOTIVO-REJEICAO
               PERFORM 050-GRAVA-REJEITO THRU 050-99-FIM
               GO TO 040-99-FIM.
           CALL "JORNALMOV" USING WS-JORNAL-PROGRAMA REG-MOVIMENTO.
           MOVE "A" TO WS-FUNCAO-SALDO.
           CALL "ATUALSALDO" USING WS-FUNCAO-SALDO REG-MOVIMENTO
               WS-POSICAO-SALDO WS-SALDO-OK.
           IF WS-SALDO-OK NOT = "S"
              DISPLAY "SALDOCLI.DAT NAO ATUALIZADO - CONTA " CONTA-MOV.
           ADD 1 TO WS-TOTAL-GRAVADOS.
           ADD WS-VALOR-CENTAVOS TO WS-VALOR-GRAVADO.
       040-99-FIM.
      *----------------------------------------------------
       060-PROCURA-ULTIMO-SEQ.
           MOVE ZEROS TO WS-ULTIMO-SEQ.
           MOVE WS-CONTA-IMPORTA TO WS-CONTA-POS.
           MOVE "C" TO WS-FUNCAO-SALDO.
           CALL "ATUALSALDO" USING WS-FUNCAO-SALDO REG-MOVIMENTO
               WS-POSICAO-SALDO WS-SALDO-OK.
           IF WS-SALDO-OK = "S"
              MOVE WS-SEQ-POS TO WS-ULTIMO-SEQ
              GO TO 060-99-FIM.
      *****  CONTA AINDA SEM POSICAO EM SALDOCLI.DAT - RECALCULA
           MOVE ZEROS TO WS-SALDO-POS.
           MOVE WS-CONTA-IMPORTA TO CONTA-MOV.
           MOVE ZEROS TO SEQ-MOV.
           START MOVIMENTOS KEY IS NOT LESS THAN CHAVE-MOVIMENTO
              PERFORM 061-LE-MOVIMENTO THRU 061-99-FIM
                  UNTIL STATUS-MOVIMENTOS = "10".
           MOVE "00" TO STATUS-MOVIMENTOS.
           MOVE WS-CONTA-IMPORTA TO WS-CONTA-POS.
           MOVE WS-SALDO-POS TO WS-DISPONIVEL-POS.
           MOVE WS-ULTIMO-SEQ TO WS-SEQ-POS.
           MOVE ZEROS TO WS-DATA-DEB-POS.
           MOVE ZEROS TO WS-DEBITOS-POS.
       060-99-FIM.
           EXIT.
      *----------------------------------------------------
              MOVE "10" TO STATUS-MOVIMENTOS
              GO TO 061-99-FIM.
           MOVE SEQ-MOV TO WS-ULTIMO-SEQ.
           IF TIPO-MOV = "C" OR TIPO-MOV = "c"
              ADD VALOR-MOV TO WS-SALDO-POS
           ELSE
              SUBTRACT VALOR-MOV FROM WS-SALDO-POS.
       061-99-FIM.
           EXIT.
      *----------------------------------------------------
           MOVE WS-VALOR-GRAVADO TO WS-VALOR-ED.
           DISPLAY "VALOR GRAVADO ..............: " WS-VALOR-ED.
           DISPLAY "REJEITOS GRAVADOS EM MOVREJ.TXT".
           MOVE WS-TOTAL-LIDOS TO WS-JOB-LIDOS.
           MOVE WS-TOTAL-GRAVADOS TO WS-JOB-GRAVADOS.
           MOVE WS-TOTAL-REJEITADOS TO WS-JOB-REJEITADOS.
           MOVE ZEROS TO WS-JOB-RC.
           IF WS-TOTAL-REJEITADOS > ZEROS
              MOVE 4 TO WS-JOB-RC.
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
           MOVE "S" TO WS-NEGOCIO-OK.
       985-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
      *****  REGISTRA A RODADA EM JOBSTAT.TXT (CHECKLIST MATINAL)
           CALL "GRAVAJOB" USING WS-ESTATISTICA-JOB.
           IF WS-JANELA-LOTE = "S"
              MOVE "F" TO WS-TRAVA-FUNCAO
              CALL "TRAVACLI" USING WS-TRAVA.
           STOP RUN.
      ***---------- FIM DO PROGRAMA IMPORTAMOV ---------***
