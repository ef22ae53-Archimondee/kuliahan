               03  DIA-ARQ        PIC 9(02).
               03  MES-ARQ        PIC 9(02).
               03  ANO-ARQ        PIC 9(04).
           02  CODIGO-HIST        PIC 9(03).
      *
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           MOVE WS-DATA-SISTEMA (7:2) TO DIA-ARQ.
           MOVE WS-DATA-SISTEMA (5:2) TO MES-ARQ.
           MOVE WS-DATA-SISTEMA (1:4) TO ANO-ARQ.
           MOVE CODIGO-MOV TO CODIGO-HIST.
           WRITE REG-MOVHIST.
           IF TIPO-MOV = "C" OR TIPO-MOV = "c"
              ADD VALOR-MOV TO SALDO-ARQUIVADO (WS-INDICE)
           MOVE WS-ANO-CORTE TO ANO-MOV.
           MOVE "SALDO ANTERIOR" TO HISTORICO-MOV.
           MOVE SPACE TO SITUACAO-MOV.
           MOVE 007 TO CODIGO-MOV.
           WRITE REG-MOVIMENTO
               INVALID KEY
               PERFORM 045-ACUMULA-ABERTURA THRU 045-99-FIM.
              MOVE "D" TO TIPO-MOV
              COMPUTE VALOR-MOV = ZEROS - WS-SALDO-ABERTURA.
           MOVE "SALDO ANTERIOR" TO HISTORICO-MOV.
           MOVE 007 TO CODIGO-MOV.
           REWRITE REG-MOVIMENTO.
       045-99-FIM.
           EXIT.
