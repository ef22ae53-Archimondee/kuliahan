       01  WS-SALDO-ED            PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-SALDO-ED-2          PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-LINHA-EXCECAO       PIC X(80).
       01  WS-ESTATISTICA-JOB.
           02  WS-JOB-PROGRAMA    PIC X(12) VALUE "CONCSALDO".
           02  WS-JOB-RC          PIC 9(02) VALUE 8.
           02  WS-JOB-LIDOS       PIC 9(07) VALUE ZEROS.
           02  WS-JOB-GRAVADOS    PIC 9(07) VALUE ZEROS.
           02  WS-JOB-REJEITADOS  PIC 9(07) VALUE ZEROS.
           02  WS-JOB-ARQUIVO     PIC X(12) VALUE "CONCSALD.TXT".
      *----------------------------------------------------
      * CONFRONTA O SALDO POR CONTA INFORMADO PELO BANCO
      * CENTRAL (SALDOBC.TXT: CONTA,SINAL,VALOR EM CENTAVOS)
                   WS-TOTAL-SO-NOSSO.
           DISPLAY "SO NO BANCO CENTRAL ........: "
                   WS-TOTAL-SO-BANCO.
           MOVE WS-TOTAL-BANCO TO WS-JOB-LIDOS.
           MOVE WS-TOTAL-CONFEREM TO WS-JOB-GRAVADOS.
           COMPUTE WS-JOB-REJEITADOS = WS-TOTAL-DIVERGEM
               + WS-TOTAL-SO-NOSSO + WS-TOTAL-SO-BANCO
               + WS-TOTAL-DESCARTADO.
           MOVE ZEROS TO WS-JOB-RC.
           IF WS-JOB-REJEITADOS > ZEROS
              MOVE 4 TO WS-JOB-RC.
           IF WS-TOTAL-DESCARTADO > ZEROS
              MOVE 8 TO WS-JOB-RC
              DISPLAY "SALDOS DESCARTADOS (TABELA): "
                      WS-TOTAL-DESCARTADO
              DISPLAY "*** CONCILIACAO INCOMPLETA - ARQUIVO DO"
              DISPLAY "EXISTEM EXCECOES - VER CONCSALD.TXT.".
      *----------------------------------------------------
       999-FIM.
      *****  REGISTRA A RODADA EM JOBSTAT.TXT (CHECKLIST MATINAL)
           CALL "GRAVAJOB" USING WS-ESTATISTICA-JOB.
           STOP RUN.
      ***---------- FIM DO PROGRAMA CONCSALDO ---------***
