       01  WS-INDICE-2            PIC 9(05) COMP VALUE ZEROS.
       01  WS-ACHOU               PIC X(01) VALUE "N".
       01  WS-LINHA-EXCECAO       PIC X(80).
       01  WS-ESTATISTICA-JOB.
           02  WS-JOB-PROGRAMA    PIC X(12) VALUE "CONCILIACLI".
           02  WS-JOB-RC          PIC 9(02) VALUE 8.
           02  WS-JOB-LIDOS       PIC 9(07) VALUE ZEROS.
           02  WS-JOB-GRAVADOS    PIC 9(07) VALUE ZEROS.
           02  WS-JOB-REJEITADOS  PIC 9(07) VALUE ZEROS.
           02  WS-JOB-ARQUIVO     PIC X(12) VALUE "CONCILIA.TXT".
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
                   WS-TOTAL-REJEITADOS.
           DISPLAY "RETORNOS SEM EXPORTACAO ....: "
                   WS-TOTAL-NAO-ENVIADOS.
           MOVE WS-TOTAL-EXPORTADOS TO WS-JOB-LIDOS.
           MOVE WS-TOTAL-RETORNOS TO WS-JOB-GRAVADOS.
           COMPUTE WS-JOB-REJEITADOS = WS-TOTAL-SEM-RETORNO
               + WS-TOTAL-REJEITADOS + WS-TOTAL-NAO-ENVIADOS.
           MOVE ZEROS TO WS-JOB-RC.
           IF WS-JOB-REJEITADOS > ZEROS
              MOVE 4 TO WS-JOB-RC.
           IF WS-TOTAL-SEM-RETORNO = ZEROS AND
              WS-TOTAL-REJEITADOS = ZEROS AND
              WS-TOTAL-NAO-ENVIADOS = ZEROS
              DISPLAY "EXISTEM EXCECOES - VER CONCILIA.TXT.".
      *----------------------------------------------------
       999-FIM.
      *****  REGISTRA A RODADA EM JOBSTAT.TXT (CHECKLIST MATINAL)
           CALL "GRAVAJOB" USING WS-ESTATISTICA-JOB.
           STOP RUN.
      ***---------- FIM DO PROGRAMA CONCILIACLI ---------***
