           02  WS-IMP-MES         PIC X(02).
           02  WS-IMP-ANO         PIC X(04).
       01  WS-LINHA-REJEITO       PIC X(120).
       01  WS-ESTATISTICA-JOB.
           02  WS-JOB-PROGRAMA    PIC X(12) VALUE "IMPORTACLI".
           02  WS-JOB-RC          PIC 9(02) VALUE 8.
           02  WS-JOB-LIDOS       PIC 9(07) VALUE ZEROS.
           02  WS-JOB-GRAVADOS    PIC 9(07) VALUE ZEROS.
           02  WS-JOB-REJEITADOS  PIC 9(07) VALUE ZEROS.
           02  WS-JOB-ARQUIVO     PIC X(12) VALUE "CLIREJ.TXT".
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-HOJE.
           02  WS-DIA-HOJE        PIC 9(02) VALUE ZEROS.
           DISPLAY "LINHAS REJEITADAS ..........: "
                   WS-TOTAL-REJEITADOS.
           DISPLAY "REJEITOS GRAVADOS EM CLIREJ.TXT".
           MOVE WS-TOTAL-LIDOS TO WS-JOB-LIDOS.
           MOVE WS-TOTAL-GRAVADOS TO WS-JOB-GRAVADOS.
           MOVE WS-TOTAL-REJEITADOS TO WS-JOB-REJEITADOS.
           MOVE ZEROS TO WS-JOB-RC.
           IF WS-TOTAL-REJEITADOS > ZEROS
              MOVE 4 TO WS-JOB-RC.
      *----------------------------------------------------
       999-FIM.
      *****  REGISTRA A RODADA EM JOBSTAT.TXT (CHECKLIST MATINAL)
           CALL "GRAVAJOB" USING WS-ESTATISTICA-JOB.
           STOP RUN.
      ***---------- FIM DO PROGRAMA IMPORTACLI ---------***
