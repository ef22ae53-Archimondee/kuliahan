           02 Z-SOMA PIC 9(6).
           02 Z-QUOC PIC 9(6).
       77 WS-LINHA-REJEITO PIC X(50).
       01 WS-ESTATISTICA-JOB.
           02 WS-JOB-PROGRAMA PIC X(12) VALUE "IMPABSEN".
           02 WS-JOB-RC PIC 9(02) VALUE 8.
           02 WS-JOB-LIDOS PIC 9(07) VALUE ZEROS.
           02 WS-JOB-GRAVADOS PIC 9(07) VALUE ZEROS.
           02 WS-JOB-REJEITADOS PIC 9(07) VALUE ZEROS.
           02 WS-JOB-ARQUIVO PIC X(12) VALUE "ABSENREJ.TXT".
      *----------------------------------------------------
      * MOTIVOS: 01=NPM 02=NAO CADASTRADO 03=MHS KELUAR
      *          04=TIMESTAMP 05=ERRO GRAVACAO
           DISPLAY "LINHAS REJEITADAS ..........: "
                   WS-TOTAL-REJEITADAS.
           DISPLAY "REJEITOS GRAVADOS EM ABSENREJ.TXT".
           MOVE WS-TOTAL-LIDAS TO WS-JOB-LIDOS.
           MOVE WS-TOTAL-GRAVADAS TO WS-JOB-GRAVADOS.
           MOVE WS-TOTAL-REJEITADAS TO WS-JOB-REJEITADOS.
           MOVE ZEROS TO WS-JOB-RC.
           IF WS-TOTAL-REJEITADAS > ZEROS
              MOVE 4 TO WS-JOB-RC.
      *----------------------------------------------------
       999-FIM.
           CALL "GRAVAJOB" USING WS-ESTATISTICA-JOB.
           STOP RUN.
      ***---------- FIM DO PROGRAMA IMPABSEN ---------***
