       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVGURU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GURUANTIGO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOGURU-ANTIGO
               FILE STATUS IS ERR-ANTIGO.
           SELECT GURU ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOGURU
               FILE STATUS IS ERR-GURU.
       DATA DIVISION.
       FILE SECTION.
       FD  GURUANTIGO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS REG-GURUANTIGO
           VALUE OF FILE-ID IS 'GURUT.DAT'.
       01  REG-GURUANTIGO.
           02 NOGURU-ANTIGO PIC 9(4).
           02 NAMA-ANTIGO PIC X(25).
           02 STATUS-ANTIGO PIC X.
       COPY "recguru.cob".
       WORKING-STORAGE SECTION.
       77 ERR-ANTIGO PIC XX.
       77 ERR-GURU PIC XX.
       77 WS-TOTAL-LIDOS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-GRAVADOS PIC 9(05) VALUE ZEROS.
      *----------------------------------------------------
      * CONVERSAO UNICA DO GURU.DAT PARA O REGISTRO DE 42
      * POSICOES (NOKAR NO CADASTRO DE KARYAWAN, BEBAN DE
      * JAM SEMANAL CONTRATADA E HONOR POR JAM EXCEDENTE).
      * ANTES DE EXECUTAR, RENOMEIE O GURU.DAT ATUAL (30
      * POSICOES) PARA GURUT.DAT. OS GURU ANTIGOS ENTRAM
      * SEM NOKAR, BEBAN E HONOR - PREENCHER NO GURUMST.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** CONVERSAO DO GURU.DAT PARA 42 POSICOES ***".
           OPEN INPUT GURUANTIGO.
           IF ERR-ANTIGO NOT = "00"
              DISPLAY "GAGAL MEMBUKA GURUT.DAT. STATUS=" ERR-ANTIGO
              DISPLAY "RENOMEIE O GURU.DAT ANTIGO (30 POSICOES)"
              DISPLAY "PARA GURUT.DAT E EXECUTE NOVAMENTE."
              GO TO 999-FIM.
           OPEN OUTPUT GURU.
           IF ERR-GURU NOT = "00"
              DISPLAY "GAGAL MEMBUAT GURU.DAT. STATUS=" ERR-GURU
              CLOSE GURUANTIGO
              GO TO 999-FIM.
      *----------------------------------------------------
       010-LE-ANTIGO.
           PERFORM 020-CONVERTE-REGISTRO THRU 020-99-FIM
               UNTIL ERR-ANTIGO = "10".
           CLOSE GURUANTIGO.
           CLOSE GURU.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-CONVERTE-REGISTRO.
           READ GURUANTIGO NEXT RECORD
               AT END
               MOVE "10" TO ERR-ANTIGO
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-LIDOS.
           MOVE NOGURU-ANTIGO TO NOGURU.
           MOVE NAMA-ANTIGO TO NAMA-GURU.
           MOVE STATUS-ANTIGO TO STATUS-GURU.
           MOVE ZEROS TO NOKAR-GURU.
           MOVE ZEROS TO BEBAN-GURU.
           MOVE ZEROS TO TARIF-HONOR-GURU.
           WRITE REG-GURU
               INVALID KEY
               DISPLAY "ERRO AO GRAVAR " NOGURU
                       " STATUS=" ERR-GURU
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-GRAVADOS.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           DISPLAY "------------------------------------------------".
           DISPLAY "REGISTROS LIDOS ............: " WS-TOTAL-LIDOS.
           DISPLAY "REGISTROS CONVERTIDOS ......: " WS-TOTAL-GRAVADOS.
           IF WS-TOTAL-LIDOS = WS-TOTAL-GRAVADOS
              DISPLAY "CONVERSAO COMPLETA - GURU.DAT NOVO PRONTO."
           ELSE
              DISPLAY "ATENCAO: NEM TODOS OS REGISTROS CONVERTIDOS!".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA CONVGURU ---------***
