       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVJADWAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JADWALANTIGO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KUNCI-ANTIGA
               FILE STATUS IS ERR-ANTIGO.
           SELECT JADWAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-JADWAL
               FILE STATUS IS ERR-JADWAL.
           SELECT KELASMASTER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KODE-KELAS
               FILE STATUS IS ERR-KELAS.
       DATA DIVISION.
       FILE SECTION.
       FD  JADWALANTIGO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS REG-JADWALANTIGO
           VALUE OF FILE-ID IS 'JADWALT.DAT'.
       01  REG-JADWALANTIGO.
           02 KUNCI-ANTIGA PIC X(8).
           02 AKHIR-ANTIGO PIC 9(2).
           02 RUANG-ANTIGO PIC X(5).
       COPY "recjadw.cob".
       COPY "reckelas.cob".
       WORKING-STORAGE SECTION.
       77 ERR-ANTIGO PIC XX.
       77 ERR-JADWAL PIC XX.
       77 ERR-KELAS PIC XX.
       77 TEM-KELAS PIC X VALUE 'N'.
       77 WS-TOTAL-LIDOS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-GRAVADOS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-SEM-GURU PIC 9(05) VALUE ZEROS.
      *----------------------------------------------------
      * CONVERSAO UNICA DO JADWAL.DAT PARA O REGISTRO DE 19
      * POSICOES (NOGURU QUE DA A AULA NO HORARIO). ANTES
      * DE EXECUTAR, RENOMEIE O JADWAL.DAT ATUAL (15
      * POSICOES) PARA JADWALT.DAT. O GURU DE CADA HORARIO
      * ANTIGO E O WALI DA KELAS NO KELAS.DAT; AJUSTAR NO
      * JADWALMST OS HORARIOS DADOS POR OUTRO GURU.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** CONVERSAO DO JADWAL.DAT PARA 19 POSICOES ***".
           OPEN INPUT JADWALANTIGO.
           IF ERR-ANTIGO NOT = "00"
              DISPLAY "GAGAL MEMBUKA JADWALT.DAT. STATUS=" ERR-ANTIGO
              DISPLAY "RENOMEIE O JADWAL.DAT ANTIGO (15 POSICOES)"
              DISPLAY "PARA JADWALT.DAT E EXECUTE NOVAMENTE."
              GO TO 999-FIM.
           OPEN OUTPUT JADWAL.
           IF ERR-JADWAL NOT = "00"
              DISPLAY "GAGAL MEMBUAT JADWAL.DAT. STATUS=" ERR-JADWAL
              CLOSE JADWALANTIGO
              GO TO 999-FIM.
           OPEN INPUT KELASMASTER.
           IF ERR-KELAS = "00"
              MOVE "S" TO TEM-KELAS.
      *----------------------------------------------------
       010-LE-ANTIGO.
           PERFORM 020-CONVERTE-REGISTRO THRU 020-99-FIM
               UNTIL ERR-ANTIGO = "10".
           CLOSE JADWALANTIGO.
           CLOSE JADWAL.
           IF TEM-KELAS = "S"
              CLOSE KELASMASTER.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-CONVERTE-REGISTRO.
           READ JADWALANTIGO NEXT RECORD
               AT END
               MOVE "10" TO ERR-ANTIGO
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-LIDOS.
           MOVE KUNCI-ANTIGA TO KUNCI-JADWAL.
           MOVE AKHIR-ANTIGO TO JAM-AKHIR-JDW.
           MOVE RUANG-ANTIGO TO RUANG-JDW.
           MOVE ZEROS TO GURU-JDW.
           IF TEM-KELAS = "S"
              MOVE KELAS-JDW TO KODE-KELAS
              READ KELASMASTER KEY IS KODE-KELAS
                  INVALID KEY
                  MOVE ZEROS TO WALI-KELAS
              END-READ
              MOVE WALI-KELAS TO GURU-JDW.
           IF GURU-JDW = ZEROS
              ADD 1 TO WS-TOTAL-SEM-GURU.
           WRITE REG-JADWAL
               INVALID KEY
               DISPLAY "ERRO AO GRAVAR " KUNCI-JADWAL
                       " STATUS=" ERR-JADWAL
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-GRAVADOS.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           DISPLAY "------------------------------------------------".
           DISPLAY "REGISTROS LIDOS ............: " WS-TOTAL-LIDOS.
           DISPLAY "REGISTROS CONVERTIDOS ......: " WS-TOTAL-GRAVADOS.
           DISPLAY "HORARIOS SEM GURU ..........: " WS-TOTAL-SEM-GURU.
           IF WS-TOTAL-LIDOS = WS-TOTAL-GRAVADOS
              DISPLAY "CONVERSAO COMPLETA - JADWAL.DAT NOVO PRONTO."
           ELSE
              DISPLAY "ATENCAO: NEM TODOS OS REGISTROS CONVERTIDOS!".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA CONVJADWAL ---------***
