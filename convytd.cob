       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVYTD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTDANTIGO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-ANTIGO
               FILE STATUS IS ERR-ANTIGO.
           SELECT GAJIYTD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-CHAVE
               FILE STATUS IS ERR-YTD.
       DATA DIVISION.
       FILE SECTION.
       FD  YTDANTIGO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-YTDANTIGO
           VALUE OF FILE-ID IS 'YTDANT.DAT'.
       01  REG-YTDANTIGO.
           02 CHAVE-ANTIGO PIC X(8).
           02 RESTO-ANTIGO PIC X(76).
       COPY "recytd.cob".
       WORKING-STORAGE SECTION.
       77 ERR-ANTIGO PIC XX.
       77 ERR-YTD PIC XX.
       77 WS-TOTAL-LIDOS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-GRAVADOS PIC 9(05) VALUE ZEROS.
      *----------------------------------------------------
      * CONVERSAO UNICA DO GAJIYTD.DAT PARA O REGISTRO DE
      * 336 POSICOES (GAJI, PAJAK E JAMSOSTEK PAGOS EM CADA
      * MES, USADOS NO CALCULO DO RAPEL). ANTES DE EXECUTAR,
      * RENOMEIE O GAJIYTD.DAT ATUAL (84 POSICOES) PARA
      * YTDANT.DAT. OS MESES JA PAGOS ENTRAM ZERADOS E NAO
      * GERAM RAPEL - SO OS MESES PAGOS DEPOIS DA CONVERSAO.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** CONVERSAO DO GAJIYTD.DAT PARA 336 POS ***".
           OPEN INPUT YTDANTIGO.
           IF ERR-ANTIGO NOT = "00"
              DISPLAY "GAGAL MEMBUKA YTDANT.DAT. STATUS=" ERR-ANTIGO
              DISPLAY "RENOMEIE O GAJIYTD.DAT ANTIGO (84 POSICOES)"
              DISPLAY "PARA YTDANT.DAT E EXECUTE NOVAMENTE."
              GO TO 999-FIM.
           OPEN OUTPUT GAJIYTD.
           IF ERR-YTD NOT = "00"
              DISPLAY "GAGAL MEMBUAT GAJIYTD.DAT. STATUS=" ERR-YTD
              CLOSE YTDANTIGO
              GO TO 999-FIM.
      *----------------------------------------------------
       010-CONVERTE.
           READ YTDANTIGO NEXT RECORD
               AT END
               GO TO 020-ENCERRA.
           ADD 1 TO WS-TOTAL-LIDOS.
           MOVE SPACES TO REG-GAJIYTD.
           MOVE REG-YTDANTIGO TO REG-GAJIYTD (1:84).
           MOVE ZEROS TO YTD-MESES.
           WRITE REG-GAJIYTD
               INVALID KEY
               DISPLAY "CHAVE DUPLICADA: " YTD-CHAVE
               GO TO 010-CONVERTE.
           ADD 1 TO WS-TOTAL-GRAVADOS.
           GO TO 010-CONVERTE.
      *----------------------------------------------------
       020-ENCERRA.
           CLOSE YTDANTIGO.
           CLOSE GAJIYTD.
           DISPLAY "REGISTROS LIDOS ....: " WS-TOTAL-LIDOS.
           DISPLAY "REGISTROS GRAVADOS .: " WS-TOTAL-GRAVADOS.
       999-FIM.
           STOP RUN.
