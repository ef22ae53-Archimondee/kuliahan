       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVVEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDAANTIGO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-ANTIGO
               FILE STATUS IS ERR-ANTIGO.
           SELECT VENDATRX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-VENDA
               FILE STATUS IS ERR-VENDA.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDAANTIGO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS REG-VENDAANTIGO
           VALUE OF FILE-ID IS 'VENDANT.DAT'.
       01  REG-VENDAANTIGO.
           02 CHAVE-ANTIGO PIC X(16).
           02 RESTO-ANTIGO PIC X(37).
       COPY "recvenda.cob".
       WORKING-STORAGE SECTION.
       77 ERR-ANTIGO PIC XX.
       77 ERR-VENDA PIC XX.
       77 WS-TOTAL-LIDOS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-GRAVADOS PIC 9(05) VALUE ZEROS.
      *----------------------------------------------------
      * CONVERSAO UNICA DO VENDATRX.DAT PARA O REGISTRO DE
      * 60 POSICOES (TIPO DA LINHA - ITEM OU DISKON - E O
      * KODE DA PROMO QUE GEROU O DISKON). ANTES DE EXECUTAR,
      * RENOMEIE O VENDATRX.DAT ATUAL (53 POSICOES) PARA
      * VENDANT.DAT. TODAS AS LINHAS ANTIGAS ENTRAM COMO ITEM.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** CONVERSAO DO VENDATRX.DAT PARA 60 POS ***".
           OPEN INPUT VENDAANTIGO.
           IF ERR-ANTIGO NOT = "00"
              DISPLAY "GAGAL MEMBUKA VENDANT.DAT. STATUS=" ERR-ANTIGO
              DISPLAY "RENOMEIE O VENDATRX.DAT ANTIGO (53 POSICOES)"
              DISPLAY "PARA VENDANT.DAT E EXECUTE NOVAMENTE."
              GO TO 999-FIM.
           OPEN OUTPUT VENDATRX.
           IF ERR-VENDA NOT = "00"
              DISPLAY "GAGAL MEMBUAT VENDATRX.DAT. STATUS=" ERR-VENDA
              CLOSE VENDAANTIGO
              GO TO 999-FIM.
      *----------------------------------------------------
       010-CONVERTE.
           READ VENDAANTIGO NEXT RECORD
               AT END
               GO TO 020-ENCERRA.
           ADD 1 TO WS-TOTAL-LIDOS.
           MOVE SPACES TO REG-VENDATRX.
           MOVE REG-VENDAANTIGO TO REG-VENDATRX (1:53).
           MOVE "I" TO TIPO-VENDA.
           MOVE ZEROS TO PROMO-VENDA.
           WRITE REG-VENDATRX
               INVALID KEY
               DISPLAY "CHAVE DUPLICADA: " CHAVE-VENDA
               GO TO 010-CONVERTE.
           ADD 1 TO WS-TOTAL-GRAVADOS.
           GO TO 010-CONVERTE.
      *----------------------------------------------------
       020-ENCERRA.
           CLOSE VENDAANTIGO.
           CLOSE VENDATRX.
           DISPLAY "REGISTROS LIDOS ....: " WS-TOTAL-LIDOS.
           DISPLAY "REGISTROS GRAVADOS .: " WS-TOTAL-GRAVADOS.
       999-FIM.
           STOP RUN.
