       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVTAGIHAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAGIHANANTIGO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KUNCI-ANTIGA
               FILE STATUS IS ERR-ANTIGO.
           SELECT TAGIHAN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-TAGIHAN
               FILE STATUS IS ERR-TAGIHAN.
       DATA DIVISION.
       FILE SECTION.
       FD  TAGIHANANTIGO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS REG-TAGIHANANTIGO
           VALUE OF FILE-ID IS 'TAGIHANT.DAT'.
       01  REG-TAGIHANANTIGO.
           02 KUNCI-ANTIGA PIC X(14).
           02 NILAI-ANTIGO PIC 9(8).
           02 DIBAYAR-ANTIGO PIC 9(8).
           02 STATUS-ANTIGO PIC X.
       COPY "rectagih.cob".
       WORKING-STORAGE SECTION.
       77 ERR-ANTIGO PIC XX.
       77 ERR-TAGIHAN PIC XX.
       77 WS-TOTAL-LIDOS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-GRAVADOS PIC 9(05) VALUE ZEROS.
      *----------------------------------------------------
      * CONVERSAO UNICA DO TAGIHAN.DAT PARA O REGISTRO DE 67
      * POSICOES (BRUTO, POTONGAN DE BEASISWA E SPONSOR).
      * ANTES DE EXECUTAR, RENOMEIE O TAGIHAN.DAT ATUAL (31
      * POSICOES) PARA TAGIHANT.DAT. AS TAGIHAN ANTIGAS
      * ENTRAM COM BRUTO = NILAI E SEM POTONGAN.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** CONVERSAO DO TAGIHAN.DAT PARA 67 POSICOES ***".
           OPEN INPUT TAGIHANANTIGO.
           IF ERR-ANTIGO NOT = "00"
              DISPLAY "GAGAL MEMBUKA TAGIHANT.DAT. STATUS=" ERR-ANTIGO
              DISPLAY "RENOMEIE O TAGIHAN.DAT ANTIGO (31 POSICOES)"
              DISPLAY "PARA TAGIHANT.DAT E EXECUTE NOVAMENTE."
              GO TO 999-FIM.
           OPEN OUTPUT TAGIHAN.
           IF ERR-TAGIHAN NOT = "00"
              DISPLAY "GAGAL MEMBUAT TAGIHAN.DAT. STATUS=" ERR-TAGIHAN
              CLOSE TAGIHANANTIGO
              GO TO 999-FIM.
      *----------------------------------------------------
       010-LE-ANTIGO.
           PERFORM 020-CONVERTE-REGISTRO THRU 020-99-FIM
               UNTIL ERR-ANTIGO = "10".
           CLOSE TAGIHANANTIGO.
           CLOSE TAGIHAN.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-CONVERTE-REGISTRO.
           READ TAGIHANANTIGO NEXT RECORD
               AT END
               MOVE "10" TO ERR-ANTIGO
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-LIDOS.
           MOVE SPACES TO REG-TAGIHAN.
           MOVE KUNCI-ANTIGA TO KUNCI-TAGIHAN.
           MOVE NILAI-ANTIGO TO NILAI-TAGIHAN.
           MOVE DIBAYAR-ANTIGO TO DIBAYAR-TAGIHAN.
           MOVE STATUS-ANTIGO TO STATUS-TAGIHAN.
           MOVE NILAI-ANTIGO TO BRUTO-TAGIHAN.
           MOVE ZEROS TO POTONGAN-TAGIHAN.
           WRITE REG-TAGIHAN
               INVALID KEY
               DISPLAY "ERRO AO GRAVAR " KUNCI-TAGIHAN
                       " STATUS=" ERR-TAGIHAN
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
              DISPLAY "CONVERSAO COMPLETA - TAGIHAN.DAT NOVO PRONTO."
           ELSE
              DISPLAY "ATENCAO: NEM TODOS OS REGISTROS CONVERTIDOS!".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA CONVTAGIHAN ---------***
