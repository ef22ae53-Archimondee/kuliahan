       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVKMSK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KARANTIGO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOKAR-ANTIGO
               FILE STATUS IS ERR-ANTIGO.
           SELECT KARYAWAN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOKAR
               FILE STATUS IS ERR-KAR.
           SELECT GAJIHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-CHAVE
               FILE STATUS IS ERR-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD  KARANTIGO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS REG-KARANTIGO
           VALUE OF FILE-ID IS 'KARANT.DAT'.
       01  REG-KARANTIGO.
           02 NOKAR-ANTIGO PIC 9(4).
           02 RESTO-ANTIGO PIC X(51).
       COPY "reckar.cob".
       COPY "recghist.cob".
       WORKING-STORAGE SECTION.
       77 ERR-ANTIGO PIC XX.
       77 ERR-KAR PIC XX.
       77 ERR-HIST PIC XX.
       77 TEM-HIST PIC X VALUE 'N'.
       77 WS-TOTAL-LIDOS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-GRAVADOS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-SEM-DATA PIC 9(05) VALUE ZEROS.
      *----------------------------------------------------
      * CONVERSAO UNICA DO KARYAWAN.DAT PARA O REGISTRO DE
      * 63 POSICOES (TGL MASUK, USADA PELO THR). ANTES DE
      * EXECUTAR, RENOMEIE O KARYAWAN.DAT ATUAL (55
      * POSICOES) PARA KARANT.DAT. A TGL MASUK ENTRA COM A
      * PRIMEIRA TGL EFEKTIF DO GAJIHIST.DAT, QUE E GRAVADA
      * NA INCLUSAO DO KARYAWAN; SEM HISTORIA ENTRA ZERADA.
      * CONFIRA E CORRIJA PELO KARMEST ANTES DO THR.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** CONVERSAO DO KARYAWAN.DAT PARA 63 POS ***".
           OPEN INPUT KARANTIGO.
           IF ERR-ANTIGO NOT = "00"
              DISPLAY "GAGAL MEMBUKA KARANT.DAT. STATUS=" ERR-ANTIGO
              DISPLAY "RENOMEIE O KARYAWAN.DAT ANTIGO (55 POSICOES)"
              DISPLAY "PARA KARANT.DAT E EXECUTE NOVAMENTE."
              GO TO 999-FIM.
           OPEN OUTPUT KARYAWAN.
           IF ERR-KAR NOT = "00"
              DISPLAY "GAGAL MEMBUAT KARYAWAN.DAT. STATUS=" ERR-KAR
              CLOSE KARANTIGO
              GO TO 999-FIM.
           OPEN INPUT GAJIHIST.
           IF ERR-HIST = "00"
              MOVE "S" TO TEM-HIST
           ELSE
              DISPLAY "GAJIHIST.DAT TIDAK ADA - TGL MASUK ZERADA.".
      *----------------------------------------------------
       010-LE-ANTIGO.
           PERFORM 020-CONVERTE-REGISTRO THRU 020-99-FIM
               UNTIL ERR-ANTIGO = "10".
           CLOSE KARANTIGO.
           CLOSE KARYAWAN.
           IF TEM-HIST = "S"
              CLOSE GAJIHIST.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-CONVERTE-REGISTRO.
           READ KARANTIGO NEXT RECORD
               AT END
               MOVE "10" TO ERR-ANTIGO
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-LIDOS.
           MOVE SPACES TO REG-KARYAWAN.
           MOVE REG-KARANTIGO TO REG-KARYAWAN (1:55).
           MOVE ZEROS TO TGL-MASUK-KAR.
           PERFORM 030-BUSCA-ADMISSAO THRU 030-99-FIM.
           IF TGL-MASUK-KAR = ZEROS
              ADD 1 TO WS-TOTAL-SEM-DATA
              DISPLAY "SEM TGL MASUK: " NOKAR " " NAMA-KAR.
           WRITE REG-KARYAWAN
               INVALID KEY
               DISPLAY "ERRO AO GRAVAR " NOKAR
                       " STATUS=" ERR-KAR
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-GRAVADOS.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-BUSCA-ADMISSAO.
           IF TEM-HIST NOT = "S"
              GO TO 030-99-FIM.
           MOVE NOKAR TO GH-NOKAR.
           MOVE ZEROS TO GH-TGL-EFEKTIF.
           START GAJIHIST KEY IS NOT LESS THAN GH-CHAVE
               INVALID KEY
               GO TO 030-99-FIM.
           READ GAJIHIST NEXT RECORD
               AT END
               GO TO 030-99-FIM.
           IF GH-NOKAR = NOKAR
              MOVE GH-TGL-EFEKTIF TO TGL-MASUK-KAR.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           DISPLAY "REGISTROS LIDOS ....: " WS-TOTAL-LIDOS.
           DISPLAY "REGISTROS GRAVADOS .: " WS-TOTAL-GRAVADOS.
           DISPLAY "SEM TGL MASUK ......: " WS-TOTAL-SEM-DATA.
       999-FIM.
           STOP RUN.
