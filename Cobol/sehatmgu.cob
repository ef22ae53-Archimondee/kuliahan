       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEHATMINGGU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KUCING ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOKUCING
               FILE STATUS IS STATUS-KUCING.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       COPY "reckucin.cob".
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SEHATMGU.TXT".
       01  REG-RELATORIO PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 STATUS-KUCING PIC X(02) VALUE "00".
       77 STATUS-RELATORIO PIC X(02) VALUE "00".
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       77 WS-HARI-DEPAN PIC 9(3) VALUE 7.
       77 WS-TOTAL-DISPONIVEIS PIC 9(4) VALUE ZEROS.
       77 WS-TOTAL-COM-PENDENCIA PIC 9(4) VALUE ZEROS.
       77 WS-TOTAL-DITAHAN PIC 9(4) VALUE ZEROS.
       77 WS-TOTAL-ITENS PIC 9(5) VALUE ZEROS.
       77 WS-TEM-PENDENCIA PIC X(1) VALUE "N".
       77 IDX-SHT PIC 9(1) COMP VALUE ZEROS.
       01 NOMES-RACA.
           02 FILLER PIC X(10) VALUE 'ANGGORA   '.
           02 FILLER PIC X(10) VALUE 'SIRBERIA  '.
           02 FILLER PIC X(10) VALUE 'PERSIA    '.
       01 NOMES-RACA-TAB REDEFINES NOMES-RACA.
           02 NOME-RACA OCCURS 3 TIMES PIC X(10).
       77 WS-NOME-RACA PIC X(10) VALUE SPACES.
       01 CONTROLE-SEHAT.
           02 SHT-NOKUCING PIC 9(5).
           02 SHT-TGL-LAHIR PIC 9(8).
           02 SHT-TGL-REF PIC 9(8).
           02 SHT-HARI-DEPAN PIC 9(3).
           02 SHT-RESULTADO PIC X(1).
           02 SHT-QTD-PENDENTE PIC 9(2).
           02 SHT-VAKSIN OCCURS 3 TIMES.
               03 SHT-VK-KODE PIC X(2).
               03 SHT-VK-TGL PIC 9(8).
               03 SHT-VK-WAJIB PIC 9(8).
               03 SHT-VK-BERIKUT PIC 9(8).
               03 SHT-VK-STATUS PIC X(1).
           02 SHT-CACING-TGL PIC 9(8).
           02 SHT-CACING-BERIKUT PIC 9(8).
           02 SHT-CACING-STATUS PIC X(1).
           02 SHT-CEK-TGL PIC 9(8).
           02 SHT-CEK-DOKTER PIC X(20).
           02 SHT-CEK-BERIKUT PIC 9(8).
           02 SHT-CEK-STATUS PIC X(1).
           02 SHT-BERIKUT PIC 9(8).
       77 WS-ITEM PIC X(12) VALUE SPACES.
       77 WS-DATA-ITEM PIC 9(8) VALUE ZEROS.
       77 WS-STATUS-ITEM PIC X(1) VALUE SPACE.
       77 WS-DESC-STATUS PIC X(14) VALUE SPACES.
       77 WS-LINHA PIC X(80).
      *----------------------------------------------------
      * AGENDA SEMANAL DE SAUDE: PARA CADA KUCING DISPONIVEL
      * DO KUCING.DAT CONSULTA O SEHATVAL COM A DATA DE HOJE
      * E 7 DIAS A FRENTE E LISTA EM SEHATMGU.TXT O QUE ESTA
      * PENDENTE: VAKSIN EM FALTA (F), REFORCO ATRASADO (A)
      * OU VENCENDO NA SEMANA (J), OBAT CACING E CEK DOKTER
      * ATRASADOS OU VENCENDO. OS KUCING COM VAKSIN F OU A
      * ESTAO DITAHAN NO LA2 ATE SEREM REGULARIZADOS.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** AGENDA SEMANAL KESEHATAN KUCING ***".
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           OPEN INPUT KUCING.
           IF STATUS-KUCING NOT = "00"
              DISPLAY "SEM KUCING.DAT. STATUS=" STATUS-KUCING
              GO TO 999-FIM.
           OPEN OUTPUT RELATORIO.
           MOVE ALL "=" TO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA.
           STRING "AGENDA KESEHATAN KUCING - DATA " TGL-HARI-INI
                  " - " WS-HARI-DEPAN " HARI KE DEPAN"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "=" TO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
      *----------------------------------------------------
       010-LE-KUCING.
           PERFORM 020-PROCESSA-KUCING THRU 020-99-FIM
               UNTIL STATUS-KUCING = "10".
           CLOSE KUCING.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-PROCESSA-KUCING.
           READ KUCING NEXT RECORD
               AT END
               MOVE "10" TO STATUS-KUCING
               GO TO 020-99-FIM.
           IF NOT KUCING-DISPONIVEL
              GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-DISPONIVEIS.
           MOVE NOKUCING TO SHT-NOKUCING.
           MOVE TGL-LAHIR-KUCING TO SHT-TGL-LAHIR.
           MOVE TGL-HARI-INI TO SHT-TGL-REF.
           MOVE WS-HARI-DEPAN TO SHT-HARI-DEPAN.
           CALL 'SEHATVAL' USING CONTROLE-SEHAT.
           MOVE "N" TO WS-TEM-PENDENCIA.
           MOVE SPACES TO WS-NOME-RACA.
           IF RACA-KUCING NOT < 1 AND RACA-KUCING NOT > 3
              MOVE NOME-RACA (RACA-KUCING) TO WS-NOME-RACA.
           MOVE ZEROS TO IDX-SHT.
           PERFORM 030-VAKSIN THRU 030-99-FIM 3 TIMES.
           MOVE "OBAT CACING" TO WS-ITEM.
           MOVE SHT-CACING-BERIKUT TO WS-DATA-ITEM.
           MOVE SHT-CACING-STATUS TO WS-STATUS-ITEM.
           PERFORM 040-ITEM THRU 040-99-FIM.
           MOVE "CEK DOKTER" TO WS-ITEM.
           MOVE SHT-CEK-BERIKUT TO WS-DATA-ITEM.
           MOVE SHT-CEK-STATUS TO WS-STATUS-ITEM.
           PERFORM 040-ITEM THRU 040-99-FIM.
           IF WS-TEM-PENDENCIA = "S"
              ADD 1 TO WS-TOTAL-COM-PENDENCIA.
           IF SHT-RESULTADO NOT = "S"
              ADD 1 TO WS-TOTAL-DITAHAN.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-VAKSIN.
           ADD 1 TO IDX-SHT.
           MOVE SPACES TO WS-ITEM.
           STRING "VAKSIN " SHT-VK-KODE (IDX-SHT)
               DELIMITED BY SIZE INTO WS-ITEM.
           MOVE SHT-VK-STATUS (IDX-SHT) TO WS-STATUS-ITEM.
           MOVE SHT-VK-BERIKUT (IDX-SHT) TO WS-DATA-ITEM.
           IF SHT-VK-TGL (IDX-SHT) = ZEROS
              MOVE SHT-VK-WAJIB (IDX-SHT) TO WS-DATA-ITEM.
           IF WS-STATUS-ITEM = "F"
              MOVE "BELUM DIBERI" TO WS-DESC-STATUS
              GO TO 030-10-GRAVA.
           PERFORM 040-ITEM THRU 040-99-FIM.
           GO TO 030-99-FIM.
       030-10-GRAVA.
           PERFORM 050-GRAVA-ITEM THRU 050-99-FIM.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-ITEM.
           IF WS-STATUS-ITEM = "A"
              MOVE "TERLAMBAT" TO WS-DESC-STATUS
              GO TO 040-10-GRAVA.
           IF WS-STATUS-ITEM = "J"
              MOVE "MINGGU INI" TO WS-DESC-STATUS
              GO TO 040-10-GRAVA.
           GO TO 040-99-FIM.
       040-10-GRAVA.
           PERFORM 050-GRAVA-ITEM THRU 050-99-FIM.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-GRAVA-ITEM.
           MOVE "S" TO WS-TEM-PENDENCIA.
           ADD 1 TO WS-TOTAL-ITENS.
           MOVE SPACES TO WS-LINHA.
           STRING "KUCING " NOKUCING
                  " " WS-NOME-RACA
                  " " WS-ITEM
                  " " WS-DESC-STATUS
                  " TGL:" WS-DATA-ITEM
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY WS-LINHA.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           MOVE ALL "-" TO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA.
           STRING "KUCING TERSEDIA " WS-TOTAL-DISPONIVEIS
                  " - ADA JADWAL " WS-TOTAL-COM-PENDENCIA
                  " - DITAHAN " WS-TOTAL-DITAHAN
                  " - ITEM " WS-TOTAL-ITENS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           DISPLAY "RELATORIO GRAVADO EM SEHATMGU.TXT".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA SEHATMINGGU ---------***
