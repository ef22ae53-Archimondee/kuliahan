       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELHUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FT-CHAVE
               FILE STATUS IS STATUS-FAT.
           SELECT FORNECEDOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KODE-FORN
               FILE STATUS IS STATUS-FORN.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-REL.
       DATA DIVISION.
       FILE SECTION.
       COPY "recfatfo.cob".
       COPY "recforn.cob".
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "HUTANG.TXT".
       01  REG-RELATORIO PIC X(100).
      *
       WORKING-STORAGE SECTION.
       77 STATUS-FAT PIC XX VALUE "00".
       77 STATUS-FORN PIC XX VALUE "00".
       77 STATUS-REL PIC XX VALUE "00".
       77 TEM-FORN PIC X VALUE "N".
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       77 FORN-ATUAL PIC 9(3) VALUE ZEROS.
       77 NAMA-ATUAL PIC X(25) VALUE SPACES.
       77 WS-QTD-FAKTUR PIC 9(4) VALUE ZEROS.
       77 WS-DIAS-HOJE PIC 9(7) VALUE ZEROS.
       77 WS-DIAS-VENC PIC 9(7) VALUE ZEROS.
       77 WS-ATRASO PIC S9(7) VALUE ZEROS.
       77 WS-FAIXA PIC 9 VALUE ZEROS.
       77 WS-IDX PIC 9 VALUE ZEROS.
       77 FUNCAO-DIAS PIC X VALUE "N".
       01 DATA-CALENDARIO.
           02 CAL-DIA PIC 9(2).
           02 CAL-MES PIC 9(2).
           02 CAL-ANO PIC 9(4).
      *    FAIXAS: 1 BELUM JT, 2 1-30, 3 31-60, 4 61-90, 5 >90
       01 TOTAL-FORN.
           02 TF-FAIXA PIC 9(11) OCCURS 5 TIMES.
           02 TF-TOTAL PIC 9(11).
       01 TOTAL-GERAL.
           02 TG-FAIXA PIC 9(11) OCCURS 5 TIMES.
           02 TG-TOTAL PIC 9(11).
       01 LINHA-VALORES.
           02 LV-FAIXA PIC Z(10)9 OCCURS 5 TIMES.
           02 LV-TOTAL PIC Z(10)9.
       77 WS-LINHA-REL PIC X(100).
      *----------------------------------------------------
      * UMUR HUTANG FORNECEDOR (MAKANAN). SOMA AS FAKTUR EM
      * ABERTO DO FATFORN.DAT (HUTANG A E BLOKIR B) POR
      * FORNECEDOR, EM FAIXAS DE ATRASO CONTADAS DO JATUH
      * TEMPO ATE HOJE: BELUM JATUH TEMPO, 1-30, 31-60, 61-90
      * E ACIMA DE 90 DIAS. QUEBRA POR FORNECEDOR (CHAVE DO
      * ARQUIVO) E TOTAL GERAL EM HUTANG.TXT.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** UMUR HUTANG FORNECEDOR ***".
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           OPEN INPUT FATFORN.
           IF STATUS-FAT NOT = "00"
              DISPLAY "SEM FATFORN.DAT. STATUS=" STATUS-FAT
              DISPLAY "LANCE AS FAKTUR PELO FATFORN."
              GO TO 999-FIM.
           OPEN INPUT FORNECEDOR.
           IF STATUS-FORN = "00"
              MOVE "S" TO TEM-FORN.
           MOVE TGL-HARI-INI (7:2) TO CAL-DIA.
           MOVE TGL-HARI-INI (5:2) TO CAL-MES.
           MOVE TGL-HARI-INI (1:4) TO CAL-ANO.
           MOVE "N" TO FUNCAO-DIAS.
           CALL "DIASDATA" USING DATA-CALENDARIO FUNCAO-DIAS
               WS-DIAS-HOJE.
           MOVE ZEROS TO TOTAL-FORN TOTAL-GERAL.
           OPEN OUTPUT RELATORIO.
           MOVE ALL "=" TO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "UMUR HUTANG FORNECEDOR - POSISI " TGL-HARI-INI
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "=" TO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "FRN NAMA                       BELUM JT"
                  "        1-30       31-60       61-90"
                  "         >90       TOTAL"
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
      *----------------------------------------------------
       010-LISTA.
           MOVE ZEROS TO FT-FORN FT-LINHA.
           MOVE SPACES TO FT-NOFAT.
           START FATFORN KEY IS NOT LESS THAN FT-CHAVE
               INVALID KEY
               MOVE "10" TO STATUS-FAT.
           PERFORM 020-LE-FAKTUR THRU 020-99-FIM
               UNTIL STATUS-FAT = "10".
           PERFORM 030-QUEBRA-FORN THRU 030-99-FIM.
           MOVE ALL "=" TO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ZEROS TO WS-IDX.
           PERFORM 050-EDITA-GERAL THRU 050-99-FIM 5 TIMES.
           MOVE TG-TOTAL TO LV-TOTAL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "TOTAL GERAL                    " LINHA-VALORES
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           MOVE TG-TOTAL TO LV-TOTAL.
           DISPLAY "FAKTUR EM ABERTO ...: " WS-QTD-FAKTUR.
           DISPLAY "TOTAL HUTANG .......: " LV-TOTAL.
           DISPLAY "LAPORAN DI HUTANG.TXT".
           GO TO 900-ENCERRA.
      *----------------------------------------------------
       020-LE-FAKTUR.
           READ FATFORN NEXT RECORD
               AT END
               MOVE "10" TO STATUS-FAT
               GO TO 020-99-FIM.
           IF FT-LINHA NOT = ZEROS
              GO TO 020-99-FIM.
           IF NOT FT-HUTANG AND NOT FT-BLOKIR
              GO TO 020-99-FIM.
           IF FT-FORN NOT = FORN-ATUAL
              PERFORM 030-QUEBRA-FORN THRU 030-99-FIM
              MOVE FT-FORN TO FORN-ATUAL.
           ADD 1 TO WS-QTD-FAKTUR.
           MOVE FT-TGL-VENC (7:2) TO CAL-DIA.
           MOVE FT-TGL-VENC (5:2) TO CAL-MES.
           MOVE FT-TGL-VENC (1:4) TO CAL-ANO.
           MOVE "N" TO FUNCAO-DIAS.
           CALL "DIASDATA" USING DATA-CALENDARIO FUNCAO-DIAS
               WS-DIAS-VENC.
           COMPUTE WS-ATRASO = WS-DIAS-HOJE - WS-DIAS-VENC.
           MOVE 1 TO WS-FAIXA.
           IF WS-ATRASO > 0
              MOVE 2 TO WS-FAIXA.
           IF WS-ATRASO > 30
              MOVE 3 TO WS-FAIXA.
           IF WS-ATRASO > 60
              MOVE 4 TO WS-FAIXA.
           IF WS-ATRASO > 90
              MOVE 5 TO WS-FAIXA.
           ADD FT-TOTAL TO TF-FAIXA (WS-FAIXA) TF-TOTAL
                           TG-FAIXA (WS-FAIXA) TG-TOTAL.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-QUEBRA-FORN.
           IF FORN-ATUAL = ZEROS
              GO TO 030-99-FIM.
           MOVE "(TIDAK TERDAFTAR)" TO NAMA-ATUAL.
           IF TEM-FORN NOT = "S"
              GO TO 030-10-GRAVA.
           MOVE FORN-ATUAL TO KODE-FORN.
           READ FORNECEDOR
               INVALID KEY
               GO TO 030-10-GRAVA.
           MOVE NAMA-FORN TO NAMA-ATUAL.
       030-10-GRAVA.
           MOVE ZEROS TO WS-IDX.
           PERFORM 040-EDITA-FORN THRU 040-99-FIM 5 TIMES.
           MOVE TF-TOTAL TO LV-TOTAL.
           MOVE SPACES TO WS-LINHA-REL.
           STRING FORN-ATUAL " " NAMA-ATUAL "  " LINHA-VALORES
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ZEROS TO TOTAL-FORN FORN-ATUAL.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-EDITA-FORN.
           ADD 1 TO WS-IDX.
           MOVE TF-FAIXA (WS-IDX) TO LV-FAIXA (WS-IDX).
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-EDITA-GERAL.
           ADD 1 TO WS-IDX.
           MOVE TG-FAIXA (WS-IDX) TO LV-FAIXA (WS-IDX).
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-REL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-ENCERRA.
           CLOSE FATFORN.
           IF TEM-FORN = "S"
              CLOSE FORNECEDOR.
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA RELHUT ---------***
