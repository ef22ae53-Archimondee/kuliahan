       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELBELI.
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
           VALUE OF FILE-ID IS "BELIFORN.TXT".
       01  REG-RELATORIO PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 STATUS-FAT PIC XX VALUE "00".
       77 STATUS-FORN PIC XX VALUE "00".
       77 STATUS-REL PIC XX VALUE "00".
       77 TEM-FORN PIC X VALUE "N".
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       77 MES-REL PIC 9(6) VALUE ZEROS.
       77 FORN-ATUAL PIC 9(3) VALUE ZEROS.
       77 NAMA-ATUAL PIC X(25) VALUE SPACES.
       01 TOTAL-FORN.
           02 TF-QTD PIC 9(4).
           02 TF-NILAI PIC 9(11).
           02 TF-PAGO PIC 9(11).
           02 TF-SELISIH PIC 9(4).
       01 TOTAL-GERAL.
           02 TG-QTD PIC 9(4).
           02 TG-NILAI PIC 9(11).
           02 TG-PAGO PIC 9(11).
           02 TG-SELISIH PIC 9(4).
       77 QTD-ED PIC ZZZ9.
       77 NILAI-ED PIC Z(10)9.
       77 PAGO-ED PIC Z(10)9.
       77 SELISIH-ED PIC ZZZ9.
       77 WS-LINHA-REL PIC X(80).
      *----------------------------------------------------
      * PEMBELIAN BULANAN POR FORNECEDOR (MAKANAN). PARA AS
      * FAKTUR DO FATFORN.DAT COM DATA DE FAKTUR NO MES
      * PEDIDO (AS TOLAK X FICAM DE FORA): QUANTIDADE, VALOR
      * TOTAL, VALOR JA PAGO (LUNAS) E QUANTAS TIVERAM
      * SELISIH NA CONFERENCIA COM O PEDIDO. SUBTOTAL POR
      * FORNECEDOR E TOTAL GERAL EM BELIFORN.TXT.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** PEMBELIAN BULANAN PER FORNECEDOR ***".
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           OPEN INPUT FATFORN.
           IF STATUS-FAT NOT = "00"
              DISPLAY "SEM FATFORN.DAT. STATUS=" STATUS-FAT
              DISPLAY "LANCE AS FAKTUR PELO FATFORN."
              GO TO 999-FIM.
           OPEN INPUT FORNECEDOR.
           IF STATUS-FORN = "00"
              MOVE "S" TO TEM-FORN.
           DISPLAY "BULAN (YYYYMM, 0=BULAN INI): ".
           ACCEPT MES-REL.
           IF MES-REL = ZEROS
              MOVE TGL-HARI-INI (1:6) TO MES-REL.
           MOVE ZEROS TO TOTAL-FORN TOTAL-GERAL.
           OPEN OUTPUT RELATORIO.
           MOVE ALL "=" TO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "PEMBELIAN PER FORNECEDOR - BULAN " MES-REL
                  " - DATA " TGL-HARI-INI
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "=" TO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "FRN NAMA                      FAKT"
                  "       NILAI     DIBAYAR  SLSH"
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
           MOVE TG-QTD TO QTD-ED.
           MOVE TG-NILAI TO NILAI-ED.
           MOVE TG-PAGO TO PAGO-ED.
           MOVE TG-SELISIH TO SELISIH-ED.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "TOTAL GERAL                   " QTD-ED " "
                  NILAI-ED " " PAGO-ED "  " SELISIH-ED
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           DISPLAY "FAKTUR NO MES ......: " QTD-ED.
           DISPLAY "TOTAL PEMBELIAN ....: " NILAI-ED.
           DISPLAY "LAPORAN DI BELIFORN.TXT".
           GO TO 900-ENCERRA.
      *----------------------------------------------------
       020-LE-FAKTUR.
           READ FATFORN NEXT RECORD
               AT END
               MOVE "10" TO STATUS-FAT
               GO TO 020-99-FIM.
           IF FT-LINHA NOT = ZEROS
              GO TO 020-99-FIM.
           IF FT-TOLAK
              GO TO 020-99-FIM.
           IF FT-TGL-FAT (1:6) NOT = MES-REL
              GO TO 020-99-FIM.
           IF FT-FORN NOT = FORN-ATUAL
              PERFORM 030-QUEBRA-FORN THRU 030-99-FIM
              MOVE FT-FORN TO FORN-ATUAL.
           ADD 1 TO TF-QTD TG-QTD.
           ADD FT-TOTAL TO TF-NILAI TG-NILAI.
           IF FT-LUNAS
              ADD FT-TOTAL TO TF-PAGO TG-PAGO.
           IF FT-SELISIH = "S"
              ADD 1 TO TF-SELISIH TG-SELISIH.
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
           MOVE TF-QTD TO QTD-ED.
           MOVE TF-NILAI TO NILAI-ED.
           MOVE TF-PAGO TO PAGO-ED.
           MOVE TF-SELISIH TO SELISIH-ED.
           MOVE SPACES TO WS-LINHA-REL.
           STRING FORN-ATUAL " " NAMA-ATUAL " " QTD-ED " "
                  NILAI-ED " " PAGO-ED "  " SELISIH-ED
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ZEROS TO TOTAL-FORN FORN-ATUAL.
       030-99-FIM.
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
      ***---------- FIM DO PROGRAMA RELBELI ---------***
