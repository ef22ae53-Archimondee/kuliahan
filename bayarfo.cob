       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAYARFO.
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
           VALUE OF FILE-ID IS "BAYARFO.TXT".
       01  REG-RELATORIO PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 STATUS-FAT PIC XX VALUE "00".
       77 STATUS-FORN PIC XX VALUE "00".
       77 STATUS-REL PIC XX VALUE "00".
       77 TEM-FORN PIC X VALUE "N".
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       77 TGL-CORTE PIC 9(8) VALUE ZEROS.
       77 CONFIRMA PIC X VALUE SPACE.
       77 FORN-ATUAL PIC 9(3) VALUE ZEROS.
       77 NAMA-ATUAL PIC X(25) VALUE SPACES.
       77 WS-QTD-BAYAR PIC 9(4) VALUE ZEROS.
       77 WS-QTD-BLOKIR PIC 9(4) VALUE ZEROS.
       77 WS-QTD-PAGO PIC 9(4) VALUE ZEROS.
       77 WS-SUBTOTAL PIC 9(11) VALUE ZEROS.
       77 WS-TOTAL-BAYAR PIC 9(11) VALUE ZEROS.
       77 WS-TOTAL-BLOKIR PIC 9(11) VALUE ZEROS.
       77 WS-FASE PIC X VALUE "B".
           88 FASE-BAYAR VALUE "B".
           88 FASE-BLOKIR VALUE "X".
       77 VALOR-ED PIC Z(10)9.
       77 WS-LINHA-REL PIC X(80).
      *----------------------------------------------------
      * PROPOSTA DE PAGAMENTO A FORNECEDOR (MAKANAN). LE O
      * FATFORN.DAT E LISTA EM BAYARFO.TXT AS FAKTUR EM HUTANG
      * (STATUS A) COM JATUH TEMPO ATE A DATA DE CORTE,
      * AGRUPADAS POR FORNECEDOR COM SUBTOTAL E TOTAL GERAL.
      * AS FAKTUR BLOKIR JA VENCIDAS SAEM NUMA LISTA A PARTE
      * (NAO ENTRAM NA PROPOSTA ATE SEREM LIBERADAS NO
      * FATFORN). SE CONFIRMADO, AS FAKTUR DA PROPOSTA SAO
      * MARCADAS LUNAS (P) COM A DATA DE HOJE.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** PROPOSTA PEMBAYARAN FORNECEDOR ***".
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           OPEN I-O FATFORN.
           IF STATUS-FAT NOT = "00"
              DISPLAY "SEM FATFORN.DAT. STATUS=" STATUS-FAT
              DISPLAY "LANCE AS FAKTUR PELO FATFORN."
              GO TO 999-FIM.
           OPEN INPUT FORNECEDOR.
           IF STATUS-FORN = "00"
              MOVE "S" TO TEM-FORN.
           DISPLAY "JATUH TEMPO ATE (YYYYMMDD, 0=HOJE): ".
           ACCEPT TGL-CORTE.
           IF TGL-CORTE = ZEROS
              MOVE TGL-HARI-INI TO TGL-CORTE.
           OPEN OUTPUT RELATORIO.
           MOVE ALL "=" TO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "PROPOSTA PEMBAYARAN - JATUH TEMPO S/D " TGL-CORTE
                  " - DATA " TGL-HARI-INI
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "=" TO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "FRN NO FAKTUR    PEDIDO TGL FAKT JT TEMPO"
                  "       NILAI"
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
      *----------------------------------------------------
       010-LISTA-BAYAR.
           MOVE "B" TO WS-FASE.
           MOVE ZEROS TO FORN-ATUAL.
           PERFORM 005-INICIO-LEITURA THRU 005-99-FIM.
           PERFORM 020-LINHA-FAKTUR THRU 020-99-FIM
               UNTIL STATUS-FAT = "10".
           PERFORM 030-SUBTOTAL THRU 030-99-FIM.
           MOVE ALL "=" TO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE WS-TOTAL-BAYAR TO VALOR-ED.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "TOTAL PROPOSTA (" WS-QTD-BAYAR " FAKTUR)"
                  "                    " VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
      *----------------------------------------------------
       015-LISTA-BLOKIR.
           MOVE SPACES TO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "FAKTUR BLOKIR JATUH TEMPO (TIDAK DIBAYAR):"
             TO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "X" TO WS-FASE.
           PERFORM 005-INICIO-LEITURA THRU 005-99-FIM.
           PERFORM 020-LINHA-FAKTUR THRU 020-99-FIM
               UNTIL STATUS-FAT = "10".
           MOVE WS-TOTAL-BLOKIR TO VALOR-ED.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "TOTAL BLOKIR (" WS-QTD-BLOKIR " FAKTUR)"
                  "                      " VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           MOVE WS-TOTAL-BAYAR TO VALOR-ED.
           DISPLAY "FAKTUR DIPROPOSKAN .: " WS-QTD-BAYAR.
           DISPLAY "TOTAL PROPOSTA .....: " VALOR-ED.
           DISPLAY "FAKTUR BLOKIR ......: " WS-QTD-BLOKIR.
           DISPLAY "LAPORAN DI BAYARFO.TXT".
           IF WS-QTD-BAYAR = ZEROS
              GO TO 900-ENCERRA.
           DISPLAY "MARCAR FAKTUR DA PROPOSTA COMO LUNAS [S/N] ? ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO 900-ENCERRA.
           PERFORM 005-INICIO-LEITURA THRU 005-99-FIM.
           PERFORM 050-MARCA-PAGO THRU 050-99-FIM
               UNTIL STATUS-FAT = "10".
           DISPLAY "FAKTUR LUNAS .......: " WS-QTD-PAGO.
           GO TO 900-ENCERRA.
      *----------------------------------------------------
       005-INICIO-LEITURA.
           MOVE "00" TO STATUS-FAT.
           MOVE ZEROS TO FT-FORN FT-LINHA.
           MOVE SPACES TO FT-NOFAT.
           START FATFORN KEY IS NOT LESS THAN FT-CHAVE
               INVALID KEY
               MOVE "10" TO STATUS-FAT.
       005-99-FIM.
           EXIT.
      *----------------------------------------------------
       020-LINHA-FAKTUR.
           READ FATFORN NEXT RECORD
               AT END
               MOVE "10" TO STATUS-FAT
               GO TO 020-99-FIM.
           IF FT-LINHA NOT = ZEROS
              GO TO 020-99-FIM.
           IF FT-TGL-VENC > TGL-CORTE
              GO TO 020-99-FIM.
           IF FASE-BLOKIR
              GO TO 020-10-BLOKIR.
           IF NOT FT-HUTANG
              GO TO 020-99-FIM.
           IF FT-FORN NOT = FORN-ATUAL
              PERFORM 030-SUBTOTAL THRU 030-99-FIM
              PERFORM 040-CABECA-FORN THRU 040-99-FIM.
           ADD 1 TO WS-QTD-BAYAR.
           ADD FT-TOTAL TO WS-SUBTOTAL WS-TOTAL-BAYAR.
           PERFORM 060-LINHA-DETALHE THRU 060-99-FIM.
           GO TO 020-99-FIM.
       020-10-BLOKIR.
           IF NOT FT-BLOKIR
              GO TO 020-99-FIM.
           ADD 1 TO WS-QTD-BLOKIR.
           ADD FT-TOTAL TO WS-TOTAL-BLOKIR.
           PERFORM 060-LINHA-DETALHE THRU 060-99-FIM.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-SUBTOTAL.
           IF FORN-ATUAL = ZEROS
              GO TO 030-99-FIM.
           MOVE WS-SUBTOTAL TO VALOR-ED.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "    SUBTOTAL " FORN-ATUAL " " NAMA-ATUAL
                  "      " VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ZEROS TO WS-SUBTOTAL FORN-ATUAL.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-CABECA-FORN.
           MOVE FT-FORN TO FORN-ATUAL.
           MOVE "(TIDAK TERDAFTAR)" TO NAMA-ATUAL.
           IF TEM-FORN NOT = "S"
              GO TO 040-10-GRAVA.
           MOVE FT-FORN TO KODE-FORN.
           READ FORNECEDOR
               INVALID KEY
               GO TO 040-10-GRAVA.
           MOVE NAMA-FORN TO NAMA-ATUAL.
       040-10-GRAVA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "FORNECEDOR " FT-FORN " - " NAMA-ATUAL
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-MARCA-PAGO.
           READ FATFORN NEXT RECORD
               AT END
               MOVE "10" TO STATUS-FAT
               GO TO 050-99-FIM.
           IF FT-LINHA NOT = ZEROS
              GO TO 050-99-FIM.
           IF FT-TGL-VENC > TGL-CORTE
              GO TO 050-99-FIM.
           IF NOT FT-HUTANG
              GO TO 050-99-FIM.
           MOVE "P" TO FT-STATUS.
           MOVE TGL-HARI-INI TO FT-TGL-PAGO.
           REWRITE REG-FATFORN.
           ADD 1 TO WS-QTD-PAGO.
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
       060-LINHA-DETALHE.
           MOVE FT-TOTAL TO VALOR-ED.
           MOVE SPACES TO WS-LINHA-REL.
           STRING FT-FORN " " FT-NOFAT " " FT-NOPED " " FT-TGL-FAT
                  " " FT-TGL-VENC " " VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       060-99-FIM.
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
      ***---------- FIM DO PROGRAMA BAYARFO ---------***
