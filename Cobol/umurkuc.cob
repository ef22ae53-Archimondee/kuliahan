       IDENTIFICATION DIVISION.
       PROGRAM-ID. UMURKUCING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KUCING ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOKUCING
               FILE STATUS IS STATUS-KUCING.
           SELECT KONSKUC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KS-NOKUCING
               FILE STATUS IS STATUS-KONSKUC.
           SELECT PETERNAK ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOPETERNAK
               FILE STATUS IS STATUS-PETERNAK.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       COPY "reckucin.cob".
       COPY "reckonsi.cob".
       COPY "recpeter.cob".
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "UMURKUC.TXT".
       01  REG-RELATORIO PIC X(100).
      *
       WORKING-STORAGE SECTION.
       77 STATUS-KUCING PIC X(02) VALUE "00".
       77 STATUS-KONSKUC PIC X(02) VALUE "00".
       77 STATUS-PETERNAK PIC X(02) VALUE "00".
       77 STATUS-RELATORIO PIC X(02) VALUE "00".
       77 TEM-KONSKUC PIC X(01) VALUE "N".
       77 TEM-PETERNAK PIC X(01) VALUE "N".
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       77 BIAYA-PADRAO PIC 9(6) VALUE 15000.
       77 BIAYA-HARIAN PIC 9(6) VALUE ZEROS.
       77 WS-DIAS-HOJE PIC 9(7) VALUE ZEROS.
       77 WS-DIAS-MASUK PIC 9(7) VALUE ZEROS.
       77 WS-UMUR PIC 9(5) VALUE ZEROS.
       77 WS-FAIXA PIC 9(1) VALUE ZEROS.
       77 WS-IDX PIC 9(3) COMP VALUE ZEROS.
       77 WS-IDX-FAIXA PIC 9(1) COMP VALUE ZEROS.
       77 FUNCAO-DIAS PIC X(01) VALUE "N".
       01 DATA-CALENDARIO.
           02 CAL-DIA PIC 9(2).
           02 CAL-MES PIC 9(2).
           02 CAL-ANO PIC 9(4).
       01 CAMPOS-PARAMETER.
           02 PRM-KODE PIC X(12) VALUE SPACES.
           02 PRM-TGL PIC 9(8) VALUE ZEROS.
           02 PRM-NILAI PIC 9(9)V99 VALUE ZEROS.
           02 PRM-BERLAKU PIC 9(8) VALUE ZEROS.
           02 PRM-HASIL PIC X(01) VALUE "N".
       01 PRECOS-VENDA.
           02 FILLER PIC 9(8) VALUE 01000000.
           02 FILLER PIC 9(8) VALUE 00700000.
           02 FILLER PIC 9(8) VALUE 01500000.
       01 PRECOS-VENDA-TAB REDEFINES PRECOS-VENDA.
           02 PRECO-RACA OCCURS 3 TIMES PIC 9(8).
       01 NOMES-RACA.
           02 FILLER PIC X(10) VALUE 'ANGGORA   '.
           02 FILLER PIC X(10) VALUE 'SIRBERIA  '.
           02 FILLER PIC X(10) VALUE 'PERSIA    '.
       01 NOMES-RACA-TAB REDEFINES NOMES-RACA.
           02 NOME-RACA OCCURS 3 TIMES PIC X(10).
      *    FAIXAS DE UMUR: 1 0-30, 2 31-60, 3 61-90, 4 >90 HARI
       01 TABELA-RACA.
           02 TR-ITEM OCCURS 3 TIMES.
               03 TR-FAIXA PIC 9(4) OCCURS 4 TIMES.
               03 TR-TOTAL PIC 9(4).
       01 TABELA-PETERNAK.
           02 TP-ITEM OCCURS 999 TIMES.
               03 TP-FAIXA PIC 9(4) OCCURS 4 TIMES.
               03 TP-TOTAL PIC 9(4).
       01 TOTAL-SEM-PETERNAK.
           02 TS-FAIXA PIC 9(4) OCCURS 4 TIMES.
           02 TS-TOTAL PIC 9(4).
       01 TOTAL-GERAL.
           02 TG-FAIXA PIC 9(4) OCCURS 4 TIMES.
           02 TG-TOTAL PIC 9(4).
           02 TG-QTD-RUGI PIC 9(4).
           02 TG-HARGA-BELI PIC 9(11).
           02 TG-PERAWATAN PIC 9(11).
           02 TG-MODAL PIC 9(11).
       01 LINHA-FAIXAS.
           02 LF-FAIXA PIC Z(5)9 OCCURS 4 TIMES.
           02 LF-TOTAL PIC Z(5)9.
       01 CUSTO-KUCING.
           02 CK-DASAR PIC 9(8).
           02 CK-PERAWATAN PIC 9(9).
           02 CK-IMPAS PIC 9(9).
           02 CK-KONS PIC X(4).
       77 WS-NILAI-ED PIC Z(8)9.
       77 WS-PERAWATAN-ED PIC Z(8)9.
       77 WS-IMPAS-ED PIC Z(8)9.
       77 WS-TOTAL-ED PIC Z(10)9.
       77 NAMA-ATUAL PIC X(25) VALUE SPACES.
       77 WS-LINHA PIC X(100).
      *----------------------------------------------------
      * UMUR DO ESTOQUE DE KUCING DISPONIVEL. PARA CADA
      * KUCING-DISPONIVEL CONTA OS DIAS DESDE TGL-MASUK E
      * ESTIMA O BIAYA PERAWATAN (DIAS X CUSTO DIARIO, PEDIDO
      * NA EXECUCAO; O PADRAO VEM DO PARAMETRO BIAYAKUCING DE
      * PARAMETR.DAT). PONTO DE EQUILIBRIO (IMPAS) = HARGA
      * BELI + PERAWATAN; NO KUCING EM KONSINYASI A BASE E A
      * PARTE DO PETERNAK NO PRECO DE TABELA (NAO HA HARGA
      * BELI). UMURKUC.TXT TRAZ:
      *   - QUANTIDADE POR FAIXA (0-30, 31-60, 61-90, >90) POR
      *     RACA E POR PETERNAK;
      *   - OS KUCING COM IMPAS ACIMA DO PRECO DE TABELA;
      *   - O MODAL PARADO NO ESTOQUE (HARGA BELI DOS KUCING
      *     PROPRIOS + PERAWATAN DE TODOS).
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** UMUR STOK KUCING DAN BIAYA PERAWATAN ***".
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           MOVE TGL-HARI-INI TO PRM-TGL.
           MOVE "BIAYAKUCING" TO PRM-KODE.
           CALL "PARAMVAL" USING CAMPOS-PARAMETER.
           IF PRM-HASIL = "S"
              MOVE PRM-NILAI TO BIAYA-PADRAO.
           DISPLAY "BIAYA PERAWATAN PER HARI (0=" BIAYA-PADRAO "): ".
           ACCEPT BIAYA-HARIAN.
           IF BIAYA-HARIAN = ZEROS
              MOVE BIAYA-PADRAO TO BIAYA-HARIAN.
           MOVE TGL-HARI-INI (7:2) TO CAL-DIA.
           MOVE TGL-HARI-INI (5:2) TO CAL-MES.
           MOVE TGL-HARI-INI (1:4) TO CAL-ANO.
           MOVE "N" TO FUNCAO-DIAS.
           CALL "DIASDATA" USING DATA-CALENDARIO FUNCAO-DIAS
               WS-DIAS-HOJE.
           OPEN INPUT KUCING.
           IF STATUS-KUCING NOT = "00"
              DISPLAY "SEM KUCING.DAT. STATUS=" STATUS-KUCING
              GO TO 999-FIM.
           OPEN INPUT KONSKUC.
           IF STATUS-KONSKUC = "00"
              MOVE "S" TO TEM-KONSKUC.
           OPEN INPUT PETERNAK.
           IF STATUS-PETERNAK = "00"
              MOVE "S" TO TEM-PETERNAK.
           MOVE ZEROS TO TABELA-RACA TABELA-PETERNAK.
           MOVE ZEROS TO TOTAL-SEM-PETERNAK TOTAL-GERAL.
           OPEN OUTPUT RELATORIO.
           MOVE ALL "=" TO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA.
           STRING "UMUR STOK KUCING - POSISI " TGL-HARI-INI
                  " - PERAWATAN/HARI " BIAYA-HARIAN
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "=" TO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA.
           STRING "IMPAS DI ATAS HARGA JUAL:"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA.
           STRING "NO.    RACA       MASUK     HARI KONS   "
                  "  DASAR  PERAWATAN      IMPAS    HARGA JL"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
      *----------------------------------------------------
       010-LE-KUCING.
           PERFORM 020-PROCESSA-KUCING THRU 020-99-FIM
               UNTIL STATUS-KUCING = "10".
           CLOSE KUCING.
           IF TEM-KONSKUC = "S"
              CLOSE KONSKUC.
           GO TO 800-IMPRIME-FAIXAS.
      *----------------------------------------------------
       020-PROCESSA-KUCING.
           READ KUCING NEXT RECORD
               AT END
               MOVE "10" TO STATUS-KUCING
               GO TO 020-99-FIM.
           IF NOT KUCING-DISPONIVEL
              GO TO 020-99-FIM.
           IF RACA-KUCING < 1 OR RACA-KUCING > 3
              GO TO 020-99-FIM.
           MOVE ZEROS TO WS-UMUR.
           IF TGL-MASUK-KUCING = ZEROS
              GO TO 020-10-FAIXA.
           MOVE TGL-MASUK-KUCING (7:2) TO CAL-DIA.
           MOVE TGL-MASUK-KUCING (5:2) TO CAL-MES.
           MOVE TGL-MASUK-KUCING (1:4) TO CAL-ANO.
           MOVE "N" TO FUNCAO-DIAS.
           CALL "DIASDATA" USING DATA-CALENDARIO FUNCAO-DIAS
               WS-DIAS-MASUK.
           IF WS-DIAS-MASUK < WS-DIAS-HOJE
              COMPUTE WS-UMUR = WS-DIAS-HOJE - WS-DIAS-MASUK.
       020-10-FAIXA.
           MOVE 1 TO WS-FAIXA.
           IF WS-UMUR > 30
              MOVE 2 TO WS-FAIXA.
           IF WS-UMUR > 60
              MOVE 3 TO WS-FAIXA.
           IF WS-UMUR > 90
              MOVE 4 TO WS-FAIXA.
           ADD 1 TO TR-FAIXA (RACA-KUCING WS-FAIXA)
                    TR-TOTAL (RACA-KUCING)
                    TG-FAIXA (WS-FAIXA) TG-TOTAL.
           IF PETERNAK-KUCING = ZEROS
              ADD 1 TO TS-FAIXA (WS-FAIXA) TS-TOTAL
           ELSE
              ADD 1 TO TP-FAIXA (PETERNAK-KUCING WS-FAIXA)
                       TP-TOTAL (PETERNAK-KUCING).
           PERFORM 030-CUSTO THRU 030-99-FIM.
           IF CK-IMPAS NOT > PRECO-RACA (RACA-KUCING)
              GO TO 020-99-FIM.
           ADD 1 TO TG-QTD-RUGI.
           MOVE CK-DASAR TO WS-NILAI-ED.
           MOVE CK-PERAWATAN TO WS-PERAWATAN-ED.
           MOVE CK-IMPAS TO WS-IMPAS-ED.
           MOVE SPACES TO WS-LINHA.
           STRING NOKUCING "  " NOME-RACA (RACA-KUCING)
                  " " TGL-MASUK-KUCING
                  " " WS-UMUR " " CK-KONS
                  " " WS-NILAI-ED
                  "  " WS-PERAWATAN-ED
                  "  " WS-IMPAS-ED
                  "    " PRECO-RACA (RACA-KUCING)
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-CUSTO.
           MOVE HARGA-BELI-KUCING TO CK-DASAR.
           MOVE SPACES TO CK-KONS.
           COMPUTE CK-PERAWATAN = WS-UMUR * BIAYA-HARIAN.
           ADD CK-PERAWATAN TO TG-PERAWATAN TG-MODAL.
           IF TEM-KONSKUC NOT = "S"
              GO TO 030-10-PROPRIO.
           MOVE NOKUCING TO KS-NOKUCING.
           READ KONSKUC
               INVALID KEY
               GO TO 030-10-PROPRIO.
           MOVE "KONS" TO CK-KONS.
           MOVE PRECO-RACA (RACA-KUCING) TO CK-DASAR.
           IF KS-KOMISI-PERSEN
              COMPUTE CK-DASAR ROUNDED = PRECO-RACA (RACA-KUCING)
                  - PRECO-RACA (RACA-KUCING) * KS-PERSEN / 100.
           IF KS-HARGA-MINIMO
              MOVE KS-HARGA-MIN TO CK-DASAR.
           GO TO 030-20-IMPAS.
       030-10-PROPRIO.
           ADD HARGA-BELI-KUCING TO TG-HARGA-BELI TG-MODAL.
       030-20-IMPAS.
           COMPUTE CK-IMPAS = CK-DASAR + CK-PERAWATAN.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY WS-LINHA.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       800-IMPRIME-FAIXAS.
           MOVE SPACES TO WS-LINHA.
           STRING "TOTAL IMPAS DI ATAS HARGA JUAL: " TG-QTD-RUGI
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA.
           STRING "PER RACA                       "
                  "  0-30 31-60 61-90   >90 TOTAL"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ZEROS TO WS-IDX.
           PERFORM 810-LINHA-RACA THRU 810-99-FIM 3 TIMES.
           MOVE ALL "-" TO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA.
           STRING "PER PETERNAK                   "
                  "  0-30 31-60 61-90   >90 TOTAL"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ZEROS TO WS-IDX.
           PERFORM 820-LINHA-PETERNAK THRU 820-99-FIM 999 TIMES.
           IF TS-TOTAL > ZEROS
              MOVE ZEROS TO WS-IDX-FAIXA
              PERFORM 835-EDITA-SEM THRU 835-99-FIM 4 TIMES
              MOVE TS-TOTAL TO LF-TOTAL
              MOVE SPACES TO WS-LINHA
              STRING "000 (TANPA PETERNAK)           " LINHA-FAIXAS
                  DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "=" TO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ZEROS TO WS-IDX-FAIXA.
           PERFORM 845-EDITA-GERAL THRU 845-99-FIM 4 TIMES.
           MOVE TG-TOTAL TO LF-TOTAL.
           MOVE SPACES TO WS-LINHA.
           STRING "TOTAL KUCING TERSEDIA          " LINHA-FAIXAS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE TG-HARGA-BELI TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "HARGA BELI KUCING SENDIRI ....: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE TG-PERAWATAN TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "BIAYA PERAWATAN S/D HARI INI .: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE TG-MODAL TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "MODAL TERTAHAN DI STOK .......: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           IF TEM-PETERNAK = "S"
              CLOSE PETERNAK.
           DISPLAY "RELATORIO GRAVADO EM UMURKUC.TXT".
           GO TO 999-FIM.
      *----------------------------------------------------
       810-LINHA-RACA.
           ADD 1 TO WS-IDX.
           MOVE ZEROS TO WS-IDX-FAIXA.
           PERFORM 815-EDITA-RACA THRU 815-99-FIM 4 TIMES.
           MOVE TR-TOTAL (WS-IDX) TO LF-TOTAL.
           MOVE SPACES TO WS-LINHA.
           STRING NOME-RACA (WS-IDX) "                     "
                  LINHA-FAIXAS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       810-99-FIM.
           EXIT.
      *----------------------------------------------------
       815-EDITA-RACA.
           ADD 1 TO WS-IDX-FAIXA.
           MOVE TR-FAIXA (WS-IDX WS-IDX-FAIXA)
             TO LF-FAIXA (WS-IDX-FAIXA).
       815-99-FIM.
           EXIT.
      *----------------------------------------------------
       820-LINHA-PETERNAK.
           ADD 1 TO WS-IDX.
           IF TP-TOTAL (WS-IDX) = ZEROS
              GO TO 820-99-FIM.
           MOVE ZEROS TO WS-IDX-FAIXA.
           PERFORM 825-EDITA-PETERNAK THRU 825-99-FIM 4 TIMES.
           MOVE TP-TOTAL (WS-IDX) TO LF-TOTAL.
           MOVE "(TIDAK TERDAFTAR)" TO NAMA-ATUAL.
           IF TEM-PETERNAK NOT = "S"
              GO TO 820-10-GRAVA.
           MOVE WS-IDX TO NOPETERNAK.
           READ PETERNAK
               INVALID KEY
               GO TO 820-10-GRAVA.
           MOVE NAMA-PETERNAK TO NAMA-ATUAL.
       820-10-GRAVA.
           MOVE SPACES TO WS-LINHA.
           STRING NOPETERNAK " " NAMA-ATUAL "  " LINHA-FAIXAS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       820-99-FIM.
           EXIT.
      *----------------------------------------------------
       825-EDITA-PETERNAK.
           ADD 1 TO WS-IDX-FAIXA.
           MOVE TP-FAIXA (WS-IDX WS-IDX-FAIXA)
             TO LF-FAIXA (WS-IDX-FAIXA).
       825-99-FIM.
           EXIT.
      *----------------------------------------------------
       835-EDITA-SEM.
           ADD 1 TO WS-IDX-FAIXA.
           MOVE TS-FAIXA (WS-IDX-FAIXA) TO LF-FAIXA (WS-IDX-FAIXA).
       835-99-FIM.
           EXIT.
      *----------------------------------------------------
       845-EDITA-GERAL.
           ADD 1 TO WS-IDX-FAIXA.
           MOVE TG-FAIXA (WS-IDX-FAIXA) TO LF-FAIXA (WS-IDX-FAIXA).
       845-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA UMURKUCING ---------***
