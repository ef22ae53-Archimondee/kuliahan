       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACERTOPETERNAK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       COPY "reckonsi.cob".
       COPY "recpeter.cob".
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "KONSPET.TXT".
       01  REG-RELATORIO PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 STATUS-KONSKUC PIC X(02) VALUE "00".
       77 STATUS-PETERNAK PIC X(02) VALUE "00".
       77 STATUS-RELATORIO PIC X(02) VALUE "00".
       77 TEM-PETERNAK PIC X(01) VALUE "N".
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       77 BULAN-DIMINTA PIC 9(6) VALUE ZEROS.
       77 TGL-FIM-BULAN PIC 9(8) VALUE ZEROS.
       77 PETERNAK-ATUAL PIC 9(3) VALUE ZEROS.
       77 NAMA-ATUAL PIC X(25) VALUE SPACES.
       77 IDX-PET PIC 9(3) COMP VALUE ZEROS.
       77 CONFIRMA PIC X(01) VALUE SPACE.
       77 WS-QTD-ACERTO PIC 9(4) VALUE ZEROS.
      *****  PETERNAK QUE TEM KUCING NO KONSKUC.DAT E O SALDO
      *****  LIQUIDO A PAGAR DE CADA UM (NEGATIVO = ESTORNO
      *****  MAIOR QUE O HUTANG, FICA PARA O PROXIMO ACERTO).
       01 TABELA-PETERNAK.
           02 TP-ITEM OCCURS 999 TIMES.
               03 TP-TEM PIC X(01).
               03 TP-LIQUIDO PIC S9(11).
       01 TOTAL-PETERNAK.
           02 TT-QTD-JUAL PIC 9(4).
           02 TT-PENJUALAN PIC 9(11).
           02 TT-KOMISI PIC 9(11).
           02 TT-HUTANG PIC 9(11).
           02 TT-ESTORNO PIC 9(11).
           02 TT-QTD-TOKO PIC 9(4).
       01 TOTAL-GERAL.
           02 TG-QTD-JUAL PIC 9(4).
           02 TG-PENJUALAN PIC 9(11).
           02 TG-KOMISI PIC 9(11).
           02 TG-LIQUIDO PIC S9(11).
           02 TG-QTD-TOKO PIC 9(4).
       77 WS-LIQUIDO PIC S9(11) VALUE ZEROS.
       77 WS-NILAI-ED PIC Z(10)9.
       77 WS-KOMISI-ED PIC Z(10)9.
       77 WS-HUTANG-ED PIC Z(10)9.
       77 WS-LIQUIDO-ED PIC -Z(10)9.
       77 WS-PERSEN-ED PIC Z9.99.
       77 WS-LINHA PIC X(80).
      *----------------------------------------------------
      * ACERTO MENSAL DOS KUCING EM KONSINYASI (KONSKUC.DAT).
      * UM EXTRATO POR NOPETERNAK EM KONSPET.TXT COM:
      *   - OS KUCING VENDIDOS NO MES (PRECO, KOMISI DO TOKO
      *     E HUTANG AO PETERNAK);
      *   - HUTANG AINDA ABERTO DE MESES ANTERIORES;
      *   - ESTORNO DE VENDAS JA ACERTADAS E DEPOIS BATAL NO
      *     LA2 (DESCONTADO DO VALOR A PAGAR);
      *   - OS KUCING DELE AINDA NO TOKO.
      * CONFIRMADO O PAGAMENTO, O HUTANG ATE O FIM DO MES
      * PASSA A PAGO (P) E O ESTORNO E ZERADO. PETERNAK COM
      * SALDO NEGATIVO NAO E ACERTADO (FICA PARA O PROXIMO).
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** ACERTO MENSAL PETERNAK KONSINYASI ***".
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           OPEN I-O KONSKUC.
           IF STATUS-KONSKUC NOT = "00"
              DISPLAY "SEM KONSKUC.DAT. STATUS=" STATUS-KONSKUC
              DISPLAY "REGISTRE A KONSINYASI PELO KUCINGMST."
              GO TO 999-FIM.
           OPEN INPUT PETERNAK.
           IF STATUS-PETERNAK = "00"
              MOVE "S" TO TEM-PETERNAK.
           DISPLAY "BULAN (YYYYMM, 0=BULAN INI): ".
           ACCEPT BULAN-DIMINTA.
           IF BULAN-DIMINTA = ZEROS
              MOVE TGL-HARI-INI (1:6) TO BULAN-DIMINTA.
           COMPUTE TGL-FIM-BULAN = BULAN-DIMINTA * 100 + 31.
           MOVE ZEROS TO TOTAL-GERAL.
           MOVE ZEROS TO IDX-PET.
           PERFORM 005-LIMPA-TABELA THRU 005-99-FIM 999 TIMES.
           PERFORM 010-MARCA-PETERNAK THRU 010-99-FIM.
           OPEN OUTPUT RELATORIO.
           MOVE ALL "=" TO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA.
           STRING "ACERTO KONSINYASI - BULAN " BULAN-DIMINTA
                  " - DATA " TGL-HARI-INI
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "=" TO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ZEROS TO IDX-PET.
           PERFORM 020-EXTRATO THRU 020-99-FIM 999 TIMES.
           GO TO 800-TOTAL-GERAL.
      *----------------------------------------------------
       005-LIMPA-TABELA.
           ADD 1 TO IDX-PET.
           MOVE "N" TO TP-TEM (IDX-PET).
           MOVE ZEROS TO TP-LIQUIDO (IDX-PET).
       005-99-FIM.
           EXIT.
      *----------------------------------------------------
       010-MARCA-PETERNAK.
           MOVE ZEROS TO KS-NOKUCING.
           START KONSKUC KEY IS NOT LESS THAN KS-NOKUCING
               INVALID KEY
               GO TO 010-99-FIM.
       010-10-LE.
           READ KONSKUC NEXT RECORD
               AT END
               GO TO 010-99-FIM.
           IF KS-NOPETERNAK = ZEROS
              GO TO 010-10-LE.
           MOVE "S" TO TP-TEM (KS-NOPETERNAK).
           GO TO 010-10-LE.
       010-99-FIM.
           EXIT.
      *----------------------------------------------------
       020-EXTRATO.
           ADD 1 TO IDX-PET.
           IF TP-TEM (IDX-PET) NOT = "S"
              GO TO 020-99-FIM.
           MOVE IDX-PET TO PETERNAK-ATUAL.
           MOVE ZEROS TO TOTAL-PETERNAK.
           MOVE "(TIDAK TERDAFTAR)" TO NAMA-ATUAL.
           IF TEM-PETERNAK NOT = "S"
              GO TO 020-10-CABECALHO.
           MOVE PETERNAK-ATUAL TO NOPETERNAK.
           READ PETERNAK
               INVALID KEY
               GO TO 020-10-CABECALHO.
           MOVE NAMA-PETERNAK TO NAMA-ATUAL.
       020-10-CABECALHO.
           MOVE SPACES TO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           STRING "PETERNAK " PETERNAK-ATUAL " " NAMA-ATUAL
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ZEROS TO KS-NOKUCING.
           START KONSKUC KEY IS NOT LESS THAN KS-NOKUCING
               INVALID KEY
               GO TO 020-20-TOTAL.
           MOVE "00" TO STATUS-KONSKUC.
           PERFORM 030-LE-KONS THRU 030-99-FIM
               UNTIL STATUS-KONSKUC = "10".
           MOVE "00" TO STATUS-KONSKUC.
       020-20-TOTAL.
           COMPUTE WS-LIQUIDO = TT-HUTANG - TT-ESTORNO.
           MOVE WS-LIQUIDO TO TP-LIQUIDO (IDX-PET).
           ADD TT-QTD-JUAL TO TG-QTD-JUAL.
           ADD TT-PENJUALAN TO TG-PENJUALAN.
           ADD TT-KOMISI TO TG-KOMISI.
           ADD WS-LIQUIDO TO TG-LIQUIDO.
           ADD TT-QTD-TOKO TO TG-QTD-TOKO.
           MOVE TT-PENJUALAN TO WS-NILAI-ED.
           MOVE TT-KOMISI TO WS-KOMISI-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "  TERJUAL BULAN INI " TT-QTD-JUAL
                  " PENJUALAN " WS-NILAI-ED
                  " KOMISI TOKO " WS-KOMISI-ED
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE TT-HUTANG TO WS-HUTANG-ED.
           MOVE TT-ESTORNO TO WS-NILAI-ED.
           MOVE WS-LIQUIDO TO WS-LIQUIDO-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "  HUTANG " WS-HUTANG-ED
                  " ESTORNO " WS-NILAI-ED
                  " DIBAYAR " WS-LIQUIDO-ED
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA.
           STRING "  KUCING MASIH DI TOKO " TT-QTD-TOKO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-LE-KONS.
           READ KONSKUC NEXT RECORD
               AT END
               MOVE "10" TO STATUS-KONSKUC
               GO TO 030-99-FIM.
           IF KS-NOPETERNAK NOT = PETERNAK-ATUAL
              GO TO 030-99-FIM.
           IF KS-ESTORNO > ZEROS
              PERFORM 050-ESTORNO THRU 050-99-FIM.
           IF KS-DI-TOKO
              GO TO 030-30-TOKO.
           IF NOT KS-TERJUAL OR KS-TGL-VENDA > TGL-FIM-BULAN
              GO TO 030-99-FIM.
           IF KS-TGL-VENDA (1:6) = BULAN-DIMINTA
              GO TO 030-10-MES.
           IF NOT KS-HUTANG-ABERTO
              GO TO 030-99-FIM.
           MOVE KS-HUTANG TO WS-HUTANG-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "  HUTANG LAMA KUCING " KS-NOKUCING
                  " NOTA " KS-NOTA " TGL " KS-TGL-VENDA
                  " HUTANG " WS-HUTANG-ED
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           ADD KS-HUTANG TO TT-HUTANG.
           GO TO 030-99-FIM.
       030-10-MES.
           ADD 1 TO TT-QTD-JUAL.
           ADD KS-HARGA-JUAL TO TT-PENJUALAN.
           ADD KS-KOMISI TO TT-KOMISI.
           MOVE KS-HARGA-JUAL TO WS-NILAI-ED.
           MOVE KS-KOMISI TO WS-KOMISI-ED.
           MOVE KS-HUTANG TO WS-HUTANG-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "  JUAL " KS-NOKUCING " " KS-TGL-VENDA
                  " HARGA" WS-NILAI-ED
                  " KOMISI" WS-KOMISI-ED
                  " HUTANG" WS-HUTANG-ED
                  " [" KS-SIT-HUTANG "]"
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           IF KS-HUTANG-ABERTO
              ADD KS-HUTANG TO TT-HUTANG.
           GO TO 030-99-FIM.
       030-30-TOKO.
           ADD 1 TO TT-QTD-TOKO.
           MOVE SPACES TO WS-LINHA.
           IF KS-KOMISI-PERSEN
              MOVE KS-PERSEN TO WS-PERSEN-ED
              STRING "  DI TOKO " KS-NOKUCING
                     " MASUK " KS-TGL-MASUK
                     " KOMISI " WS-PERSEN-ED "%"
                  DELIMITED BY SIZE INTO WS-LINHA
           ELSE
              MOVE KS-HARGA-MIN TO WS-HUTANG-ED
              STRING "  DI TOKO " KS-NOKUCING
                     " MASUK " KS-TGL-MASUK
                     " HARGA MINIMO " WS-HUTANG-ED
                  DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-ESTORNO.
           ADD KS-ESTORNO TO TT-ESTORNO.
           MOVE KS-ESTORNO TO WS-NILAI-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "  ESTORNO KUCING " KS-NOKUCING
                  " (BATAL SESUDAH ACERTO) " WS-NILAI-ED
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
       800-TOTAL-GERAL.
           MOVE ALL "=" TO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE TG-PENJUALAN TO WS-NILAI-ED.
           MOVE TG-KOMISI TO WS-KOMISI-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "GERAL: TERJUAL " TG-QTD-JUAL
                  " PENJUALAN " WS-NILAI-ED
                  " KOMISI " WS-KOMISI-ED
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE TG-LIQUIDO TO WS-LIQUIDO-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "GERAL: DIBAYAR " WS-LIQUIDO-ED
                  " - KUCING DI TOKO " TG-QTD-TOKO
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           DISPLAY "EXTRATO GRAVADO EM KONSPET.TXT".
           DISPLAY "ACERTO PAGO AOS PETERNAK [S/N] ? ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              DISPLAY "NADA FOI MARCADO."
              GO TO 900-ENCERRA.
      *----------------------------------------------------
       810-ACERTO.
           MOVE ZEROS TO KS-NOKUCING.
           START KONSKUC KEY IS NOT LESS THAN KS-NOKUCING
               INVALID KEY
               GO TO 810-99-FIM.
           MOVE "00" TO STATUS-KONSKUC.
           PERFORM 820-MARCA-PAGO THRU 820-99-FIM
               UNTIL STATUS-KONSKUC = "10".
       810-99-FIM.
           DISPLAY "KUCING ACERTADOS: " WS-QTD-ACERTO.
           GO TO 900-ENCERRA.
      *----------------------------------------------------
       820-MARCA-PAGO.
           READ KONSKUC NEXT RECORD
               AT END
               MOVE "10" TO STATUS-KONSKUC
               GO TO 820-99-FIM.
           IF KS-NOPETERNAK = ZEROS
              GO TO 820-99-FIM.
           IF TP-LIQUIDO (KS-NOPETERNAK) < ZEROS
              GO TO 820-99-FIM.
           IF KS-ESTORNO = ZEROS AND NOT KS-HUTANG-ABERTO
              GO TO 820-99-FIM.
           MOVE ZEROS TO KS-ESTORNO.
           IF KS-HUTANG-ABERTO AND KS-TGL-VENDA NOT > TGL-FIM-BULAN
              MOVE "P" TO KS-SIT-HUTANG
              MOVE TGL-HARI-INI TO KS-TGL-ACERTO
              ADD 1 TO WS-QTD-ACERTO.
           REWRITE REG-KONSKUC.
       820-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-ENCERRA.
           CLOSE KONSKUC.
           IF TEM-PETERNAK = "S"
              CLOSE PETERNAK.
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA ACERTOPETERNAK ---------***
