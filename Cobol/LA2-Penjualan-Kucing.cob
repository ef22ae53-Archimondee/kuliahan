           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOKUCING
           FILE STATUS IS STATUS-KUCING.
           SELECT KONSKUC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KS-NOKUCING
           FILE STATUS IS STATUS-KONSKUC.
           SELECT BOOKING ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BK-NOKUCING
           FILE STATUS IS STATUS-BOOKING.
           SELECT EDCTRX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-EDC.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTAKUCING
           02 NOTA-TERAKHIR PIC 9(6).
       COPY "reccicil.cob".
       COPY "reckucin.cob".
       COPY "reckonsi.cob".
       COPY "recbooki.cob".
       COPY "recedc.cob".
       WORKING-STORAGE SECTION.
       01 MASUKAN.
           02 JUM PIC 9(3).
       77  VAL-PARC           PIC 9(8) VALUE ZEROS.
       77  SALDO-PARC         PIC 9(8) VALUE ZEROS.
       77  IDX-PARC           PIC 9(2) VALUE ZEROS.
       77  VALOR-CANC-CIC     PIC 9(8) VALUE ZEROS.
       77  STATUS-EDC         PIC X(02) VALUE "00".
       77  JENIS-EDC-DIG      PIC X VALUE SPACE.
       77  TID-DIG            PIC X(8) VALUE SPACES.
       77  APPROVAL-DIG       PIC X(6) VALUE SPACES.
       77  NOTA-EDC           PIC 9(6) VALUE ZEROS.
       77  VALOR-EDC-DIG      PIC 9(8) VALUE ZEROS.
       77  SIT-EDC            PIC X VALUE 'A'.
       77  JAM-AGORA          PIC 9(8) VALUE ZEROS.
       77  TGL-HARI-INI       PIC 9(8) VALUE ZEROS.
       01  VENCIMENTO-CALC.
           02 VENC-ANO PIC 9(4).
       77  DISPONIVEIS        PIC 9(3) VALUE ZEROS.
       77  NOKUCING-DIMINTA   PIC 9(5) VALUE ZEROS.
       77  IDX-KUC            PIC 9(3) VALUE ZEROS.
       77  DITAHAN            PIC 9(3) VALUE ZEROS.
       77  IDX-SHT            PIC 9(1) VALUE ZEROS.
       77  STATUS-KONSKUC     PIC X(02) VALUE "00".
       77  PRECO-UNIT         PIC 9(8) VALUE ZEROS.
       77  STATUS-BOOKING     PIC X(02) VALUE "00".
       77  TEM-BOOKING        PIC X VALUE 'N'.
       77  DIBOOKING          PIC 9(3) VALUE ZEROS.
       77  DP-NOTA            PIC 9(8) VALUE ZEROS.
       77  HARI-BOOKING       PIC 9(3) VALUE ZEROS.
       77  DIAS-BOOKING       PIC 9(7) VALUE ZEROS.
       77  FUNCAO-DIAS        PIC X VALUE 'N'.
       01  DATA-CALENDARIO.
           02 CAL-DIA PIC 9(2).
           02 CAL-MES PIC 9(2).
           02 CAL-ANO PIC 9(4).
      *****  BOOKING DO KUCING: L = LIVRE, P = DO PROPRIO
      *****  PEMBELI DA VENDA, O = DE OUTRO PEMBELI (BLOQUEIA)
       01  SIT-BOOKING        PIC X VALUE 'L'.
           88 BOOK-LIVRE      VALUE 'L'.
           88 BOOK-PROPRIO    VALUE 'P'.
           88 BOOK-OUTRO      VALUE 'O'.
       01  PRECOS-VENDA.
           02 FILLER PIC 9(8) VALUE 01000000.
           02 FILLER PIC 9(8) VALUE 00700000.
           02 FILLER PIC 9(8) VALUE 01500000.
       01  PRECOS-VENDA-TAB REDEFINES PRECOS-VENDA.
           02 PRECO-RACA OCCURS 3 TIMES PIC 9(8).
      *****  SITUACAO DE SAUDE DEVOLVIDA PELO SEHATVAL
       01  CONTROLE-SEHAT.
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
      *****  RESUMO DE SAUDE IMPRESSO NA NOTA ("SEHAT ...")
       01  LINHA-SEHAT-1.
           02 FILLER PIC X(13) VALUE 'SEHAT VAKSIN '.
           02 LS1-VAKSIN OCCURS 3 TIMES.
               03 LS1-KODE PIC X(2).
               03 FILLER PIC X(1) VALUE ':'.
               03 LS1-TGL PIC X(8).
               03 FILLER PIC X(1) VALUE ' '.
           02 FILLER PIC X(7) VALUE 'CACING:'.
           02 LS1-CACING PIC X(8).
       01  LINHA-SEHAT-2.
           02 FILLER PIC X(14) VALUE 'SEHAT CEK VET:'.
           02 LS2-CEK PIC X(8).
           02 FILLER PIC X(4) VALUE ' DR:'.
           02 LS2-DOKTER PIC X(20).
           02 FILLER PIC X(9) VALUE ' BERIKUT:'.
           02 LS2-BERIKUT PIC X(8).
      *****  LINHA DE DATA DA NOTA: PEMBELI NAS COLUNAS 72-75
      *****  COMO NAS LINHAS DE VENDA (LIDAS PELO CARIBELI).
       01  LINHA-TGL-NOTA.
           02 FILLER PIC X(38) VALUE SPACES.
           02 FILLER PIC X(9) VALUE ' PEMBELI:'.
           02 LTG-PEMBELI PIC 9(4).
      *****  PAGAMENTO NO EDC (KARTU/QRIS) NA NOTA: "EDC NOTA:"
      *****  NA VENDA, "EDC VOID:" NO BATAL (LIDAS PELO KONSOL)
       01  LINHA-EDC-NOTA.
           02 LED-TIPO PIC X(9).
           02 LED-NOTA PIC 9(6).
           02 FILLER PIC X(1) VALUE ' '.
           02 LED-JENIS PIC X(1).
           02 FILLER PIC X(5) VALUE ' TID:'.
           02 LED-TID PIC X(8).
           02 FILLER PIC X(6) VALUE ' APPR:'.
           02 LED-APPR PIC X(6).
           02 FILLER PIC X(7) VALUE ' VALOR:'.
           02 LED-VALOR PIC 9(10).
      *****  SALDO DE CICILAN CANCELADO NO BATAL (KONSOL)
       01  LINHA-CIC-BATAL.
           02 FILLER PIC X(19) VALUE 'CICILAN BATAL NOTA:'.
           02 LCB-NOTA PIC 9(6).
           02 FILLER PIC X(7) VALUE ' SALDO:'.
           02 LCB-SALDO PIC 9(8).
       77  PIL-BATAL          PIC 9(2) VALUE ZEROS.
       77  QTD-CANC-CIC       PIC 9(2) VALUE ZEROS.
       77  IDX-VENDA          PIC 9(2) COMP VALUE ZEROS.
               03 VEN-SITUACAO PIC X(1).
               03 VEN-NOTA PIC 9(6).
               03 VEN-PEMBELI PIC 9(4).
               03 VEN-TENDER PIC X(1).
               03 VEN-EDC-JENIS PIC X(1).
               03 VEN-EDC-TID PIC X(8).
               03 VEN-EDC-APPR PIC X(6).
               03 VEN-EDC-VALOR PIC 9(8).
       SCREEN SECTION.
       01 TELA-MENU.
           02 LINE 2 COLUMN 30 VALUE 'MENU PEMBELIAN KUCING'.
           02 LINE 5 COLUMN 30 VALUE '2. SIRBERIA'.
           02 LINE 6 COLUMN 30 VALUE '3. PERSIA'.
           02 LINE 7 COLUMN 30 VALUE '4. BATAL PENJUALAN'.
           02 LINE 8 COLUMN 30 VALUE '5. BOOKING (UANG MUKA)'.
           02 LINE 9 COLUMN 30 VALUE '6. EXIT'.
           02 LINE 10 COLUMN 30 VALUE '==========================='.
           02 LINE 11 COLUMN 30 VALUE 'PILIHAN : '.
           02 LINE 11 COLUMN 40 PIC 9 TO PIL.
       PROCEDURE DIVISION.
       ABRE-ARQUIVO.
           OPEN EXTEND NOTAKUCING.
       MULAI.
           DISPLAY TELA-MENU.
           ACCEPT TELA-MENU.
           IF PIL > 0 AND PIL < 4
              PERFORM TERIMA-PEMBELI THRU TERIMA-PEMBELI-FIM.
           IF PIL=1
              PERFORM ANGG
              GO TO TANYA.
              PERFORM BATAL THRU BATAL-FIM
              GO TO TANYA.
           IF PIL=5
              PERFORM BOOKING-KUCING THRU BOOKING-KUCING-FIM
              GO TO TANYA.
           IF PIL=6
               GO TO SELESAI
           ELSE
               GO TO MULAI.
              MOVE JUM TO VEN-JUM (QTD-VENDAS)
              MOVE WS-VALOR-VENDA TO VEN-VALOR (QTD-VENDAS)
              MOVE 'V' TO VEN-SITUACAO (QTD-VENDAS)
              MOVE 'T' TO VEN-TENDER (QTD-VENDAS)
           ELSE
              DISPLAY (16, 2) 'PERHATIAN: DAFTAR SESI PENUH (20).'
              DISPLAY (17, 2) 'PENJUALAN INI TIDAK BISA DIBATALKAN.'.
           MOVE 'B' TO VEN-SITUACAO (PIL-BATAL).
           PERFORM DEVOLVE-KUCING THRU DEVOLVE-KUCING-FIM.
           PERFORM CANCELA-CICILAN THRU CANCELA-CICILAN-FIM.
           IF VEN-TENDER (PIL-BATAL) = 'E'
              PERFORM ESTORNA-EDC THRU ESTORNA-EDC-FIM.
           MOVE VEN-JUM (PIL-BATAL) TO WS-JUM-ED.
           MOVE VEN-VALOR (PIL-BATAL) TO WS-HASIL-ED.
           MOVE SPACES TO WS-LINHA-NOTA.

       CANCELA-CICILAN.
           MOVE ZEROS TO QTD-CANC-CIC.
           MOVE ZEROS TO VALOR-CANC-CIC.
           IF VEN-NOTA (PIL-BATAL) = ZEROS
              GO TO CANCELA-CICILAN-FIM.
           OPEN I-O CICILAN.
           MOVE 'C' TO SITUACAO-CIC.
           REWRITE REG-CICILAN.
           ADD 1 TO QTD-CANC-CIC.
           ADD VALOR-CIC TO VALOR-CANC-CIC.
           GO TO CANCELA-CICILAN-LE.
       CANCELA-CICILAN-ENCERRA.
           MOVE "00" TO STATUS-CICILAN.
           CLOSE CICILAN.
           IF QTD-CANC-CIC = ZEROS
              GO TO CANCELA-CICILAN-FIM.
           DISPLAY 'CICILAN DIBATALKAN: ' QTD-CANC-CIC ' PARCELA.'.
           MOVE VEN-NOTA (PIL-BATAL) TO LCB-NOTA.
           MOVE VALOR-CANC-CIC TO LCB-SALDO.
           MOVE LINHA-CIC-BATAL TO REG-NOTAKUCING.
           WRITE REG-NOTAKUCING.
       CANCELA-CICILAN-FIM.
           EXIT.

      *****  BATAL DE VENDA PAGA NO EDC: O ESTORNO E FEITO COM
      *****  VOID NO PROPRIO EDC; AQUI FICA O REGISTRO (B) NO
      *****  EDCTRX.TXT PARA A REKONSILIASI E A LINHA NA NOTA.
       ESTORNA-EDC.
           MOVE VEN-NOTA (PIL-BATAL) TO NOTA-EDC.
           MOVE VEN-EDC-JENIS (PIL-BATAL) TO JENIS-EDC-DIG.
           MOVE VEN-EDC-TID (PIL-BATAL) TO TID-DIG.
           MOVE VEN-EDC-APPR (PIL-BATAL) TO APPROVAL-DIG.
           MOVE VEN-EDC-VALOR (PIL-BATAL) TO VALOR-EDC-DIG.
           MOVE 'B' TO SIT-EDC.
           PERFORM GRAVA-EDC THRU GRAVA-EDC-FIM.
           MOVE 'EDC VOID:' TO LED-TIPO.
           PERFORM GRAVA-LINHA-EDC THRU GRAVA-LINHA-EDC-FIM.
           DISPLAY 'VOID DI EDC: TID ' TID-DIG ' APPR ' APPROVAL-DIG
                   ' RP.' VALOR-EDC-DIG.
       ESTORNA-EDC-FIM.
           EXIT.

       DEVOLVE-KUCING.
           OPEN I-O KUCING.
           IF STATUS-KUCING NOT = "00"
           MOVE ZEROS TO TGL-VENDA-KUCING.
           REWRITE REG-KUCING.
           DISPLAY 'KUCING ' NOKUCING ' VOLTOU AO ESTOQUE.'.
           PERFORM ESTORNA-KONS THRU ESTORNA-KONS-FIM.
           PERFORM REATIVA-BOOKING THRU REATIVA-BOOKING-FIM.
       DEVOLVE-UM-FIM.
           EXIT.

      *****  KUCING KONSINYASI (KONSKUC.DAT): NA VENDA GERA O
      *****  HUTANG AO PETERNAK = PRECO - KOMISI DO TOKO.
       REGISTRA-KONS.
           OPEN I-O KONSKUC.
           IF STATUS-KONSKUC NOT = "00"
              CLOSE KONSKUC
              GO TO REGISTRA-KONS-FIM.
           MOVE NOKUCING TO KS-NOKUCING.
           READ KONSKUC
               INVALID KEY
               GO TO REGISTRA-KONS-FECHA.
           COMPUTE PRECO-UNIT = WS-VALOR-VENDA / JUM.
           MOVE 'V' TO KS-SITUACAO.
           MOVE NONOTA TO KS-NOTA.
           MOVE TGL-VENDA-KUCING TO KS-TGL-VENDA.
           MOVE PRECO-UNIT TO KS-HARGA-JUAL.
           MOVE ZEROS TO KS-KOMISI KS-TGL-ACERTO.
           IF KS-KOMISI-PERSEN
              COMPUTE KS-KOMISI ROUNDED =
                  KS-HARGA-JUAL * KS-PERSEN / 100.
           IF KS-HARGA-MINIMO AND KS-HARGA-MIN < KS-HARGA-JUAL
              COMPUTE KS-KOMISI = KS-HARGA-JUAL - KS-HARGA-MIN.
           COMPUTE KS-HUTANG = KS-HARGA-JUAL - KS-KOMISI.
           MOVE 'A' TO KS-SIT-HUTANG.
           REWRITE REG-KONSKUC.
           DISPLAY 'KONSINYASI: HUTANG PETERNAK ' KS-NOPETERNAK
                   ' RP.' KS-HUTANG.
       REGISTRA-KONS-FECHA.
           CLOSE KONSKUC.
       REGISTRA-KONS-FIM.
           EXIT.

      *****  NO BATAL O HUTANG EM ABERTO E ANULADO; SE JA FOI
      *****  PAGO NO ACERTO, FICA EM KS-ESTORNO PARA DESCONTAR.
       ESTORNA-KONS.
           OPEN I-O KONSKUC.
           IF STATUS-KONSKUC NOT = "00"
              CLOSE KONSKUC
              GO TO ESTORNA-KONS-FIM.
           MOVE NOKUCING TO KS-NOKUCING.
           READ KONSKUC
               INVALID KEY
               GO TO ESTORNA-KONS-FECHA.
           IF KS-NOTA NOT = VEN-NOTA (PIL-BATAL)
              GO TO ESTORNA-KONS-FECHA.
           IF KS-HUTANG-PAGO
              ADD KS-HUTANG TO KS-ESTORNO.
           MOVE 'D' TO KS-SITUACAO.
           MOVE ZEROS TO KS-NOTA KS-TGL-VENDA KS-HARGA-JUAL.
           MOVE ZEROS TO KS-KOMISI KS-HUTANG KS-TGL-ACERTO.
           MOVE SPACE TO KS-SIT-HUTANG.
           REWRITE REG-KONSKUC.
           DISPLAY 'HUTANG KONSINYASI PETERNAK ' KS-NOPETERNAK
                   ' DIBATALKAN.'.
       ESTORNA-KONS-FECHA.
           CLOSE KONSKUC.
       ESTORNA-KONS-FIM.
           EXIT.

       GRAVA-NOTA.
           MOVE ZEROS TO DP-NOTA.
           ADD 1 TO NONOTA.
           PERFORM SIMPAN-NONOTA.
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
              MOVE NONOTA TO VEN-NOTA (QTD-VENDAS)
              MOVE NOPEMBELI TO VEN-PEMBELI (QTD-VENDAS).
           PERFORM MARCA-VENDIDOS THRU MARCA-VENDIDOS-FIM.
           IF DP-NOTA > ZEROS
              SUBTRACT DP-NOTA FROM WS-VALOR-VENDA TOTAL-PEDIDO
              DISPLAY 'DIKURANGI DP BOOKING: ' DP-NOTA
                      '  SISA BAYAR: ' WS-VALOR-VENDA.
           PERFORM TERIMA-CICILAN THRU TERIMA-CICILAN-FIM.

       CONTA-DISPONIVEIS.
           MOVE ZEROS TO DISPONIVEIS.
           MOVE ZEROS TO DITAHAN DIBOOKING.
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           OPEN INPUT KUCING.
           IF STATUS-KUCING NOT = "00"
              DISPLAY (15, 2) 'SEM KUCING.DAT - USE O KUCINGMST!'
              CLOSE KUCING
              GO TO CONTA-DISPONIVEIS-FIM.
           MOVE 'N' TO TEM-BOOKING.
           OPEN INPUT BOOKING.
           IF STATUS-BOOKING = "00"
              MOVE 'S' TO TEM-BOOKING.
           MOVE ZEROS TO NOKUCING.
           START KUCING KEY IS NOT LESS THAN NOKUCING
               INVALID KEY
                  UNTIL STATUS-KUCING = "10".
           MOVE "00" TO STATUS-KUCING.
           CLOSE KUCING.
           IF TEM-BOOKING = 'S'
              CLOSE BOOKING.
           IF DITAHAN > ZEROS
              DISPLAY (15, 2) 'DITAHAN (VAKSIN BELUM LENGKAP): '
                      DITAHAN.
           IF DIBOOKING > ZEROS
              DISPLAY (16, 2) 'DI-BOOKING PEMBELI LAIN: '
                      DIBOOKING.
       CONTA-DISPONIVEIS-FIM.
           EXIT.
       CONTA-UM-KUCING.
               AT END
               MOVE "10" TO STATUS-KUCING
               GO TO CONTA-UM-FIM.
           IF RACA-KUCING NOT = RACA-VENDA OR NOT KUCING-DISPONIVEL
              GO TO CONTA-UM-FIM.
           PERFORM CEK-SEHAT THRU CEK-SEHAT-FIM.
           IF SHT-RESULTADO NOT = 'S'
              ADD 1 TO DITAHAN
              GO TO CONTA-UM-FIM.
           PERFORM CEK-BOOKING THRU CEK-BOOKING-FIM.
           IF BOOK-OUTRO
              ADD 1 TO DIBOOKING
              GO TO CONTA-UM-FIM.
           ADD 1 TO DISPONIVEIS.
       CONTA-UM-FIM.
           EXIT.

           IF STATUS-KUCING NOT = "00"
              CLOSE KUCING
              GO TO MARCA-VENDIDOS-FIM.
           MOVE 'N' TO TEM-BOOKING.
           OPEN I-O BOOKING.
           IF STATUS-BOOKING = "00"
              MOVE 'S' TO TEM-BOOKING.
           MOVE ZEROS TO IDX-KUC.
       MARCA-UM-KUCING.
           ADD 1 TO IDX-KUC.
           IF IDX-KUC > JUM
              GO TO MARCA-VENDIDOS-FECHA.
           DISPLAY 'NOMOR DO KUCING VENDIDO (' IDX-KUC '): '.
           ACCEPT NOKUCING-DIMINTA.
           MOVE NOKUCING-DIMINTA TO NOKUCING.
              DISPLAY 'RACA NAO CONFERE. ULANGI.'
              SUBTRACT 1 FROM IDX-KUC
              GO TO MARCA-UM-KUCING.
           PERFORM CEK-SEHAT THRU CEK-SEHAT-FIM.
           IF SHT-RESULTADO NOT = 'S'
              DISPLAY 'VAKSIN ' SHT-VK-KODE (1) '=' SHT-VK-STATUS (1)
                      ' ' SHT-VK-KODE (2) '=' SHT-VK-STATUS (2)
                      ' ' SHT-VK-KODE (3) '=' SHT-VK-STATUS (3)
                      ' (F=BELUM A=TERLAMBAT)'
              DISPLAY 'VAKSIN BELUM LENGKAP - TIDAK BOLEH DIJUAL.'
              SUBTRACT 1 FROM IDX-KUC
              GO TO MARCA-UM-KUCING.
           PERFORM CEK-BOOKING THRU CEK-BOOKING-FIM.
           IF BOOK-OUTRO
              DISPLAY 'KUCING DI-BOOKING PEMBELI ' BK-NOPEMBELI
                      ' S/D ' BK-TGL-EXP '. ULANGI.'
              SUBTRACT 1 FROM IDX-KUC
              GO TO MARCA-UM-KUCING.
           MOVE 'V' TO SITUACAO-KUCING.
           MOVE NONOTA TO NOTA-VENDA-KUCING.
           ACCEPT TGL-VENDA-KUCING FROM DATE YYYYMMDD.
               DELIMITED BY SIZE INTO WS-LINHA-NOTA.
           MOVE WS-LINHA-NOTA TO REG-NOTAKUCING.
           WRITE REG-NOTAKUCING.
           PERFORM GRAVA-SEHAT-NOTA THRU GRAVA-SEHAT-NOTA-FIM.
           PERFORM REGISTRA-KONS THRU REGISTRA-KONS-FIM.
           IF BOOK-PROPRIO
              PERFORM PAKAI-BOOKING THRU PAKAI-BOOKING-FIM.
           GO TO MARCA-UM-KUCING.
       MARCA-VENDIDOS-FECHA.
           CLOSE KUCING.
           IF TEM-BOOKING = 'S'
              CLOSE BOOKING.
       MARCA-VENDIDOS-FIM.
           EXIT.

       CEK-BOOKING.
           MOVE 'L' TO SIT-BOOKING.
           IF TEM-BOOKING NOT = 'S'
              GO TO CEK-BOOKING-FIM.
           MOVE NOKUCING TO BK-NOKUCING.
           READ BOOKING
               INVALID KEY
               GO TO CEK-BOOKING-FIM.
           IF NOT BK-AKTIF
              GO TO CEK-BOOKING-FIM.
           MOVE 'O' TO SIT-BOOKING.
           IF BK-NOPEMBELI = NOPEMBELI
              MOVE 'P' TO SIT-BOOKING.
       CEK-BOOKING-FIM.
           EXIT.

      *****  VENDA DO KUCING AO PEMBELI QUE O RESERVOU: O DP
      *****  SAI DA NOTA (LINHA "POTONG DP", NEGATIVA NO KONSOL).
       PAKAI-BOOKING.
           MOVE NOKUCING TO BK-NOKUCING.
           READ BOOKING
               INVALID KEY
               GO TO PAKAI-BOOKING-FIM.
           MOVE 'V' TO BK-SITUACAO.
           MOVE NONOTA TO BK-NOTA.
           MOVE TGL-VENDA-KUCING TO BK-TGL-FIM.
           REWRITE REG-BOOKING.
           ADD BK-DP TO DP-NOTA.
           MOVE BK-DP TO WS-HASIL-ED.
           MOVE SPACES TO WS-LINHA-NOTA.
           STRING 'POTONG DP NO ' NOKUCING '  '
               ' QTD:' '  1' ' TOTAL:' WS-HASIL-ED
               ' NOTA:' NONOTA ' PEMBELI:' NOPEMBELI
               DELIMITED BY SIZE INTO WS-LINHA-NOTA.
           MOVE WS-LINHA-NOTA TO REG-NOTAKUCING.
           WRITE REG-NOTAKUCING.
       PAKAI-BOOKING-FIM.
           EXIT.

      *****  BATAL DE VENDA QUE USOU BOOKING: A RESERVA VOLTA A
      *****  FICAR ATIVA E O DP CONTINUA RETIDO (LINHA POSITIVA
      *****  "DP BOOKING" CONTRA O ESTORNO TOTAL DO BATAL).
       REATIVA-BOOKING.
           OPEN I-O BOOKING.
           IF STATUS-BOOKING NOT = "00"
              CLOSE BOOKING
              GO TO REATIVA-BOOKING-FIM.
           MOVE NOKUCING TO BK-NOKUCING.
           READ BOOKING
               INVALID KEY
               GO TO REATIVA-BOOKING-FECHA.
           IF NOT BK-TERJUAL OR BK-NOTA NOT = VEN-NOTA (PIL-BATAL)
              GO TO REATIVA-BOOKING-FECHA.
           MOVE 'A' TO BK-SITUACAO.
           MOVE ZEROS TO BK-NOTA BK-TGL-FIM.
           REWRITE REG-BOOKING.
           ADD BK-DP TO TOTAL-PEDIDO.
           MOVE BK-DP TO WS-HASIL-ED.
           MOVE SPACES TO WS-LINHA-NOTA.
           STRING 'DP BOOKING NO ' NOKUCING ' '
               ' QTD:' '  1' ' TOTAL:' WS-HASIL-ED
               ' NOTA:' VEN-NOTA (PIL-BATAL) ' PEMBELI:' BK-NOPEMBELI
               DELIMITED BY SIZE INTO WS-LINHA-NOTA.
           MOVE WS-LINHA-NOTA TO REG-NOTAKUCING.
           WRITE REG-NOTAKUCING.
           DISPLAY 'BOOKING KUCING ' NOKUCING ' AKTIF LAGI (DP TETAP).'.
       REATIVA-BOOKING-FECHA.
           CLOSE BOOKING.
       REATIVA-BOOKING-FIM.
           EXIT.

      *****  BOOKING: RESERVA UM KUCING DISPONIVEL PARA UM
      *****  PEMBELI COM UANG MUKA. O DP ENTRA NO CAIXA KUCING
      *****  DO DIA (LINHA "BOOKING KUCING" NA NOTA) E E
      *****  DESCONTADO NA VENDA; VENCIDA, O BOOKINGEXP LIBERA
      *****  O KUCING E O DP FICA COMO PENDAPATAN LAIN.
       BOOKING-KUCING.
           DISPLAY 'NOMOR KUCING UNTUK BOOKING (0=KEMBALI): '.
           ACCEPT NOKUCING-DIMINTA.
           IF NOKUCING-DIMINTA = ZEROS
              GO TO BOOKING-KUCING-FIM.
           OPEN INPUT KUCING.
           IF STATUS-KUCING NOT = "00"
              DISPLAY 'SEM KUCING.DAT - USE O KUCINGMST!'
              CLOSE KUCING
              GO TO BOOKING-KUCING-FIM.
           MOVE NOKUCING-DIMINTA TO NOKUCING.
           READ KUCING
               INVALID KEY
               MOVE SPACE TO SITUACAO-KUCING.
           CLOSE KUCING.
           IF NOT KUCING-DISPONIVEL
              DISPLAY 'KUCING TIDAK ADA ATAU SUDAH TERJUAL. ULANGI.'
              GO TO BOOKING-KUCING.
           OPEN I-O BOOKING.
           IF STATUS-BOOKING = "35"
              OPEN OUTPUT BOOKING
              CLOSE BOOKING
              OPEN I-O BOOKING.
           MOVE NOKUCING TO BK-NOKUCING.
           READ BOOKING
               INVALID KEY
               MOVE SPACE TO BK-SITUACAO.
           IF BK-AKTIF
              DISPLAY 'SUDAH DI-BOOKING PEMBELI ' BK-NOPEMBELI
                      ' S/D ' BK-TGL-EXP '. ULANGI.'
              CLOSE BOOKING
              GO TO BOOKING-KUCING.
           MOVE SPACES TO REG-BOOKING.
           PERFORM TERIMA-PEMBELI THRU TERIMA-PEMBELI-FIM.
       BOOKING-DP.
           DISPLAY 'UANG MUKA (DP): RP.'.
           ACCEPT BK-DP.
           IF BK-DP = ZEROS OR BK-DP NOT < PRECO-RACA (RACA-KUCING)
              DISPLAY 'DP HARUS DI BAWAH HARGA '
                      PRECO-RACA (RACA-KUCING) '. ULANGI.'
              GO TO BOOKING-DP.
           DISPLAY 'BERLAKU BERAPA HARI (0=30): '.
           ACCEPT HARI-BOOKING.
           IF HARI-BOOKING = ZEROS
              MOVE 30 TO HARI-BOOKING.
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           MOVE TGL-HARI-INI (7:2) TO CAL-DIA.
           MOVE TGL-HARI-INI (5:2) TO CAL-MES.
           MOVE TGL-HARI-INI (1:4) TO CAL-ANO.
           MOVE 'N' TO FUNCAO-DIAS.
           CALL 'DIASDATA' USING DATA-CALENDARIO FUNCAO-DIAS
               DIAS-BOOKING.
           ADD HARI-BOOKING TO DIAS-BOOKING.
           MOVE 'D' TO FUNCAO-DIAS.
           CALL 'DIASDATA' USING DATA-CALENDARIO FUNCAO-DIAS
               DIAS-BOOKING.
           COMPUTE BK-TGL-EXP = CAL-ANO * 10000
               + CAL-MES * 100 + CAL-DIA.
           MOVE NOKUCING TO BK-NOKUCING.
           MOVE NOPEMBELI TO BK-NOPEMBELI.
           MOVE TGL-HARI-INI TO BK-TGL.
           MOVE 'A' TO BK-SITUACAO.
           MOVE ZEROS TO BK-NOTA BK-TGL-FIM.
           WRITE REG-BOOKING
               INVALID KEY
               REWRITE REG-BOOKING.
           CLOSE BOOKING.
           ADD 1 TO NONOTA.
           PERFORM SIMPAN-NONOTA.
           MOVE TGL-HARI-INI TO LTG-DATA.
           MOVE NONOTA TO LTG-NOTA.
           MOVE NOPEMBELI TO LTG-PEMBELI.
           MOVE LINHA-TGL-NOTA TO REG-NOTAKUCING.
           WRITE REG-NOTAKUCING.
           MOVE BK-DP TO WS-HASIL-ED.
           MOVE SPACES TO WS-LINHA-NOTA.
           STRING 'BOOKING KUCING ' NOKUCING
               ' QTD:' '  1' ' TOTAL:' WS-HASIL-ED
               ' NOTA:' NONOTA ' PEMBELI:' NOPEMBELI
               DELIMITED BY SIZE INTO WS-LINHA-NOTA.
           MOVE WS-LINHA-NOTA TO REG-NOTAKUCING.
           WRITE REG-NOTAKUCING.
           MOVE SPACES TO WS-LINHA-NOTA.
           STRING 'BOOKING S/D ' BK-TGL-EXP
               ' KUCING:' NOKUCING ' RACA:' RACA-KUCING
               DELIMITED BY SIZE INTO WS-LINHA-NOTA.
           MOVE WS-LINHA-NOTA TO REG-NOTAKUCING.
           WRITE REG-NOTAKUCING.
           ADD BK-DP TO TOTAL-PEDIDO.
           DISPLAY 'BOOKING TERSIMPAN S/D ' BK-TGL-EXP
                   ' - NOTA ' NONOTA.
       BOOKING-KUCING-FIM.
           EXIT.

       CEK-SEHAT.
           MOVE NOKUCING TO SHT-NOKUCING.
           MOVE TGL-LAHIR-KUCING TO SHT-TGL-LAHIR.
           MOVE TGL-HARI-INI TO SHT-TGL-REF.
           MOVE ZEROS TO SHT-HARI-DEPAN.
           CALL 'SEHATVAL' USING CONTROLE-SEHAT.
       CEK-SEHAT-FIM.
           EXIT.

       GRAVA-SEHAT-NOTA.
           MOVE ZEROS TO IDX-SHT.
           PERFORM MONTA-SEHAT-VAKSIN THRU MONTA-SEHAT-VAKSIN-FIM
               3 TIMES.
           MOVE 'BELUM' TO LS1-CACING.
           IF SHT-CACING-TGL NOT = ZEROS
              MOVE SHT-CACING-TGL TO LS1-CACING.
           MOVE LINHA-SEHAT-1 TO REG-NOTAKUCING.
           WRITE REG-NOTAKUCING.
           MOVE 'BELUM' TO LS2-CEK.
           IF SHT-CEK-TGL NOT = ZEROS
              MOVE SHT-CEK-TGL TO LS2-CEK.
           MOVE SHT-CEK-DOKTER TO LS2-DOKTER.
           MOVE '-' TO LS2-BERIKUT.
           IF SHT-BERIKUT NOT = ZEROS
              MOVE SHT-BERIKUT TO LS2-BERIKUT.
           MOVE LINHA-SEHAT-2 TO REG-NOTAKUCING.
           WRITE REG-NOTAKUCING.
       GRAVA-SEHAT-NOTA-FIM.
           EXIT.
       MONTA-SEHAT-VAKSIN.
           ADD 1 TO IDX-SHT.
           MOVE SHT-VK-KODE (IDX-SHT) TO LS1-KODE (IDX-SHT).
           MOVE 'BELUM' TO LS1-TGL (IDX-SHT).
           IF SHT-VK-TGL (IDX-SHT) NOT = ZEROS
              MOVE SHT-VK-TGL (IDX-SHT) TO LS1-TGL (IDX-SHT).
       MONTA-SEHAT-VAKSIN-FIM.
           EXIT.

       TERIMA-CICILAN.
           DISPLAY 'TUNAI (T), CICILAN (C) ATAU KARTU/QRIS (E)? '.
           ACCEPT TENDER-KUC.
           IF TENDER-KUC = 'T' OR TENDER-KUC = 't'
              GO TO TERIMA-CICILAN-FIM.
           IF TENDER-KUC = 'E' OR TENDER-KUC = 'e'
              GO TO TERIMA-EDC.
           IF TENDER-KUC = 'C' OR TENDER-KUC = 'c'
              NEXT SENTENCE
           ELSE
           MOVE WS-LINHA-NOTA TO REG-NOTAKUCING.
           WRITE REG-NOTAKUCING.
           DISPLAY 'CICILAN TERDAFTAR: ' NUM-PARC ' X ' VAL-PARC.
           IF QTD-VENDAS > ZEROS
              MOVE 'C' TO VEN-TENDER (QTD-VENDAS).
           GO TO TERIMA-CICILAN-FIM.
      *****  KARTU DEBIT/KREDIT OU QRIS: PAGO NO EDC, REGISTRA O
      *****  TID E O KODE APPROVAL. SEM APPROVAL VOLTA A ESCOLHA.
       TERIMA-EDC.
           DISPLAY 'DEBIT (D), KREDIT (K) ATAU QRIS (Q)? '.
           ACCEPT JENIS-EDC-DIG.
           IF JENIS-EDC-DIG = 'd'
              MOVE 'D' TO JENIS-EDC-DIG.
           IF JENIS-EDC-DIG = 'k'
              MOVE 'K' TO JENIS-EDC-DIG.
           IF JENIS-EDC-DIG = 'q'
              MOVE 'Q' TO JENIS-EDC-DIG.
           IF JENIS-EDC-DIG NOT = 'D' AND NOT = 'K' AND NOT = 'Q'
              GO TO TERIMA-EDC.
       TERIMA-EDC-TID.
           DISPLAY 'TID TERMINAL EDC: '.
           ACCEPT TID-DIG.
           IF TID-DIG = SPACES
              GO TO TERIMA-EDC-TID.
           DISPLAY 'KODE APPROVAL: '.
           ACCEPT APPROVAL-DIG.
           IF APPROVAL-DIG = SPACES
              DISPLAY 'TANPA APPROVAL - PILIH CARA BAYAR LAIN.'
              GO TO TERIMA-CICILAN.
           MOVE NONOTA TO NOTA-EDC.
           MOVE WS-VALOR-VENDA TO VALOR-EDC-DIG.
           MOVE 'A' TO SIT-EDC.
           PERFORM GRAVA-EDC THRU GRAVA-EDC-FIM.
           MOVE 'EDC NOTA:' TO LED-TIPO.
           PERFORM GRAVA-LINHA-EDC THRU GRAVA-LINHA-EDC-FIM.
           IF QTD-VENDAS > ZEROS
              MOVE 'E' TO VEN-TENDER (QTD-VENDAS)
              MOVE JENIS-EDC-DIG TO VEN-EDC-JENIS (QTD-VENDAS)
              MOVE TID-DIG TO VEN-EDC-TID (QTD-VENDAS)
              MOVE APPROVAL-DIG TO VEN-EDC-APPR (QTD-VENDAS)
              MOVE WS-VALOR-VENDA TO VEN-EDC-VALOR (QTD-VENDAS).
           DISPLAY 'PEMBAYARAN KARTU/QRIS TERCATAT: RP.'
                   WS-VALOR-VENDA.
       TERIMA-CICILAN-FIM.
           EXIT.

       GRAVA-EDC.
           OPEN EXTEND EDCTRX.
           IF STATUS-EDC = "35"
              OPEN OUTPUT EDCTRX
              CLOSE EDCTRX
              OPEN EXTEND EDCTRX.
           IF STATUS-EDC NOT = "00"
              DISPLAY 'GAGAL MENYIMPAN EDCTRX. STATUS=' STATUS-EDC
              GO TO GRAVA-EDC-FIM.
           MOVE SPACES TO REG-EDCTRX.
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           ACCEPT JAM-AGORA FROM TIME.
           MOVE TGL-HARI-INI TO DATA-EDC.
           COMPUTE HORA-EDC = JAM-AGORA / 100.
           MOVE 'K' TO CAIXA-EDC.
           MOVE NOTA-EDC TO DOKUMEN-EDC.
           MOVE JENIS-EDC-DIG TO JENIS-EDC.
           MOVE TID-DIG TO TERMINAL-EDC.
           MOVE APPROVAL-DIG TO APPROVAL-EDC.
           MOVE VALOR-EDC-DIG TO VALOR-EDC.
           MOVE SIT-EDC TO SITUACAO-EDC.
           WRITE REG-EDCTRX.
           CLOSE EDCTRX.
       GRAVA-EDC-FIM.
           EXIT.

       GRAVA-LINHA-EDC.
           MOVE NOTA-EDC TO LED-NOTA.
           MOVE JENIS-EDC-DIG TO LED-JENIS.
           MOVE TID-DIG TO LED-TID.
           MOVE APPROVAL-DIG TO LED-APPR.
           MOVE VALOR-EDC-DIG TO LED-VALOR.
           MOVE LINHA-EDC-NOTA TO REG-NOTAKUCING.
           WRITE REG-NOTAKUCING.
       GRAVA-LINHA-EDC-FIM.
           EXIT.

       TANYA.
           DISPLAY (14, 2) 'INPUT LAGI? [Y/T] '
           ACCEPT HITUNG-LAGI.
