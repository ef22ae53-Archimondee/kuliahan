       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATFORN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATFORN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FT-CHAVE
           FILE STATUS IS ERR.
           SELECT POCOMP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-CHAVE
           FILE STATUS IS ERR-PO.
           SELECT FORNECEDOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KODE-FORN
           FILE STATUS IS ERR-FORN.
       DATA DIVISION.
       FILE SECTION.
       COPY "recfatfo.cob".
       COPY "recpocmp.cob".
       COPY "recforn.cob".

       WORKING-STORAGE SECTION.
       77 ERR PIC XX.
       77 ERR-PO PIC XX.
       77 ERR-FORN PIC XX.
       77 TEM-FORN PIC X VALUE 'N'.
       01 ISI-LAGI PIC X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       77 OPCAO-MENU PIC X.
       77 OPCAO-LEPAS PIC X.
       77 FAKTUR-OK PIC X VALUE 'N'.
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       77 TERMIN-HARI PIC 9(3) VALUE ZEROS.
       77 FORN-DAFTAR PIC 9(3) VALUE ZEROS.
       77 NOFAT-CARI PIC X(12) VALUE SPACES.
       77 FORN-CARI PIC 9(3) VALUE ZEROS.
      *----------------------------------------------------
      * TOLERANSI DA CONFERENCIA (PERCENTUAL): PRECO DA
      * FAKTUR CONTRA O PRECO DO PEDIDO E QTD FATURADA
      * CONTRA A QTD RECEBIDA AINDA NAO FATURADA.
      *----------------------------------------------------
       77 TOLER-HARGA PIC 9(2)V99 VALUE 2.00.
       77 TOLER-QTD PIC 9(2)V99 VALUE 2.00.
       77 LIMITE-QTD PIC 9(7)V99 VALUE ZEROS.
       77 DIF-HARGA PIC S9(8) VALUE ZEROS.
       77 LIMITE-HARGA PIC 9(9)V99 VALUE ZEROS.
       77 TOTAL-FAKTUR PIC 9(9) VALUE ZEROS.
       77 QTD-DIF-HARGA PIC 9(3) VALUE ZEROS.
       77 QTD-DIF-QTD PIC 9(3) VALUE ZEROS.
       77 QTD-LINHA-FAT PIC 9(3) VALUE ZEROS.
       77 IDX-LINHA PIC 9(3) COMP VALUE ZEROS.
       77 LINHA-GRAVA PIC 9(3) VALUE ZEROS.
       77 PO-COMPLETO PIC X VALUE 'S'.
       77 NOPED-FAKTUR PIC 9(6) VALUE ZEROS.
       77 SELISIH-FAKTUR PIC X VALUE 'N'.
       77 FAKTUR-SALVO PIC X(90) VALUE SPACES.
       77 WS-VALOR-ED PIC Z(8)9.
       01 TABEL-LINHA.
           02 QTD-LINHAS PIC 9(3) COMP VALUE ZEROS.
           02 LINHA-FAT OCCURS 100 TIMES.
               03 TL-LINHA-PO PIC 9(3).
               03 TL-NAMA PIC X(20).
               03 TL-SATUAN PIC X(6).
               03 TL-QTD-PO PIC 9(7).
               03 TL-TERIMA PIC 9(7).
               03 TL-FATURA PIC 9(7).
               03 TL-SALDO PIC 9(7).
               03 TL-HARGA-PO PIC 9(8).
               03 TL-QTD-FAT PIC 9(7).
               03 TL-HARGA-FAT PIC 9(8).
               03 TL-NILAI PIC 9(9).
               03 TL-DIF-HARGA PIC X.
               03 TL-DIF-QTD PIC X.
       01 DATA-CALENDARIO.
           02 CAL-DIA PIC 9(2).
           02 CAL-MES PIC 9(2).
           02 CAL-ANO PIC 9(4).
       77 DATA-OK PIC X.
       77 FUNCAO-DIAS PIC X VALUE 'N'.
       77 DIAS-FAKTUR PIC 9(7) VALUE ZEROS.

       SCREEN SECTION.
       01 HAPUS-LAYAR.
           02 BLANK SCREEN.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 2 COLUMN 5 '*** FAKTUR FORNECEDOR / HUTANG ***'.
           02 LINE 4 COLUMN 5 '1 - Entri faktur (cocok pedido)'.
           02 LINE 5 COLUMN 5 '2 - Lepas blokir / tolak faktur'.
           02 LINE 6 COLUMN 5 '3 - Daftar faktur'.
           02 LINE 7 COLUMN 5 '4 - Keluar'.
           02 LINE 9 COLUMN 5 'Pilih menu : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X TO OPCAO-MENU.
       01 ISI-FAKTUR.
           02 LINE 3 COLUMN 5 'KODE FORNECEDOR       : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) TO FT-FORN.
           02 LINE 4 COLUMN 5 'NO FAKTUR             : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X(12) TO FT-NOFAT.
           02 LINE 5 COLUMN 5 'TGL FAKTUR (YYYYMMDD) : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(8) TO FT-TGL-FAT.
           02 LINE 6 COLUMN 5 'TERMIN HARI (0=30)    : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) TO TERMIN-HARI.
           02 LINE 7 COLUMN 5 'NO PEDIDO             : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(6) TO FT-NOPED.
       01 CARI-FAKTUR.
           02 LINE 3 COLUMN 5 'KODE FORNECEDOR       : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) TO FORN-CARI.
           02 LINE 4 COLUMN 5 'NO FAKTUR             : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X(12) TO NOFAT-CARI.
       01 CARI-DAFTAR.
           02 LINE 3 COLUMN 5 'KODE FORNECEDOR (0=SEMUA) : '
               HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) TO FORN-DAFTAR.

       PROCEDURE DIVISION.
       BUKA-FILE.
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           OPEN I-O POCOMP.
           IF ERR-PO NOT = '00'
              DISPLAY(10, 5) 'POCOMP.DAT TIDAK ADA - JALANKAN PEDCOMP.'
              STOP RUN.
           OPEN I-O FATFORN.
           IF ERR = '35'
              OPEN OUTPUT FATFORN
              CLOSE FATFORN
              OPEN I-O FATFORN.
           IF ERR NOT = '00'
              DISPLAY(10, 5) 'GAGAL MEMBUKA FATFORN.DAT. STATUS=' ERR
              CLOSE POCOMP
              STOP RUN.
           MOVE 'N' TO TEM-FORN.
           OPEN INPUT FORNECEDOR.
           IF ERR-FORN = '00'
              MOVE 'S' TO TEM-FORN.
       MENU-PRINCIPAL.
           DISPLAY HAPUS-LAYAR
           DISPLAY TELA-MENU.
           ACCEPT TELA-MENU.
           IF OPCAO-MENU = '1'
              GO TO TAMBAH.
           IF OPCAO-MENU = '2'
              GO TO LEPAS.
           IF OPCAO-MENU = '3'
              GO TO DAFTAR.
           IF OPCAO-MENU = '4'
              GO TO SELESAI.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
      * ENTRI FAKTUR: CABECA, DEPOIS UMA TELA POR LINHA DO
      * PEDIDO (QTD 0 = LINHA NAO FATURADA). SO GRAVA DEPOIS
      * DA CONFIRMACAO. COM SELISIH ACIMA DA TOLERANSI A
      * FAKTUR FICA BLOKIR (B) ATE SER LIBERADA NA OPCAO 2;
      * SEM SELISIH VIRA HUTANG (A) COM O VENCIMENTO.
      *----------------------------------------------------
       TAMBAH.
           DISPLAY HAPUS-LAYAR
           MOVE SPACES TO REG-FATFORN.
           MOVE ZEROS TO FT-FORN FT-TGL-FAT FT-NOPED TERMIN-HARI.
           DISPLAY ISI-FAKTUR
           ACCEPT ISI-FAKTUR.
           PERFORM CEK-FAKTUR THRU CEK-FAKTUR-FIM.
           IF FAKTUR-OK NOT = 'S'
              GO TO TAMBAH-FIM.
           PERFORM CARREGA-PO THRU CARREGA-PO-FIM.
           IF QTD-LINHAS = ZEROS
              DISPLAY(19, 5) 'PEDIDO TANPA LINHA.'
              GO TO TAMBAH-FIM.
           MOVE ZEROS TO IDX-LINHA.
       TAMBAH-LINHA.
           ADD 1 TO IDX-LINHA.
           IF IDX-LINHA > QTD-LINHAS
              GO TO TAMBAH-RESUMO.
           PERFORM ISI-LINHA THRU ISI-LINHA-FIM.
           GO TO TAMBAH-LINHA.
       TAMBAH-RESUMO.
           PERFORM CONFERE THRU CONFERE-FIM.
           IF QTD-LINHA-FAT = ZEROS
              DISPLAY(19, 5) 'TIDAK ADA LINHA DIFAKTUR.'
              GO TO TAMBAH-FIM.
           MOVE TOTAL-FAKTUR TO WS-VALOR-ED.
           DISPLAY(14, 5) 'TOTAL FAKTUR          : ' WS-VALOR-ED.
           DISPLAY(15, 5) 'JATUH TEMPO           : ' FT-TGL-VENC.
           DISPLAY(16, 5) 'SELISIH HARGA (LINHA) : ' QTD-DIF-HARGA.
           DISPLAY(17, 5) 'SELISIH QTD (LINHA)   : ' QTD-DIF-QTD.
           DISPLAY(19, 5) 'SIMPAN FAKTUR [Y/T] ? '
           ACCEPT ISI-LAGI.
           IF NOT LAGI
              DISPLAY(19, 5) 'FAKTUR TIDAK DISIMPAN.'
              GO TO TAMBAH-FIM.
           PERFORM GRAVA-FAKTUR THRU GRAVA-FAKTUR-FIM.
       TAMBAH-FIM.
           DISPLAY(20, 5) 'ADA FAKTUR LAGI [Y/T] ? '
           ACCEPT ISI-LAGI.
           IF LAGI GO TO TAMBAH.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       CEK-FAKTUR.
           MOVE 'N' TO FAKTUR-OK.
           IF FT-FORN = ZEROS
              DISPLAY(19, 5) 'KODE FORNECEDOR HARUS DIISI.'
              GO TO CEK-FAKTUR-FIM.
           IF TEM-FORN NOT = 'S'
              GO TO CEK-FAKTUR-NOFAT.
           MOVE FT-FORN TO KODE-FORN.
           READ FORNECEDOR
               INVALID KEY
               DISPLAY(19, 5) 'FORNECEDOR TIDAK TERDAFTAR.'
               GO TO CEK-FAKTUR-FIM.
           DISPLAY(3, 35) NAMA-FORN.
       CEK-FAKTUR-NOFAT.
           IF FT-NOFAT = SPACES
              DISPLAY(19, 5) 'NO FAKTUR HARUS DIISI.'
              GO TO CEK-FAKTUR-FIM.
           IF FT-TGL-FAT = ZEROS
              MOVE TGL-HARI-INI TO FT-TGL-FAT.
           MOVE FT-TGL-FAT (7:2) TO CAL-DIA.
           MOVE FT-TGL-FAT (5:2) TO CAL-MES.
           MOVE FT-TGL-FAT (1:4) TO CAL-ANO.
           CALL 'DATAVAL' USING DATA-CALENDARIO DATA-OK.
           IF DATA-OK NOT = 'S'
              DISPLAY(19, 5) 'TGL FAKTUR TIDAK VALID.'
              GO TO CEK-FAKTUR-FIM.
           IF TERMIN-HARI = ZEROS
              MOVE 30 TO TERMIN-HARI.
           MOVE 'N' TO FUNCAO-DIAS.
           CALL 'DIASDATA' USING DATA-CALENDARIO FUNCAO-DIAS
               DIAS-FAKTUR.
           ADD TERMIN-HARI TO DIAS-FAKTUR.
           MOVE 'D' TO FUNCAO-DIAS.
           CALL 'DIASDATA' USING DATA-CALENDARIO FUNCAO-DIAS
               DIAS-FAKTUR.
           STRING CAL-ANO CAL-MES CAL-DIA
               DELIMITED BY SIZE INTO FT-TGL-VENC.
           MOVE ZEROS TO FT-LINHA.
           MOVE REG-FATFORN TO FAKTUR-SALVO.
           READ FATFORN
               INVALID KEY
               GO TO CEK-FAKTUR-PO.
           DISPLAY(19, 5) 'FAKTUR INI SUDAH DICATAT.'
           GO TO CEK-FAKTUR-FIM.
       CEK-FAKTUR-PO.
           MOVE FAKTUR-SALVO TO REG-FATFORN.
           MOVE FT-NOPED TO NOPED-FAKTUR.
           MOVE FT-NOPED TO PO-NOPED.
           MOVE ZEROS TO PO-LINHA.
           READ POCOMP
               INVALID KEY
               DISPLAY(19, 5) 'PEDIDO TIDAK DITEMUKAN.'
               GO TO CEK-FAKTUR-FIM.
           IF PO-FORN NOT = FT-FORN
              DISPLAY(19, 5) 'PEDIDO DARI FORNECEDOR LAIN.'
              GO TO CEK-FAKTUR-FIM.
           IF NOT PO-ABERTO
              DISPLAY(19, 5) 'PEDIDO SUDAH LUNAS DIFAKTUR.'
              GO TO CEK-FAKTUR-FIM.
           MOVE 'S' TO FAKTUR-OK.
       CEK-FAKTUR-FIM.
           EXIT.
      *----------------------------------------------------
       CARREGA-PO.
           MOVE ZEROS TO QTD-LINHAS.
       CARREGA-PO-LE.
           READ POCOMP NEXT RECORD
               AT END
               GO TO CARREGA-PO-FIM.
           IF PO-NOPED NOT = NOPED-FAKTUR
              GO TO CARREGA-PO-FIM.
           IF QTD-LINHAS NOT < 100
              GO TO CARREGA-PO-FIM.
           ADD 1 TO QTD-LINHAS.
           MOVE PO-LINHA TO TL-LINHA-PO (QTD-LINHAS).
           MOVE PO-NAMA TO TL-NAMA (QTD-LINHAS).
           MOVE PO-SATUAN TO TL-SATUAN (QTD-LINHAS).
           MOVE PO-QTD TO TL-QTD-PO (QTD-LINHAS).
           MOVE PO-TERIMA TO TL-TERIMA (QTD-LINHAS).
           MOVE PO-FATURA TO TL-FATURA (QTD-LINHAS).
           MOVE ZEROS TO TL-SALDO (QTD-LINHAS).
           IF PO-TERIMA > PO-FATURA
              COMPUTE TL-SALDO (QTD-LINHAS) = PO-TERIMA - PO-FATURA.
           MOVE PO-HARGA TO TL-HARGA-PO (QTD-LINHAS).
           MOVE ZEROS TO TL-QTD-FAT (QTD-LINHAS)
                         TL-HARGA-FAT (QTD-LINHAS)
                         TL-NILAI (QTD-LINHAS).
           MOVE SPACE TO TL-DIF-HARGA (QTD-LINHAS)
                         TL-DIF-QTD (QTD-LINHAS).
           GO TO CARREGA-PO-LE.
       CARREGA-PO-FIM.
           EXIT.
      *----------------------------------------------------
       ISI-LINHA.
           DISPLAY(9, 5) 'LINHA ' TL-LINHA-PO (IDX-LINHA) ' '
                   TL-NAMA (IDX-LINHA) ' ' TL-SATUAN (IDX-LINHA)
                   '          '.
           DISPLAY(10, 5) 'PESAN ' TL-QTD-PO (IDX-LINHA)
                   ' TERIMA ' TL-TERIMA (IDX-LINHA)
                   ' FAKTUR ' TL-FATURA (IDX-LINHA)
                   ' HARGA PO ' TL-HARGA-PO (IDX-LINHA).
           DISPLAY(11, 5) 'QTD DI FAKTUR (0=TIDAK)   : '.
           ACCEPT(11, 33) TL-QTD-FAT (IDX-LINHA).
           IF TL-QTD-FAT (IDX-LINHA) = ZEROS
              GO TO ISI-LINHA-FIM.
           DISPLAY(12, 5) 'HARGA SATUAN (0=HARGA PO) : '.
           ACCEPT(12, 33) TL-HARGA-FAT (IDX-LINHA).
           IF TL-HARGA-FAT (IDX-LINHA) = ZEROS
              MOVE TL-HARGA-PO (IDX-LINHA)
                TO TL-HARGA-FAT (IDX-LINHA).
       ISI-LINHA-FIM.
           EXIT.
      *----------------------------------------------------
      * CONFERE CADA LINHA: Q = QTD FATURADA ACIMA DO
      * RECEBIDO AINDA NAO FATURADO (MAIS A TOLERANSI);
      * H = PRECO FORA DA TOLERANSI (OU PEDIDO SEM PRECO).
      *----------------------------------------------------
       CONFERE.
           MOVE ZEROS TO TOTAL-FAKTUR QTD-DIF-HARGA QTD-DIF-QTD
                         QTD-LINHA-FAT IDX-LINHA.
       CONFERE-LINHA.
           ADD 1 TO IDX-LINHA.
           IF IDX-LINHA > QTD-LINHAS
              GO TO CONFERE-FIM.
           IF TL-QTD-FAT (IDX-LINHA) = ZEROS
              GO TO CONFERE-LINHA.
           ADD 1 TO QTD-LINHA-FAT.
           COMPUTE TL-NILAI (IDX-LINHA) =
               TL-QTD-FAT (IDX-LINHA) * TL-HARGA-FAT (IDX-LINHA).
           ADD TL-NILAI (IDX-LINHA) TO TOTAL-FAKTUR.
           COMPUTE LIMITE-QTD =
               TL-SALDO (IDX-LINHA) * (100 + TOLER-QTD) / 100.
           IF TL-QTD-FAT (IDX-LINHA) > LIMITE-QTD
              MOVE 'Q' TO TL-DIF-QTD (IDX-LINHA)
              ADD 1 TO QTD-DIF-QTD.
           IF TL-HARGA-PO (IDX-LINHA) = ZEROS
              MOVE 'H' TO TL-DIF-HARGA (IDX-LINHA)
              ADD 1 TO QTD-DIF-HARGA
              GO TO CONFERE-LINHA.
           COMPUTE DIF-HARGA =
               TL-HARGA-FAT (IDX-LINHA) - TL-HARGA-PO (IDX-LINHA).
           IF DIF-HARGA < ZEROS
              COMPUTE DIF-HARGA = DIF-HARGA * -1.
           COMPUTE LIMITE-HARGA =
               TL-HARGA-PO (IDX-LINHA) * TOLER-HARGA / 100.
           IF DIF-HARGA > LIMITE-HARGA
              MOVE 'H' TO TL-DIF-HARGA (IDX-LINHA)
              ADD 1 TO QTD-DIF-HARGA.
           GO TO CONFERE-LINHA.
       CONFERE-FIM.
           EXIT.
      *----------------------------------------------------
       GRAVA-FAKTUR.
           MOVE ZEROS TO FT-LINHA.
           MOVE TOTAL-FAKTUR TO FT-TOTAL.
           MOVE ZEROS TO FT-TGL-PAGO.
           MOVE TGL-HARI-INI TO FT-TGL-ENTRI.
           MOVE QTD-LINHA-FAT TO FT-QTD-LINHAS.
           MOVE 'A' TO FT-STATUS.
           MOVE 'N' TO FT-SELISIH.
           IF QTD-DIF-HARGA > ZEROS OR QTD-DIF-QTD > ZEROS
              MOVE 'B' TO FT-STATUS
              MOVE 'S' TO FT-SELISIH.
           MOVE FT-SELISIH TO SELISIH-FAKTUR.
           WRITE REG-FATFORN
               INVALID KEY
               DISPLAY(19, 5) 'GAGAL MENYIMPAN FAKTUR. STATUS=' ERR
               GO TO GRAVA-FAKTUR-FIM.
           MOVE ZEROS TO IDX-LINHA LINHA-GRAVA.
           MOVE 'S' TO PO-COMPLETO.
       GRAVA-FAKTUR-LINHA.
           ADD 1 TO IDX-LINHA.
           IF IDX-LINHA > QTD-LINHAS
              GO TO GRAVA-FAKTUR-PO.
           MOVE NOPED-FAKTUR TO PO-NOPED.
           MOVE TL-LINHA-PO (IDX-LINHA) TO PO-LINHA.
           READ POCOMP
               INVALID KEY
               GO TO GRAVA-FAKTUR-LINHA.
           ADD TL-QTD-FAT (IDX-LINHA) TO PO-FATURA.
           REWRITE REG-POCOMP.
           IF PO-FATURA < PO-QTD
              MOVE 'N' TO PO-COMPLETO.
           IF TL-QTD-FAT (IDX-LINHA) = ZEROS
              GO TO GRAVA-FAKTUR-LINHA.
           ADD 1 TO LINHA-GRAVA.
           MOVE LINHA-GRAVA TO FT-LINHA.
           MOVE SPACES TO FT-ITEM.
           MOVE TL-LINHA-PO (IDX-LINHA) TO FT-LINHA-PO.
           MOVE TL-NAMA (IDX-LINHA) TO FT-NAMA.
           MOVE TL-QTD-FAT (IDX-LINHA) TO FT-QTD.
           MOVE TL-HARGA-FAT (IDX-LINHA) TO FT-HARGA.
           MOVE TL-NILAI (IDX-LINHA) TO FT-NILAI.
           MOVE TL-SALDO (IDX-LINHA) TO FT-QTD-TERIMA.
           MOVE TL-HARGA-PO (IDX-LINHA) TO FT-HARGA-PO.
           MOVE TL-DIF-HARGA (IDX-LINHA) TO FT-DIF-HARGA.
           MOVE TL-DIF-QTD (IDX-LINHA) TO FT-DIF-QTD.
           WRITE REG-FATFORN
               INVALID KEY
               DISPLAY(19, 5) 'GAGAL MENYIMPAN LINHA ' LINHA-GRAVA.
           GO TO GRAVA-FAKTUR-LINHA.
       GRAVA-FAKTUR-PO.
           IF PO-COMPLETO NOT = 'S'
              GO TO GRAVA-FAKTUR-MSG.
           MOVE NOPED-FAKTUR TO PO-NOPED.
           MOVE ZEROS TO PO-LINHA.
           READ POCOMP
               INVALID KEY
               GO TO GRAVA-FAKTUR-MSG.
           MOVE 'F' TO PO-STATUS.
           REWRITE REG-POCOMP.
       GRAVA-FAKTUR-MSG.
           IF SELISIH-FAKTUR = 'S'
              DISPLAY(19, 5) 'FAKTUR DIBLOKIR - ADA SELISIH (OPCAO 2).'
           ELSE
              DISPLAY(19, 5) 'FAKTUR DISIMPAN SEBAGAI HUTANG.        '.
       GRAVA-FAKTUR-FIM.
           EXIT.
      *----------------------------------------------------
      * LEPAS BLOKIR: MOSTRA AS LINHAS COM SELISIH. L ACEITA
      * A FAKTUR COMO ESTA (VIRA HUTANG); X RECUSA E DEVOLVE
      * AS QTD FATURADAS AO PEDIDO, QUE VOLTA A FICAR ABERTO.
      *----------------------------------------------------
       LEPAS.
           DISPLAY HAPUS-LAYAR
           MOVE ZEROS TO FORN-CARI.
           MOVE SPACES TO NOFAT-CARI.
           DISPLAY CARI-FAKTUR
           ACCEPT CARI-FAKTUR.
           MOVE FORN-CARI TO FT-FORN.
           MOVE NOFAT-CARI TO FT-NOFAT.
           MOVE ZEROS TO FT-LINHA.
           READ FATFORN
               INVALID KEY
               DISPLAY(19, 5) 'FAKTUR TIDAK DITEMUKAN.'
               GO TO LEPAS-FIM.
           IF NOT FT-BLOKIR
              DISPLAY(19, 5) 'FAKTUR TIDAK DIBLOKIR. STATUS='
                      FT-STATUS
              GO TO LEPAS-FIM.
           MOVE FT-NOPED TO NOPED-FAKTUR.
           MOVE FT-TOTAL TO WS-VALOR-ED.
           DISPLAY(6, 5) 'PEDIDO ' FT-NOPED ' TGL ' FT-TGL-FAT
                   ' TOTAL ' WS-VALOR-ED.
           DISPLAY(7, 5) 'LIN NAMA                    QTD   TERIMA'
                   '    HARGA  HARGA PO H Q'.
           MOVE 8 TO LINHA-GRAVA.
       LEPAS-LINHA.
           READ FATFORN NEXT RECORD
               AT END
               GO TO LEPAS-OPCAO.
           IF FT-FORN NOT = FORN-CARI OR FT-NOFAT NOT = NOFAT-CARI
              GO TO LEPAS-OPCAO.
           IF FT-DIF-HARGA = SPACE AND FT-DIF-QTD = SPACE
              GO TO LEPAS-LINHA.
           IF LINHA-GRAVA > 17
              GO TO LEPAS-LINHA.
           DISPLAY(LINHA-GRAVA, 5) FT-LINHA-PO ' ' FT-NAMA ' '
                   FT-QTD ' ' FT-QTD-TERIMA ' ' FT-HARGA ' '
                   FT-HARGA-PO ' ' FT-DIF-HARGA ' ' FT-DIF-QTD.
           ADD 1 TO LINHA-GRAVA.
           GO TO LEPAS-LINHA.
       LEPAS-OPCAO.
           DISPLAY(18, 5) 'L=LEPAS (HUTANG)  X=TOLAK  0=KEMBALI : '.
           ACCEPT(18, 45) OPCAO-LEPAS.
           IF OPCAO-LEPAS = '0'
              GO TO LEPAS-FIM.
           IF OPCAO-LEPAS = 'L' OR OPCAO-LEPAS = 'l'
              GO TO LEPAS-LIBERA.
           IF OPCAO-LEPAS = 'X' OR OPCAO-LEPAS = 'x'
              GO TO LEPAS-TOLAK.
           GO TO LEPAS-OPCAO.
       LEPAS-LIBERA.
           MOVE FORN-CARI TO FT-FORN.
           MOVE NOFAT-CARI TO FT-NOFAT.
           MOVE ZEROS TO FT-LINHA.
           READ FATFORN
               INVALID KEY
               GO TO LEPAS-FIM.
           MOVE 'A' TO FT-STATUS.
           REWRITE REG-FATFORN.
           DISPLAY(19, 5) 'FAKTUR DILEPAS - MENJADI HUTANG.'.
           GO TO LEPAS-FIM.
       LEPAS-TOLAK.
           MOVE FORN-CARI TO FT-FORN.
           MOVE NOFAT-CARI TO FT-NOFAT.
           MOVE 1 TO FT-LINHA.
           START FATFORN KEY IS NOT LESS THAN FT-CHAVE
               INVALID KEY
               GO TO LEPAS-TOLAK-CABECA.
       LEPAS-TOLAK-LINHA.
           READ FATFORN NEXT RECORD
               AT END
               GO TO LEPAS-TOLAK-CABECA.
           IF FT-FORN NOT = FORN-CARI OR FT-NOFAT NOT = NOFAT-CARI
              GO TO LEPAS-TOLAK-CABECA.
           MOVE NOPED-FAKTUR TO PO-NOPED.
           MOVE FT-LINHA-PO TO PO-LINHA.
           READ POCOMP
               INVALID KEY
               GO TO LEPAS-TOLAK-LINHA.
           IF FT-QTD > PO-FATURA
              MOVE ZEROS TO PO-FATURA
           ELSE
              SUBTRACT FT-QTD FROM PO-FATURA.
           REWRITE REG-POCOMP.
           GO TO LEPAS-TOLAK-LINHA.
       LEPAS-TOLAK-CABECA.
           MOVE FORN-CARI TO FT-FORN.
           MOVE NOFAT-CARI TO FT-NOFAT.
           MOVE ZEROS TO FT-LINHA.
           READ FATFORN
               INVALID KEY
               GO TO LEPAS-FIM.
           MOVE 'X' TO FT-STATUS.
           REWRITE REG-FATFORN.
           MOVE FT-NOPED TO PO-NOPED.
           MOVE ZEROS TO PO-LINHA.
           READ POCOMP
               INVALID KEY
               GO TO LEPAS-TOLAK-MSG.
           MOVE 'A' TO PO-STATUS.
           REWRITE REG-POCOMP.
       LEPAS-TOLAK-MSG.
           DISPLAY(19, 5) 'FAKTUR DITOLAK - QTD KEMBALI KE PEDIDO.'.
       LEPAS-FIM.
           DISPLAY(20, 5) 'ADA FAKTUR LAGI [Y/T] ? '
           ACCEPT ISI-LAGI.
           IF LAGI GO TO LEPAS.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       DAFTAR.
           DISPLAY HAPUS-LAYAR
           MOVE ZEROS TO FORN-DAFTAR.
           DISPLAY CARI-DAFTAR
           ACCEPT CARI-DAFTAR.
           DISPLAY(5, 5) 'FRN NO FAKTUR    PEDIDO TGL FAKT JT TEMPO'
                   '     TOTAL S'.
           MOVE FORN-DAFTAR TO FT-FORN.
           MOVE SPACES TO FT-NOFAT.
           MOVE ZEROS TO FT-LINHA.
           START FATFORN KEY IS NOT LESS THAN FT-CHAVE
               INVALID KEY
               MOVE '10' TO ERR.
       DAFTAR-LE.
           IF ERR = '10'
              GO TO DAFTAR-FIM.
           READ FATFORN NEXT RECORD
               AT END
               GO TO DAFTAR-FIM.
           IF FORN-DAFTAR NOT = ZEROS AND FT-FORN NOT = FORN-DAFTAR
              GO TO DAFTAR-FIM.
           IF FT-LINHA NOT = ZEROS
              GO TO DAFTAR-LE.
           MOVE FT-TOTAL TO WS-VALOR-ED.
           DISPLAY FT-FORN ' ' FT-NOFAT ' ' FT-NOPED ' ' FT-TGL-FAT
                   ' ' FT-TGL-VENC ' ' WS-VALOR-ED ' ' FT-STATUS.
           GO TO DAFTAR-LE.
       DAFTAR-FIM.
           MOVE '00' TO ERR.
           DISPLAY 'TEKAN Y UNTUK KEMBALI.'
           ACCEPT ISI-LAGI.
           GO TO MENU-PRINCIPAL.
       SELESAI.
           CLOSE FATFORN.
           CLOSE POCOMP.
           IF TEM-FORN = 'S'
              CLOSE FORNECEDOR.
           STOP RUN.
