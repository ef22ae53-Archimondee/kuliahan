       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAHANMST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAHAN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BH-KODE
           FILE STATUS IS ERR.
           SELECT RESEP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-CHAVE
           FILE STATUS IS ERR-RESEP.
           SELECT MENUITEM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MN-KODE
           FILE STATUS IS ERR-MENU.
           SELECT POCOMP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-CHAVE
           FILE STATUS IS ERR-PO.
       DATA DIVISION.
       FILE SECTION.
       COPY "recbahan.cob".
       COPY "recresep.cob".
       COPY "recmenu.cob".
       COPY "recpocmp.cob".

       WORKING-STORAGE SECTION.
       77 ERR PIC XX.
       77 ERR-RESEP PIC XX.
       77 ERR-MENU PIC XX.
       77 TEM-MENU PIC X VALUE 'N'.
       77 ERR-PO PIC XX.
       77 TEM-PO PIC X VALUE 'N'.
       77 PO-ACHADO PIC X VALUE 'N'.
       77 NOPED-TERIMA PIC 9(6) VALUE ZEROS.
       01 ISI-LAGI PIC X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       77 OPCAO-MENU PIC X.
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       77 MENU-RESEP PIC 9(3) VALUE ZEROS.
       77 KODE-RESEP PIC 9(3) VALUE ZEROS.
       77 QTD-RESEP PIC 9(5) VALUE ZEROS.
       77 QTD-MASUK PIC 9(7) VALUE ZEROS.

       SCREEN SECTION.
       01 HAPUS-LAYAR.
           02 BLANK SCREEN.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 2 COLUMN 5 '*** MASTER BAHAN & RESEP (MAKANAN) ***'.
           02 LINE 4 COLUMN 5 '1 - Tambah bahan'.
           02 LINE 5 COLUMN 5 '2 - Ubah bahan'.
           02 LINE 6 COLUMN 5 '3 - Daftar bahan'.
           02 LINE 7 COLUMN 5 '4 - Resep menu'.
           02 LINE 8 COLUMN 5 '5 - Terima bahan'.
           02 LINE 9 COLUMN 5 '6 - Keluar'.
           02 LINE 12 COLUMN 5 'Pilih menu : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X TO OPCAO-MENU.
       01 ISI-BAHAN.
           02 LINE 3 COLUMN 5 'KODE       : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) TO BH-KODE.
           02 LINE 4 COLUMN 5 'NAMA       : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X(20) TO BH-NAMA.
           02 LINE 5 COLUMN 5 'SATUAN     : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X(6) TO BH-SATUAN.
           02 LINE 6 COLUMN 5 'STOK AWAL  : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(7) TO BH-STOK.
           02 LINE 7 COLUMN 5 'TITIK PESAN: ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(7) TO BH-PONTO.
           02 LINE 8 COLUMN 5 'JML PESAN  : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(7) TO BH-LOTE.
           02 LINE 9 COLUMN 5 'FORNECEDOR : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) TO BH-FORN.
           02 LINE 10 COLUMN 5 'HARGA BELI : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(8) TO BH-HARGA.
       01 CARI-BAHAN.
           02 LINE 3 COLUMN 5 'KODE       : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) TO BH-KODE.
       01 UBAH-BAHAN.
           02 LINE 3 COLUMN 5 'KODE       : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) FROM BH-KODE.
           02 LINE 4 COLUMN 5 'NAMA       : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X(20) USING BH-NAMA.
           02 LINE 5 COLUMN 5 'SATUAN     : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X(6) USING BH-SATUAN.
           02 LINE 6 COLUMN 5 'STOK       : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(7) FROM BH-STOK.
           02 LINE 7 COLUMN 5 'TITIK PESAN: ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(7) USING BH-PONTO.
           02 LINE 8 COLUMN 5 'JML PESAN  : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(7) USING BH-LOTE.
           02 LINE 9 COLUMN 5 'FORNECEDOR : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) USING BH-FORN.
           02 LINE 10 COLUMN 5 'HARGA BELI : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(8) USING BH-HARGA.
       01 CARI-RESEP.
           02 LINE 3 COLUMN 5 'KODE MENU (0=KEMBALI) : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) TO MENU-RESEP.
       01 ISI-RESEP.
           02 LINE 18 COLUMN 5 'BAHAN (0=SELESAI) : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) TO KODE-RESEP.
           02 LINE 19 COLUMN 5 'QTD/PORSI (0=HAPUS): ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(5) TO QTD-RESEP.
       01 ISI-NOPED.
           02 LINE 5 COLUMN 5 'NO PEDIDO (0=TANPA) : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(6) TO NOPED-TERIMA.
       01 ISI-MASUK.
           02 LINE 6 COLUMN 5 'JUMLAH     : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(7) TO QTD-MASUK.

       PROCEDURE DIVISION.
       BUKA-FILE.
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           OPEN I-O BAHAN.
           IF ERR = '35'
              OPEN OUTPUT BAHAN
              CLOSE BAHAN
              OPEN I-O BAHAN.
           IF ERR NOT = '00'
              DISPLAY(10, 5) 'GAGAL MEMBUKA BAHAN.DAT. STATUS=' ERR
              STOP RUN.
           OPEN I-O RESEP.
           IF ERR-RESEP = '35'
              OPEN OUTPUT RESEP
              CLOSE RESEP
              OPEN I-O RESEP.
           IF ERR-RESEP NOT = '00'
              DISPLAY(10, 5) 'GAGAL MEMBUKA RESEP.DAT. STATUS='
                      ERR-RESEP
              CLOSE BAHAN
              STOP RUN.
           MOVE 'N' TO TEM-MENU.
           OPEN INPUT MENUITEM.
           IF ERR-MENU = '00'
              MOVE 'S' TO TEM-MENU.
           MOVE 'N' TO TEM-PO.
           OPEN I-O POCOMP.
           IF ERR-PO = '00'
              MOVE 'S' TO TEM-PO.
       MENU-PRINCIPAL.
           DISPLAY HAPUS-LAYAR
           DISPLAY TELA-MENU.
           ACCEPT TELA-MENU.
           IF OPCAO-MENU = '1'
              GO TO TAMBAH.
           IF OPCAO-MENU = '2'
              GO TO UBAH.
           IF OPCAO-MENU = '3'
              GO TO DAFTAR.
           IF OPCAO-MENU = '4'
              GO TO RESEP-MENU.
           IF OPCAO-MENU = '5'
              GO TO TERIMA.
           IF OPCAO-MENU = '6'
              GO TO SELESAI.
           GO TO MENU-PRINCIPAL.
       TAMBAH.
           DISPLAY HAPUS-LAYAR
           DISPLAY ISI-BAHAN
           ACCEPT ISI-BAHAN.
           IF BH-LOTE = ZEROS
              DISPLAY(12, 5) 'JML PESAN HARUS DIISI. ULANGI.'
              GO TO TAMBAH.
           MOVE BH-STOK TO BH-AWAL.
           MOVE ZEROS TO BH-TERIMA BH-TEORI BH-FISIK.
           MOVE 'N' TO BH-DIHITUNG.
           MOVE TGL-HARI-INI TO BH-TGL-AWAL.
           WRITE REG-BAHAN
               INVALID KEY
               DISPLAY(12, 5) 'KODE SUDAH TERDAFTAR. ULANGI.'
               GO TO TAMBAH.
           DISPLAY(12, 5) 'ADA BAHAN LAGI [Y/T] ? '
           ACCEPT ISI-LAGI.
           IF LAGI GO TO TAMBAH.
           GO TO MENU-PRINCIPAL.
       UBAH.
           DISPLAY HAPUS-LAYAR
           DISPLAY CARI-BAHAN
           ACCEPT CARI-BAHAN.
           READ BAHAN KEY IS BH-KODE
               INVALID KEY
               DISPLAY(12, 5) 'BAHAN TIDAK DITEMUKAN.'
               GO TO UBAH-FIM.
           IF BH-HARGA NOT NUMERIC
              MOVE ZEROS TO BH-HARGA.
           DISPLAY HAPUS-LAYAR
           DISPLAY UBAH-BAHAN
           ACCEPT UBAH-BAHAN.
           IF BH-LOTE = ZEROS
              DISPLAY(12, 5) 'JML PESAN HARUS DIISI - TIDAK DIUBAH.'
              GO TO UBAH-FIM.
           REWRITE REG-BAHAN.
       UBAH-FIM.
           DISPLAY(13, 5) 'ADA BAHAN LAGI [Y/T] ? '
           ACCEPT ISI-LAGI.
           IF LAGI GO TO UBAH.
           GO TO MENU-PRINCIPAL.
       DAFTAR.
           DISPLAY HAPUS-LAYAR.
           DISPLAY(2, 5)
               'KODE NAMA                 SATUAN    STOK   TITIK FORN'.
           MOVE ZEROS TO BH-KODE.
           START BAHAN KEY IS NOT LESS THAN BH-KODE
               INVALID KEY
               MOVE '10' TO ERR.
       DAFTAR-LE.
           IF ERR = '10'
              GO TO DAFTAR-FIM.
           READ BAHAN NEXT RECORD
               AT END
               GO TO DAFTAR-FIM.
           DISPLAY BH-KODE '  ' BH-NAMA ' ' BH-SATUAN ' ' BH-STOK
                   ' ' BH-PONTO ' ' BH-FORN.
           GO TO DAFTAR-LE.
       DAFTAR-FIM.
           MOVE '00' TO ERR.
           DISPLAY 'TEKAN Y UNTUK KEMBALI.'
           ACCEPT ISI-LAGI.
           GO TO MENU-PRINCIPAL.
       RESEP-MENU.
           DISPLAY HAPUS-LAYAR
           DISPLAY CARI-RESEP
           ACCEPT CARI-RESEP.
           IF MENU-RESEP = ZEROS
              GO TO MENU-PRINCIPAL.
           IF MENU-RESEP > 998
              GO TO RESEP-MENU.
           MOVE SPACES TO MN-NAMA.
           IF TEM-MENU NOT = 'S'
              GO TO RESEP-DAFTAR.
           MOVE MENU-RESEP TO MN-KODE.
           READ MENUITEM
               INVALID KEY
               DISPLAY(21, 5) 'KODE MENU TIDAK TERDAFTAR (MENUMST).'
               DISPLAY(22, 5) 'TEKAN ENTER.'
               ACCEPT ISI-LAGI
               GO TO RESEP-MENU.
       RESEP-DAFTAR.
           DISPLAY HAPUS-LAYAR.
           DISPLAY(2, 5) 'RESEP MENU ' MENU-RESEP ' ' MN-NAMA
                   ' - BAHAN / NAMA / QTD PER PORSI'.
           MOVE MENU-RESEP TO RS-MENU.
           MOVE ZEROS TO RS-BAHAN.
           START RESEP KEY IS NOT LESS THAN RS-CHAVE
               INVALID KEY
               GO TO RESEP-ISI.
       RESEP-DAFTAR-LE.
           READ RESEP NEXT RECORD
               AT END
               GO TO RESEP-ISI.
           IF RS-MENU NOT = MENU-RESEP
              GO TO RESEP-ISI.
           MOVE RS-BAHAN TO BH-KODE.
           READ BAHAN KEY IS BH-KODE
               INVALID KEY
               MOVE '(TIDAK TERDAFTAR)' TO BH-NAMA
               MOVE SPACES TO BH-SATUAN.
           DISPLAY RS-BAHAN '  ' BH-NAMA ' ' RS-QTD ' ' BH-SATUAN.
           GO TO RESEP-DAFTAR-LE.
       RESEP-ISI.
           MOVE ZEROS TO KODE-RESEP QTD-RESEP.
           DISPLAY ISI-RESEP
           ACCEPT ISI-RESEP.
           IF KODE-RESEP = ZEROS
              GO TO RESEP-MENU.
           MOVE KODE-RESEP TO BH-KODE.
           READ BAHAN KEY IS BH-KODE
               INVALID KEY
               DISPLAY(21, 5) 'BAHAN TIDAK DITEMUKAN.'
               GO TO RESEP-ISI.
           MOVE MENU-RESEP TO RS-MENU.
           MOVE KODE-RESEP TO RS-BAHAN.
           IF QTD-RESEP = ZEROS
              GO TO RESEP-HAPUS.
           READ RESEP KEY IS RS-CHAVE
               INVALID KEY
               MOVE SPACES TO REG-RESEP
               MOVE MENU-RESEP TO RS-MENU
               MOVE KODE-RESEP TO RS-BAHAN
               MOVE QTD-RESEP TO RS-QTD
               WRITE REG-RESEP
               GO TO RESEP-DAFTAR.
           MOVE QTD-RESEP TO RS-QTD.
           REWRITE REG-RESEP.
           GO TO RESEP-DAFTAR.
       RESEP-HAPUS.
           DELETE RESEP RECORD
               INVALID KEY
               DISPLAY(21, 5) 'BAHAN TIDAK ADA DI RESEP.'
               GO TO RESEP-ISI.
           GO TO RESEP-DAFTAR.
       TERIMA.
           DISPLAY HAPUS-LAYAR
           DISPLAY(2, 5) 'TERIMA BAHAN (PEDIDO DE COMPRA)'.
           DISPLAY CARI-BAHAN
           ACCEPT CARI-BAHAN.
           READ BAHAN KEY IS BH-KODE
               INVALID KEY
               DISPLAY(12, 5) 'BAHAN TIDAK DITEMUKAN.'
               GO TO TERIMA-FIM.
           DISPLAY(4, 5) BH-NAMA ' STOK ' BH-STOK ' ' BH-SATUAN.
       TERIMA-PEDIDO.
           MOVE 'N' TO PO-ACHADO.
           MOVE ZEROS TO NOPED-TERIMA.
           IF TEM-PO NOT = 'S'
              GO TO TERIMA-QTD.
           DISPLAY ISI-NOPED
           ACCEPT ISI-NOPED.
           IF NOPED-TERIMA = ZEROS
              GO TO TERIMA-QTD.
           PERFORM ACHA-PO THRU ACHA-PO-FIM.
           IF PO-ACHADO NOT = 'S'
              GO TO TERIMA-PEDIDO.
           DISPLAY(7, 5) 'DIPESAN ' PO-QTD ' SUDAH DITERIMA ' PO-TERIMA.
       TERIMA-QTD.
           MOVE ZEROS TO QTD-MASUK.
           DISPLAY ISI-MASUK
           ACCEPT ISI-MASUK.
           ADD QTD-MASUK TO BH-STOK.
           ADD QTD-MASUK TO BH-TERIMA.
           REWRITE REG-BAHAN.
           DISPLAY(8, 5) 'STOK SEKARANG : ' BH-STOK ' ' BH-SATUAN.
           IF PO-ACHADO NOT = 'S'
              GO TO TERIMA-FIM.
           ADD QTD-MASUK TO PO-TERIMA.
           REWRITE REG-POCOMP.
           DISPLAY(9, 5) 'DICATAT DI PEDIDO ' NOPED-TERIMA
                   ' - TERIMA ' PO-TERIMA.
       TERIMA-FIM.
           DISPLAY(13, 5) 'ADA BAHAN LAGI [Y/T] ? '
           ACCEPT ISI-LAGI.
           IF LAGI GO TO TERIMA.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
      * ACHA-PO: PROCURA NO POCOMP.DAT (GERADO PELO PEDCOMP)
      * A LINHA DO BAHAN NO PEDIDO INFORMADO. O PEDIDO TEM
      * DE ESTAR ABERTO. A QTD RECEBIDA NA LINHA E O QUE O
      * FATFORN COMPARA COM A FAKTUR DO FORNECEDOR.
      *----------------------------------------------------
       ACHA-PO.
           MOVE NOPED-TERIMA TO PO-NOPED.
           MOVE ZEROS TO PO-LINHA.
           READ POCOMP KEY IS PO-CHAVE
               INVALID KEY
               DISPLAY(12, 5) 'PEDIDO TIDAK DITEMUKAN.          '
               GO TO ACHA-PO-FIM.
           IF NOT PO-ABERTO
              DISPLAY(12, 5) 'PEDIDO SUDAH DITUTUP.            '
              GO TO ACHA-PO-FIM.
       ACHA-PO-LE.
           READ POCOMP NEXT RECORD
               AT END
               GO TO ACHA-PO-NAO.
           IF PO-NOPED NOT = NOPED-TERIMA
              GO TO ACHA-PO-NAO.
           IF PO-DE-BAHAN AND PO-ITEM = BH-KODE
              MOVE 'S' TO PO-ACHADO
              GO TO ACHA-PO-FIM.
           GO TO ACHA-PO-LE.
       ACHA-PO-NAO.
           DISPLAY(12, 5) 'BAHAN INI TIDAK ADA DI PEDIDO ITU.'.
       ACHA-PO-FIM.
           EXIT.
       SELESAI.
           CLOSE BAHAN.
           CLOSE RESEP.
           IF TEM-MENU = 'S'
              CLOSE MENUITEM.
           IF TEM-PO = 'S'
              CLOSE POCOMP.
           STOP RUN.
