       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUMST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENUITEM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MN-KODE
           FILE STATUS IS ERR.
           SELECT HARGA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HRG-KODE
           FILE STATUS IS ERR-HARGA.
           SELECT ESTOQUE-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EST-KODE
           FILE STATUS IS ERR-ESTOQUE.
       DATA DIVISION.
       FILE SECTION.
       COPY "recmenu.cob".
       COPY "recharga.cob".
       COPY "recestoq.cob".

       WORKING-STORAGE SECTION.
       77 ERR PIC XX.
       77 ERR-HARGA PIC XX.
       77 ERR-ESTOQUE PIC XX.
       01 ISI-LAGI PIC X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       77 OPCAO-MENU PIC X.
       77 MENU-OK PIC X VALUE 'N'.
       77 TEM-HARGA PIC X VALUE 'N'.
       77 STOK-PORSI PIC X VALUE 'N'.
       77 WS-HARGA-ED PIC Z(7)9.
       77 WS-STOK-ED PIC X(5).

       SCREEN SECTION.
       01 HAPUS-LAYAR.
           02 BLANK SCREEN.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 2 COLUMN 5 '*** MASTER MENU (MAKANAN) ***'.
           02 LINE 4 COLUMN 5 '1 - Tambah menu'.
           02 LINE 5 COLUMN 5 '2 - Ubah menu'.
           02 LINE 6 COLUMN 5 '3 - Daftar menu'.
           02 LINE 7 COLUMN 5 '4 - Keluar'.
           02 LINE 9 COLUMN 5 'Pilih menu : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X TO OPCAO-MENU.
       01 ISI-MENU.
           02 LINE 3 COLUMN 5 'KODE (1-998)          : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) TO MN-KODE.
           02 LINE 4 COLUMN 5 'NAMA                  : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X(20) TO MN-NAMA.
           02 LINE 5 COLUMN 5 'KATEGORI (M/N/T)      : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X TO MN-KATEGORI.
           02 LINE 6 COLUMN 5 'STASIUN DAPUR         : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X(8) TO MN-STASIUN.
           02 LINE 7 COLUMN 5 'STOK PER PORSI [S/N]  : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X TO STOK-PORSI.
           02 LINE 9 COLUMN 5 'M=MAKANAN N=MINUMAN T=TAMBAHAN'.
       01 CARI-MENU.
           02 LINE 3 COLUMN 5 'KODE                  : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) TO MN-KODE.
       01 UBAH-MENU.
           02 LINE 3 COLUMN 5 'KODE                  : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) FROM MN-KODE.
           02 LINE 4 COLUMN 5 'NAMA                  : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X(20) USING MN-NAMA.
           02 LINE 5 COLUMN 5 'KATEGORI (M/N/T)      : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X USING MN-KATEGORI.
           02 LINE 6 COLUMN 5 'STASIUN DAPUR         : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X(8) USING MN-STASIUN.
           02 LINE 7 COLUMN 5 'AKTIF (A=AKTIF I=STOP): ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X USING MN-AKTIF.
           02 LINE 9 COLUMN 5 'M=MAKANAN N=MINUMAN T=TAMBAHAN'.

       PROCEDURE DIVISION.
       BUKA-FILE.
           OPEN I-O MENUITEM.
           IF ERR = '35'
              OPEN OUTPUT MENUITEM
              CLOSE MENUITEM
              OPEN I-O MENUITEM.
           IF ERR NOT = '00'
              DISPLAY(10, 5) 'GAGAL MEMBUKA MENUITEM.DAT. STATUS=' ERR
              STOP RUN.
           OPEN I-O ESTOQUE-FILE.
           IF ERR-ESTOQUE = '35'
              OPEN OUTPUT ESTOQUE-FILE
              CLOSE ESTOQUE-FILE
              OPEN I-O ESTOQUE-FILE.
           IF ERR-ESTOQUE NOT = '00'
              DISPLAY(10, 5) 'GAGAL MEMBUKA ESTOQUE.DAT. STATUS='
                      ERR-ESTOQUE
              CLOSE MENUITEM
              STOP RUN.
           MOVE 'N' TO TEM-HARGA.
           OPEN INPUT HARGA.
           IF ERR-HARGA = '00'
              MOVE 'S' TO TEM-HARGA.
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
              GO TO SELESAI.
           GO TO MENU-PRINCIPAL.
       TAMBAH.
           DISPLAY HAPUS-LAYAR
           MOVE SPACES TO REG-MENUITEM.
           MOVE ZEROS TO MN-KODE.
           MOVE 'DAPUR' TO MN-STASIUN.
           MOVE 'N' TO STOK-PORSI.
           DISPLAY ISI-MENU
           ACCEPT ISI-MENU.
           MOVE 'A' TO MN-AKTIF.
           PERFORM CEK-MENU THRU CEK-MENU-FIM.
           IF MENU-OK NOT = 'S'
              GO TO TAMBAH-FIM.
           IF STOK-PORSI NOT = 'S' AND STOK-PORSI NOT = 's'
              AND STOK-PORSI NOT = 'N' AND STOK-PORSI NOT = 'n'
              DISPLAY(19, 5) 'STOK PER PORSI HARUS S ATAU N.'
              GO TO TAMBAH-FIM.
           WRITE REG-MENUITEM
               INVALID KEY
               DISPLAY(19, 5) 'KODE SUDAH TERDAFTAR. ULANGI.'
               GO TO TAMBAH-FIM.
           DISPLAY(19, 5) 'MENU DISIMPAN - ISI HARGA DI HARGAMST.'.
           IF STOK-PORSI = 'S' OR STOK-PORSI = 's'
              PERFORM CRIA-ESTOQUE THRU CRIA-ESTOQUE-FIM.
       TAMBAH-FIM.
           DISPLAY(20, 5) 'ADA MENU LAGI [Y/T] ? '
           ACCEPT ISI-LAGI.
           IF LAGI GO TO TAMBAH.
           GO TO MENU-PRINCIPAL.
       UBAH.
           DISPLAY HAPUS-LAYAR
           DISPLAY CARI-MENU
           ACCEPT CARI-MENU.
           READ MENUITEM KEY IS MN-KODE
               INVALID KEY
               DISPLAY(19, 5) 'MENU TIDAK DITEMUKAN.'
               GO TO UBAH-FIM.
           DISPLAY HAPUS-LAYAR
           DISPLAY UBAH-MENU
           ACCEPT UBAH-MENU.
           IF NOT MN-ATIVO AND NOT MN-INATIVO
              DISPLAY(19, 5) 'AKTIF HARUS A ATAU I - TIDAK DIUBAH.'
              GO TO UBAH-FIM.
           PERFORM CEK-MENU THRU CEK-MENU-FIM.
           IF MENU-OK NOT = 'S'
              GO TO UBAH-FIM.
           REWRITE REG-MENUITEM.
           DISPLAY(19, 5) 'MENU DIUBAH.'.
       UBAH-FIM.
           DISPLAY(20, 5) 'ADA MENU LAGI [Y/T] ? '
           ACCEPT ISI-LAGI.
           IF LAGI GO TO UBAH.
           GO TO MENU-PRINCIPAL.
       DAFTAR.
           DISPLAY HAPUS-LAYAR.
           DISPLAY(2, 5) 'KODE NAMA                 K STASIUN  A'
                   '    HARGA  STOK'.
           MOVE ZEROS TO MN-KODE.
           START MENUITEM KEY IS NOT LESS THAN MN-KODE
               INVALID KEY
               MOVE '10' TO ERR.
       DAFTAR-LE.
           IF ERR = '10'
              GO TO DAFTAR-FIM.
           READ MENUITEM NEXT RECORD
               AT END
               GO TO DAFTAR-FIM.
           MOVE ZEROS TO WS-HARGA-ED.
           IF TEM-HARGA = 'S'
              MOVE MN-KODE TO HRG-KODE
              READ HARGA
                  INVALID KEY
                  MOVE ZEROS TO HRG-NILAI
              END-READ
              MOVE HRG-NILAI TO WS-HARGA-ED.
           MOVE '  -  ' TO WS-STOK-ED.
           MOVE MN-KODE TO EST-KODE.
           READ ESTOQUE-FILE
               INVALID KEY
               GO TO DAFTAR-MOSTRA.
           MOVE EST-QTD TO WS-STOK-ED.
       DAFTAR-MOSTRA.
           DISPLAY MN-KODE '  ' MN-NAMA ' ' MN-KATEGORI ' '
                   MN-STASIUN ' ' MN-AKTIF ' ' WS-HARGA-ED ' '
                   WS-STOK-ED.
           GO TO DAFTAR-LE.
       DAFTAR-FIM.
           MOVE '00' TO ERR.
           DISPLAY 'TEKAN Y UNTUK KEMBALI.'
           ACCEPT ISI-LAGI.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
      * VALIDA O MENU DIGITADO. SO GRAVA COM MENU-OK = 'S'.
      * O KODE 999 E RESERVADO NA TELA DO MAKANAN (PROXIMA
      * PAGINA DO MENU) E O 0 CHAMA AS OUTRAS FUNCOES.
      *----------------------------------------------------
       CEK-MENU.
           MOVE 'N' TO MENU-OK.
           IF MN-KODE = ZEROS OR MN-KODE > 998
              DISPLAY(19, 5) 'KODE HARUS 1 A 998.'
              GO TO CEK-MENU-FIM.
           IF MN-NAMA = SPACES
              DISPLAY(19, 5) 'NAMA HARUS DIISI.'
              GO TO CEK-MENU-FIM.
           IF NOT MN-MAKANAN AND NOT MN-MINUMAN AND NOT MN-TAMBAHAN
              DISPLAY(19, 5) 'KATEGORI HARUS M, N ATAU T.'
              GO TO CEK-MENU-FIM.
           IF MN-STASIUN = SPACES
              MOVE 'DAPUR' TO MN-STASIUN.
           MOVE 'S' TO MENU-OK.
       CEK-MENU-FIM.
           EXIT.
      *----------------------------------------------------
      * MENU VENDIDO POR PORSI PRONTA (SEM RESEP): CRIA O
      * REGISTRO NO ESTOQUE.DAT COM SALDO ZERO. O SALDO ENTRA
      * PELO MAKANAN (FUNGSI TERIMA STOK).
      *----------------------------------------------------
       CRIA-ESTOQUE.
           MOVE SPACES TO REG-ESTOQUE.
           MOVE MN-KODE TO EST-KODE.
           MOVE ZEROS TO EST-QTD EST-FORN EST-HARGA.
           MOVE 10 TO EST-PONTO.
           MOVE 30 TO EST-LOTE.
           WRITE REG-ESTOQUE
               INVALID KEY
               GO TO CRIA-ESTOQUE-FIM.
       CRIA-ESTOQUE-FIM.
           EXIT.
       SELESAI.
           CLOSE MENUITEM.
           CLOSE ESTOQUE-FILE.
           IF TEM-HARGA = 'S'
              CLOSE HARGA.
           STOP RUN.
