       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOMST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-KODE
           FILE STATUS IS ERR.
           SELECT MENUITEM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MN-KODE
           FILE STATUS IS ERR-MENU.
       DATA DIVISION.
       FILE SECTION.
       COPY "recpromo.cob".
       COPY "recmenu.cob".

       WORKING-STORAGE SECTION.
       77 ERR PIC XX.
       77 ERR-MENU PIC XX.
       77 TEM-MENU PIC X VALUE 'N'.
       01 ISI-LAGI PIC X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       77 OPCAO-MENU PIC X.
       77 PROMO-OK PIC X VALUE 'N'.
       77 MENU-OK PIC X VALUE 'N'.
       01 DATA-CALENDARIO.
           02 CAL-DIA PIC 9(2).
           02 CAL-MES PIC 9(2).
           02 CAL-ANO PIC 9(4).
       77 DATA-OK PIC X.
       01 JAM-CEK.
           02 JAM-CEK-HH PIC 9(2).
           02 JAM-CEK-MM PIC 9(2).

       SCREEN SECTION.
       01 HAPUS-LAYAR.
           02 BLANK SCREEN.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 2 COLUMN 5 '*** MASTER PROMO (MAKANAN) ***'.
           02 LINE 4 COLUMN 5 '1 - Tambah promo'.
           02 LINE 5 COLUMN 5 '2 - Ubah promo'.
           02 LINE 6 COLUMN 5 '3 - Daftar promo'.
           02 LINE 7 COLUMN 5 '4 - Keluar'.
           02 LINE 9 COLUMN 5 'Pilih menu : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X TO OPCAO-MENU.
       01 ISI-PROMO.
           02 LINE 3 COLUMN 5 'KODE                  : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) TO PR-KODE.
           02 LINE 4 COLUMN 5 'NAMA                  : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X(20) TO PR-NAMA.
           02 LINE 5 COLUMN 5 'TGL MULAI (YYYYMMDD)  : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(8) TO PR-TGL-MULAI.
           02 LINE 6 COLUMN 5 'TGL AKHIR (YYYYMMDD)  : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(8) TO PR-TGL-AKHIR.
           02 LINE 7 COLUMN 5 'JAM MULAI (HHMM)      : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(4) TO PR-JAM-MULAI.
           02 LINE 8 COLUMN 5 'JAM AKHIR (HHMM)      : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(4) TO PR-JAM-AKHIR.
           02 LINE 9 COLUMN 5 'KODE MENU (0=SEMUA)   : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) TO PR-ITEM.
           02 LINE 10 COLUMN 5 'MIN PORSI             : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) TO PR-QTD-MIN.
           02 LINE 11 COLUMN 5 'TIPE (P=% N=NILAI G=GRATIS): '
                   HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X TO PR-TIPO.
           02 LINE 12 COLUMN 5 'PERSEN (99V99)        : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 99V99 TO PR-PERSEN.
           02 LINE 13 COLUMN 5 'NILAI POTONGAN        : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(8) TO PR-NILAI.
           02 LINE 14 COLUMN 5 'KODE MENU GRATIS      : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) TO PR-ITEM-GRATIS.
           02 LINE 15 COLUMN 5 'PORSI GRATIS          : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) TO PR-QTD-GRATIS.
           02 LINE 16 COLUMN 5 'UNTUK (S=SEMUA M=MEMBER): ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X TO PR-PESERTA.
       01 CARI-PROMO.
           02 LINE 3 COLUMN 5 'KODE                  : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) TO PR-KODE.
       01 UBAH-PROMO.
           02 LINE 3 COLUMN 5 'KODE                  : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) FROM PR-KODE.
           02 LINE 4 COLUMN 5 'NAMA                  : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X(20) USING PR-NAMA.
           02 LINE 5 COLUMN 5 'TGL MULAI (YYYYMMDD)  : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(8) USING PR-TGL-MULAI.
           02 LINE 6 COLUMN 5 'TGL AKHIR (YYYYMMDD)  : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(8) USING PR-TGL-AKHIR.
           02 LINE 7 COLUMN 5 'JAM MULAI (HHMM)      : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(4) USING PR-JAM-MULAI.
           02 LINE 8 COLUMN 5 'JAM AKHIR (HHMM)      : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(4) USING PR-JAM-AKHIR.
           02 LINE 9 COLUMN 5 'KODE MENU (0=SEMUA)   : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) USING PR-ITEM.
           02 LINE 10 COLUMN 5 'MIN PORSI             : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) USING PR-QTD-MIN.
           02 LINE 11 COLUMN 5 'TIPE (P=% N=NILAI G=GRATIS): '
                   HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X USING PR-TIPO.
           02 LINE 12 COLUMN 5 'PERSEN (99V99)        : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 99V99 USING PR-PERSEN.
           02 LINE 13 COLUMN 5 'NILAI POTONGAN        : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(8) USING PR-NILAI.
           02 LINE 14 COLUMN 5 'KODE MENU GRATIS      : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) USING PR-ITEM-GRATIS.
           02 LINE 15 COLUMN 5 'PORSI GRATIS          : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) USING PR-QTD-GRATIS.
           02 LINE 16 COLUMN 5 'UNTUK (S=SEMUA M=MEMBER): ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X USING PR-PESERTA.
           02 LINE 17 COLUMN 5 'AKTIF (A=AKTIF I=STOP): ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X USING PR-AKTIF.

       PROCEDURE DIVISION.
       BUKA-FILE.
           OPEN I-O PROMO.
           IF ERR = '35'
              OPEN OUTPUT PROMO
              CLOSE PROMO
              OPEN I-O PROMO.
           IF ERR NOT = '00'
              DISPLAY(10, 5) 'GAGAL MEMBUKA PROMO.DAT. STATUS=' ERR
              GO TO SELESAI.
           MOVE 'N' TO TEM-MENU.
           OPEN INPUT MENUITEM.
           IF ERR-MENU = '00'
              MOVE 'S' TO TEM-MENU.
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
           MOVE SPACES TO REG-PROMO.
           MOVE ZEROS TO PR-PERSEN PR-NILAI PR-ITEM-GRATIS
                         PR-QTD-GRATIS.
           DISPLAY ISI-PROMO
           ACCEPT ISI-PROMO.
           MOVE 'A' TO PR-AKTIF.
           PERFORM CEK-PROMO THRU CEK-PROMO-FIM.
           IF PROMO-OK NOT = 'S'
              GO TO TAMBAH-FIM.
           WRITE REG-PROMO
               INVALID KEY
               DISPLAY(19, 5) 'KODE SUDAH TERDAFTAR. ULANGI.'
               GO TO TAMBAH-FIM.
           DISPLAY(19, 5) 'PROMO DISIMPAN.'.
       TAMBAH-FIM.
           DISPLAY(20, 5) 'ADA PROMO LAGI [Y/T] ? '
           ACCEPT ISI-LAGI.
           IF LAGI GO TO TAMBAH.
           GO TO MENU-PRINCIPAL.
       UBAH.
           DISPLAY HAPUS-LAYAR
           DISPLAY CARI-PROMO
           ACCEPT CARI-PROMO.
           READ PROMO KEY IS PR-KODE
               INVALID KEY
               DISPLAY(19, 5) 'PROMO TIDAK DITEMUKAN.'
               GO TO UBAH-FIM.
           DISPLAY HAPUS-LAYAR
           DISPLAY UBAH-PROMO
           ACCEPT UBAH-PROMO.
           IF NOT PR-ATIVA AND NOT PR-INATIVA
              DISPLAY(19, 5) 'AKTIF HARUS A ATAU I - TIDAK DIUBAH.'
              GO TO UBAH-FIM.
           PERFORM CEK-PROMO THRU CEK-PROMO-FIM.
           IF PROMO-OK NOT = 'S'
              GO TO UBAH-FIM.
           REWRITE REG-PROMO.
           DISPLAY(19, 5) 'PROMO DIUBAH.'.
       UBAH-FIM.
           DISPLAY(20, 5) 'ADA PROMO LAGI [Y/T] ? '
           ACCEPT ISI-LAGI.
           IF LAGI GO TO UBAH.
           GO TO MENU-PRINCIPAL.
       DAFTAR.
           DISPLAY HAPUS-LAYAR.
           DISPLAY(2, 5) 'KODE NAMA                 MULAI    AKHIR   '
                   ' JAM      MENU T UNTUK AKTIF'.
           MOVE ZEROS TO PR-KODE.
           START PROMO KEY IS NOT LESS THAN PR-KODE
               INVALID KEY
               MOVE '10' TO ERR.
       DAFTAR-LE.
           IF ERR = '10'
              GO TO DAFTAR-FIM.
           READ PROMO NEXT RECORD
               AT END
               GO TO DAFTAR-FIM.
           DISPLAY PR-KODE '  ' PR-NAMA ' ' PR-TGL-MULAI ' '
                   PR-TGL-AKHIR ' ' PR-JAM-MULAI '-' PR-JAM-AKHIR
                   ' ' PR-ITEM '  ' PR-TIPO ' ' PR-PESERTA '     '
                   PR-AKTIF.
           GO TO DAFTAR-LE.
       DAFTAR-FIM.
           MOVE '00' TO ERR.
           DISPLAY 'TEKAN Y UNTUK KEMBALI.'
           ACCEPT ISI-LAGI.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
      * VALIDA O PROMO DIGITADO. SO GRAVA COM PROMO-OK = 'S'.
      * JAM 0000 A 2359 = O DIA TODO. MENU 0 = QUALQUER PRATO
      * DO PEDIDO. NO TIPO G O DISKON E O PRECO DAS PORSI
      * GRATIS, DESDE QUE O PRATO GRATIS ESTEJA NO PEDIDO.
      *----------------------------------------------------
       CEK-PROMO.
           MOVE 'N' TO PROMO-OK.
           IF PR-KODE = ZEROS
              DISPLAY(19, 5) 'KODE HARUS LEBIH DARI 0.'
              GO TO CEK-PROMO-FIM.
           IF PR-NAMA = SPACES
              DISPLAY(19, 5) 'NAMA HARUS DIISI.'
              GO TO CEK-PROMO-FIM.
           MOVE PR-TGL-MULAI (7:2) TO CAL-DIA.
           MOVE PR-TGL-MULAI (5:2) TO CAL-MES.
           MOVE PR-TGL-MULAI (1:4) TO CAL-ANO.
           CALL 'DATAVAL' USING DATA-CALENDARIO DATA-OK.
           IF DATA-OK NOT = 'S'
              DISPLAY(19, 5) 'TGL MULAI TIDAK VALID.'
              GO TO CEK-PROMO-FIM.
           MOVE PR-TGL-AKHIR (7:2) TO CAL-DIA.
           MOVE PR-TGL-AKHIR (5:2) TO CAL-MES.
           MOVE PR-TGL-AKHIR (1:4) TO CAL-ANO.
           CALL 'DATAVAL' USING DATA-CALENDARIO DATA-OK.
           IF DATA-OK NOT = 'S'
              DISPLAY(19, 5) 'TGL AKHIR TIDAK VALID.'
              GO TO CEK-PROMO-FIM.
           IF PR-TGL-AKHIR < PR-TGL-MULAI
              DISPLAY(19, 5) 'TGL AKHIR SEBELUM TGL MULAI.'
              GO TO CEK-PROMO-FIM.
           MOVE PR-JAM-MULAI TO JAM-CEK.
           IF JAM-CEK-HH > 23 OR JAM-CEK-MM > 59
              DISPLAY(19, 5) 'JAM MULAI TIDAK VALID.'
              GO TO CEK-PROMO-FIM.
           MOVE PR-JAM-AKHIR TO JAM-CEK.
           IF JAM-CEK-HH > 23 OR JAM-CEK-MM > 59
              DISPLAY(19, 5) 'JAM AKHIR TIDAK VALID.'
              GO TO CEK-PROMO-FIM.
           IF PR-JAM-AKHIR < PR-JAM-MULAI
              DISPLAY(19, 5) 'JAM AKHIR SEBELUM JAM MULAI.'
              GO TO CEK-PROMO-FIM.
           IF PR-ITEM = ZEROS
              GO TO CEK-PROMO-QTD.
           MOVE PR-ITEM TO MN-KODE.
           PERFORM CEK-MENU THRU CEK-MENU-FIM.
           IF MENU-OK NOT = 'S'
              DISPLAY(19, 5) 'KODE MENU TIDAK TERDAFTAR.'
              GO TO CEK-PROMO-FIM.
       CEK-PROMO-QTD.
           IF PR-QTD-MIN = ZEROS
              MOVE 1 TO PR-QTD-MIN.
           IF NOT PR-UNTUK-SEMUA AND NOT PR-UNTUK-MEMBER
              DISPLAY(19, 5) 'UNTUK HARUS S ATAU M.'
              GO TO CEK-PROMO-FIM.
           IF PR-TIPO-PERSEN
              GO TO CEK-PROMO-PERSEN.
           IF PR-TIPO-NILAI
              GO TO CEK-PROMO-NILAI.
           IF PR-TIPO-GRATIS
              GO TO CEK-PROMO-GRATIS.
           DISPLAY(19, 5) 'TIPE HARUS P, N ATAU G.'
           GO TO CEK-PROMO-FIM.
       CEK-PROMO-PERSEN.
           IF PR-PERSEN = ZEROS
              DISPLAY(19, 5) 'PERSEN HARUS DIISI.'
              GO TO CEK-PROMO-FIM.
           MOVE ZEROS TO PR-NILAI PR-ITEM-GRATIS PR-QTD-GRATIS.
           MOVE 'S' TO PROMO-OK.
           GO TO CEK-PROMO-FIM.
       CEK-PROMO-NILAI.
           IF PR-NILAI = ZEROS
              DISPLAY(19, 5) 'NILAI POTONGAN HARUS DIISI.'
              GO TO CEK-PROMO-FIM.
           MOVE ZEROS TO PR-PERSEN PR-ITEM-GRATIS PR-QTD-GRATIS.
           MOVE 'S' TO PROMO-OK.
           GO TO CEK-PROMO-FIM.
       CEK-PROMO-GRATIS.
           MOVE PR-ITEM-GRATIS TO MN-KODE.
           PERFORM CEK-MENU THRU CEK-MENU-FIM.
           IF MENU-OK NOT = 'S'
              DISPLAY(19, 5) 'KODE MENU GRATIS TIDAK TERDAFTAR.'
              GO TO CEK-PROMO-FIM.
           IF PR-QTD-GRATIS = ZEROS
              DISPLAY(19, 5) 'PORSI GRATIS HARUS DIISI.'
              GO TO CEK-PROMO-FIM.
           MOVE ZEROS TO PR-PERSEN PR-NILAI.
           MOVE 'S' TO PROMO-OK.
       CEK-PROMO-FIM.
           EXIT.
      *----------------------------------------------------
      * KODE DE MENU DO PROMO: TEM DE EXISTIR NO MENUITEM.DAT
      * (SEM O CADASTRO, ACEITA 1 A 998).
      *----------------------------------------------------
       CEK-MENU.
           MOVE 'N' TO MENU-OK.
           IF MN-KODE = ZEROS OR MN-KODE > 998
              GO TO CEK-MENU-FIM.
           IF TEM-MENU NOT = 'S'
              MOVE 'S' TO MENU-OK
              GO TO CEK-MENU-FIM.
           READ MENUITEM
               INVALID KEY
               GO TO CEK-MENU-FIM.
           MOVE 'S' TO MENU-OK.
       CEK-MENU-FIM.
           EXIT.
       SELESAI.
           CLOSE PROMO.
           IF TEM-MENU = 'S'
              CLOSE MENUITEM.
           STOP RUN.
