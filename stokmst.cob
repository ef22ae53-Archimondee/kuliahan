       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOKMST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAHAN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BH-KODE
           FILE STATUS IS ERR-BAHAN.
           SELECT ESTOQUE-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EST-KODE
           FILE STATUS IS ERR-ESTOQUE.
           SELECT MENUITEM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MN-KODE
           FILE STATUS IS ERR-MENU.
           SELECT OPNAME ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ON-CHAVE
           FILE STATUS IS ERR.
           SELECT STOKLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERR-LOG.
       DATA DIVISION.
       FILE SECTION.
       COPY "recbahan.cob".
       COPY "recestoq.cob".
       COPY "recmenu.cob".
       COPY "recopnam.cob".
       COPY "recstlog.cob".

       WORKING-STORAGE SECTION.
       77 ERR PIC XX.
       77 ERR-BAHAN PIC XX.
       77 ERR-ESTOQUE PIC XX.
       77 ERR-MENU PIC XX.
       77 ERR-LOG PIC XX.
       77 TEM-BAHAN PIC X VALUE 'N'.
       77 TEM-ESTOQUE PIC X VALUE 'N'.
       77 TEM-MENU PIC X VALUE 'N'.
       01 ISI-LAGI PIC X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       77 OPCAO-MENU PIC X.
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       01 HORA-AGORA.
           02 HORA-HHMMSS PIC 9(6).
           02 FILLER PIC 9(2).
       01 CONTROLE-ACESSO.
           02 GATE-PROGRAMA PIC X(8) VALUE 'STOKMST'.
           02 GATE-PERFIL PIC X(1) VALUE 'C'.
           02 GATE-OPERADOR PIC X(4) VALUE SPACES.
           02 GATE-OK PIC X(1) VALUE 'N'.
       01 ITEM-STOK.
           02 TIPO-ITEM PIC X.
               88 ITEM-BAHAN VALUE 'B', 'b'.
               88 ITEM-PORSI VALUE 'P', 'p'.
           02 KODE-ITEM PIC 9(3).
           02 NAMA-ITEM PIC X(20).
           02 SATUAN-ITEM PIC X(6).
           02 STOK-ITEM PIC 9(7).
           02 HARGA-ITEM PIC 9(8).
       77 ITEM-OK PIC X VALUE 'N'.
       77 QTD-BUANG PIC 9(7) VALUE ZEROS.
       77 ALASAN-BUANG PIC X VALUE SPACE.
           88 ALASAN-VALIDA VALUE 'R', 'J', 'M', 'C'.
       77 CATATAN-BUANG PIC X(20) VALUE SPACES.
       77 QTD-FISIK PIC 9(7) VALUE ZEROS.
       77 SELISIH-FISIK PIC S9(7) VALUE ZEROS.
       77 SELISIH-ED PIC -(6)9.
       77 NILAI-ED PIC -(10)9.
       77 LINHA-TELA PIC 9(2) VALUE ZEROS.

       SCREEN SECTION.
       01 HAPUS-LAYAR.
           02 BLANK SCREEN.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 2 COLUMN 5 '*** BUANG & STOK OPNAME (MAKANAN) ***'.
           02 LINE 4 COLUMN 5 '1 - Catat buang / rusak'.
           02 LINE 5 COLUMN 5 '2 - Hitung fisik (stok opname)'.
           02 LINE 6 COLUMN 5 '3 - Daftar hitung fisik'.
           02 LINE 7 COLUMN 5 '4 - Keluar'.
           02 LINE 9 COLUMN 5 'Pilih menu : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X TO OPCAO-MENU.
       01 CARI-ITEM.
           02 LINE 3 COLUMN 5 'TIPO (B=BAHAN P=PORSI) : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X TO TIPO-ITEM.
           02 LINE 4 COLUMN 5 'KODE                   : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) TO KODE-ITEM.
       01 ISI-BUANG.
           02 LINE 7 COLUMN 5 'JUMLAH BUANG           : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(7) TO QTD-BUANG.
           02 LINE 8 COLUMN 5 'ALASAN R=RUSAK J=JATUH : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X TO ALASAN-BUANG.
           02 LINE 9 COLUMN 5 '  M=MAKAN STAF C=CONTOH' HIGHLIGHT.
           02 LINE 10 COLUMN 5 'CATATAN                : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X(20) TO CATATAN-BUANG.
       01 ISI-FISIK.
           02 LINE 7 COLUMN 5 'JUMLAH FISIK           : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(7) TO QTD-FISIK.

      *----------------------------------------------------
      * BUANG: BAIXA DE ESTOQUE SEM VENDA (RUSAK, JATUH, MAKAN
      * STAF, CONTOH) DE BAHAN (BAHAN.DAT) OU PORSI PRONTA
      * (ESTOQUE.DAT), VALORIZADA AO HARGA BELI. CADA BAIXA
      * VAI PARA O STOKLOG.DAT COM OPERADOR, DATA/HORA E STOK
      * ANTES/DEPOIS.
      * HITUNG FISIK: GRAVA A CONTAGEM NO OPNAME.DAT JUNTO COM
      * O STOK DO SISTEMA NAQUELE MOMENTO. O ESTOQUE SO E
      * AJUSTADO PELO RELOPNAM, COM APROVACAO DO SUPERVISOR.
      *----------------------------------------------------
       PROCEDURE DIVISION.
       BUKA-FILE.
           CALL 'ACESSOVAL' USING GATE-PROGRAMA GATE-PERFIL
               GATE-OPERADOR GATE-OK.
           IF GATE-OK NOT = 'S'
              STOP RUN.
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           MOVE 'N' TO TEM-BAHAN.
           OPEN I-O BAHAN.
           IF ERR-BAHAN = '00'
              MOVE 'S' TO TEM-BAHAN.
           MOVE 'N' TO TEM-ESTOQUE.
           OPEN I-O ESTOQUE-FILE.
           IF ERR-ESTOQUE = '00'
              MOVE 'S' TO TEM-ESTOQUE.
           IF TEM-BAHAN NOT = 'S' AND TEM-ESTOQUE NOT = 'S'
              DISPLAY(10, 5) 'BAHAN.DAT DAN ESTOQUE.DAT TIDAK ADA.'
              STOP RUN.
           MOVE 'N' TO TEM-MENU.
           OPEN INPUT MENUITEM.
           IF ERR-MENU = '00'
              MOVE 'S' TO TEM-MENU.
           OPEN I-O OPNAME.
           IF ERR = '35'
              OPEN OUTPUT OPNAME
              CLOSE OPNAME
              OPEN I-O OPNAME.
           IF ERR NOT = '00'
              DISPLAY(10, 5) 'GAGAL MEMBUKA OPNAME.DAT. STATUS=' ERR
              GO TO SELESAI-FECHA.
       MENU-PRINCIPAL.
           DISPLAY HAPUS-LAYAR
           DISPLAY TELA-MENU.
           ACCEPT TELA-MENU.
           IF OPCAO-MENU = '1'
              GO TO BUANG.
           IF OPCAO-MENU = '2'
              GO TO HITUNG-FISIK.
           IF OPCAO-MENU = '3'
              GO TO DAFTAR.
           IF OPCAO-MENU = '4'
              GO TO SELESAI.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       BUANG.
           DISPLAY HAPUS-LAYAR
           DISPLAY(2, 5) 'CATAT BUANG / RUSAK'.
           MOVE SPACE TO TIPO-ITEM.
           MOVE ZEROS TO KODE-ITEM.
           DISPLAY CARI-ITEM
           ACCEPT CARI-ITEM.
           PERFORM ACHA-ITEM THRU ACHA-ITEM-FIM.
           IF ITEM-OK NOT = 'S'
              GO TO BUANG-FIM.
           MOVE ZEROS TO QTD-BUANG.
           MOVE SPACE TO ALASAN-BUANG.
           MOVE SPACES TO CATATAN-BUANG.
           DISPLAY ISI-BUANG
           ACCEPT ISI-BUANG.
           IF QTD-BUANG = ZEROS
              DISPLAY(19, 5) 'JUMLAH HARUS DIISI.'
              GO TO BUANG-FIM.
           IF QTD-BUANG > STOK-ITEM
              DISPLAY(19, 5) 'JUMLAH MELEBIHI STOK.'
              GO TO BUANG-FIM.
           IF ALASAN-BUANG = 'r' OR 'j' OR 'm' OR 'c'
              INSPECT ALASAN-BUANG CONVERTING 'rjmc' TO 'RJMC'.
           IF NOT ALASAN-VALIDA
              DISPLAY(19, 5) 'ALASAN TIDAK VALID.'
              GO TO BUANG-FIM.
           COMPUTE NILAI-ED = QTD-BUANG * HARGA-ITEM.
           DISPLAY(12, 5) 'NILAI (HARGA BELI) : ' NILAI-ED.
           DISPLAY(19, 5) 'SIMPAN [Y/T] ? '
           ACCEPT ISI-LAGI.
           IF NOT LAGI
              DISPLAY(19, 5) 'TIDAK DISIMPAN.'
              GO TO BUANG-FIM.
           PERFORM BAIXA-ITEM THRU BAIXA-ITEM-FIM.
           IF ITEM-OK NOT = 'S'
              GO TO BUANG-FIM.
           MOVE SPACES TO REG-STOKLOG.
           MOVE ALASAN-BUANG TO SL-ALASAN.
           MOVE '-' TO SL-ARAH.
           MOVE QTD-BUANG TO SL-QTD.
           COMPUTE SL-STOK-DEPOIS = STOK-ITEM - QTD-BUANG.
           MOVE CATATAN-BUANG TO SL-CATATAN.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
           DISPLAY(13, 5) 'STOK SEKARANG : ' SL-STOK-DEPOIS ' '
                   SATUAN-ITEM.
       BUANG-FIM.
           DISPLAY(20, 5) 'ADA BUANG LAGI [Y/T] ? '
           ACCEPT ISI-LAGI.
           IF LAGI GO TO BUANG.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
      * ACHA-ITEM: LE O BAHAN OU A PORSI PELA CHAVE E DEIXA
      * NOME, SATUAN, STOK E HARGA BELI EM ITEM-STOK.
      *----------------------------------------------------
       ACHA-ITEM.
           MOVE 'N' TO ITEM-OK.
           IF ITEM-BAHAN
              GO TO ACHA-ITEM-BAHAN.
           IF ITEM-PORSI
              GO TO ACHA-ITEM-PORSI.
           DISPLAY(19, 5) 'TIPO HARUS B ATAU P.'
           GO TO ACHA-ITEM-FIM.
       ACHA-ITEM-BAHAN.
           MOVE 'B' TO TIPO-ITEM.
           IF TEM-BAHAN NOT = 'S'
              DISPLAY(19, 5) 'BAHAN.DAT TIDAK ADA.'
              GO TO ACHA-ITEM-FIM.
           MOVE KODE-ITEM TO BH-KODE.
           READ BAHAN
               INVALID KEY
               DISPLAY(19, 5) 'BAHAN TIDAK DITEMUKAN.'
               GO TO ACHA-ITEM-FIM.
           MOVE BH-NAMA TO NAMA-ITEM.
           MOVE BH-SATUAN TO SATUAN-ITEM.
           MOVE BH-STOK TO STOK-ITEM.
           MOVE ZEROS TO HARGA-ITEM.
           IF BH-HARGA NUMERIC
              MOVE BH-HARGA TO HARGA-ITEM.
           GO TO ACHA-ITEM-MOSTRA.
       ACHA-ITEM-PORSI.
           MOVE 'P' TO TIPO-ITEM.
           IF TEM-ESTOQUE NOT = 'S'
              DISPLAY(19, 5) 'ESTOQUE.DAT TIDAK ADA.'
              GO TO ACHA-ITEM-FIM.
           MOVE KODE-ITEM TO EST-KODE.
           READ ESTOQUE-FILE
               INVALID KEY
               DISPLAY(19, 5) 'PORSI TIDAK ADA DI ESTOQUE.'
               GO TO ACHA-ITEM-FIM.
           MOVE SPACES TO NAMA-ITEM.
           MOVE 'PORSI' TO SATUAN-ITEM.
           MOVE EST-QTD TO STOK-ITEM.
           MOVE ZEROS TO HARGA-ITEM.
           IF EST-HARGA NUMERIC
              MOVE EST-HARGA TO HARGA-ITEM.
           IF TEM-MENU NOT = 'S'
              GO TO ACHA-ITEM-MOSTRA.
           MOVE KODE-ITEM TO MN-KODE.
           READ MENUITEM
               INVALID KEY
               GO TO ACHA-ITEM-MOSTRA.
           MOVE MN-NAMA TO NAMA-ITEM.
       ACHA-ITEM-MOSTRA.
           MOVE 'S' TO ITEM-OK.
           DISPLAY(5, 5) NAMA-ITEM ' STOK SISTEM ' STOK-ITEM ' '
                   SATUAN-ITEM ' HARGA ' HARGA-ITEM.
       ACHA-ITEM-FIM.
           EXIT.
      *----------------------------------------------------
      * BAIXA-ITEM: RELE O REGISTRO (A VENDA PODE TER MEXIDO
      * NO STOK ENQUANTO A TELA ESTAVA ABERTA) E TIRA A QTD.
      *----------------------------------------------------
       BAIXA-ITEM.
           MOVE 'N' TO ITEM-OK.
           IF ITEM-PORSI
              GO TO BAIXA-ITEM-PORSI.
           MOVE KODE-ITEM TO BH-KODE.
           READ BAHAN
               INVALID KEY
               GO TO BAIXA-ITEM-FIM.
           IF QTD-BUANG > BH-STOK
              DISPLAY(19, 5) 'JUMLAH MELEBIHI STOK.'
              GO TO BAIXA-ITEM-FIM.
           MOVE BH-STOK TO STOK-ITEM.
           SUBTRACT QTD-BUANG FROM BH-STOK.
           REWRITE REG-BAHAN.
           MOVE 'S' TO ITEM-OK.
           GO TO BAIXA-ITEM-FIM.
       BAIXA-ITEM-PORSI.
           MOVE KODE-ITEM TO EST-KODE.
           READ ESTOQUE-FILE
               INVALID KEY
               GO TO BAIXA-ITEM-FIM.
           IF QTD-BUANG > EST-QTD
              DISPLAY(19, 5) 'JUMLAH MELEBIHI STOK.'
              GO TO BAIXA-ITEM-FIM.
           MOVE EST-QTD TO STOK-ITEM.
           SUBTRACT QTD-BUANG FROM EST-QTD.
           REWRITE REG-ESTOQUE.
           MOVE 'S' TO ITEM-OK.
       BAIXA-ITEM-FIM.
           EXIT.
      *----------------------------------------------------
      * GRAVA-LOG: COMPLETA E ACRESCENTA O REGISTRO NO
      * STOKLOG.DAT (ALASAN, ARAH, QTD, STOK DEPOIS E CATATAN
      * JA PREENCHIDOS PELO CHAMADOR).
      *----------------------------------------------------
       GRAVA-LOG.
           ACCEPT HORA-AGORA FROM TIME.
           MOVE TGL-HARI-INI TO SL-TGL.
           MOVE HORA-HHMMSS TO SL-HORA.
           MOVE GATE-OPERADOR TO SL-OPERADOR.
           MOVE TIPO-ITEM TO SL-TIPO.
           MOVE KODE-ITEM TO SL-KODE.
           MOVE NAMA-ITEM TO SL-NAMA.
           MOVE SATUAN-ITEM TO SL-SATUAN.
           MOVE HARGA-ITEM TO SL-HARGA.
           COMPUTE SL-NILAI = SL-QTD * HARGA-ITEM.
           MOVE STOK-ITEM TO SL-STOK-ANTES.
           OPEN EXTEND STOKLOG.
           IF ERR-LOG = '35'
              OPEN OUTPUT STOKLOG
              CLOSE STOKLOG
              OPEN EXTEND STOKLOG.
           WRITE REG-STOKLOG.
           CLOSE STOKLOG.
       GRAVA-LOG-FIM.
           EXIT.
      *----------------------------------------------------
       HITUNG-FISIK.
           DISPLAY HAPUS-LAYAR
           DISPLAY(2, 5) 'HITUNG FISIK (STOK OPNAME)'.
           MOVE SPACE TO TIPO-ITEM.
           MOVE ZEROS TO KODE-ITEM.
           DISPLAY CARI-ITEM
           ACCEPT CARI-ITEM.
           PERFORM ACHA-ITEM THRU ACHA-ITEM-FIM.
           IF ITEM-OK NOT = 'S'
              GO TO HITUNG-FISIK-FIM.
           MOVE TIPO-ITEM TO ON-TIPO.
           MOVE KODE-ITEM TO ON-KODE.
           READ OPNAME
               INVALID KEY
               MOVE '23' TO ERR.
           IF ERR = '00'
              DISPLAY(6, 5) 'SUDAH DIHITUNG: ' ON-FISIK
                      ' - HITUNG ULANG MENGGANTI.'.
           MOVE ZEROS TO QTD-FISIK.
           DISPLAY ISI-FISIK
           ACCEPT ISI-FISIK.
           COMPUTE SELISIH-FISIK = QTD-FISIK - STOK-ITEM.
           MOVE SELISIH-FISIK TO SELISIH-ED.
           COMPUTE NILAI-ED = SELISIH-FISIK * HARGA-ITEM.
           DISPLAY(9, 5) 'SELISIH : ' SELISIH-ED '  NILAI : ' NILAI-ED.
           DISPLAY(19, 5) 'SIMPAN HITUNG [Y/T] ? '
           ACCEPT ISI-LAGI.
           IF NOT LAGI
              DISPLAY(19, 5) 'TIDAK DISIMPAN.         '
              GO TO HITUNG-FISIK-FIM.
           ACCEPT HORA-AGORA FROM TIME.
           MOVE SPACES TO REG-OPNAME.
           MOVE TIPO-ITEM TO ON-TIPO.
           MOVE KODE-ITEM TO ON-KODE.
           MOVE NAMA-ITEM TO ON-NAMA.
           MOVE SATUAN-ITEM TO ON-SATUAN.
           MOVE STOK-ITEM TO ON-SISTEM.
           MOVE QTD-FISIK TO ON-FISIK.
           MOVE HARGA-ITEM TO ON-HARGA.
           MOVE TGL-HARI-INI TO ON-TGL.
           MOVE HORA-HHMMSS TO ON-HORA.
           MOVE GATE-OPERADOR TO ON-OPERADOR.
           WRITE REG-OPNAME
               INVALID KEY
               REWRITE REG-OPNAME.
           DISPLAY(19, 5) 'HITUNG DISIMPAN - MENUNGGU PERSETUJUAN.'.
       HITUNG-FISIK-FIM.
           DISPLAY(20, 5) 'ADA HITUNG LAGI [Y/T] ? '
           ACCEPT ISI-LAGI.
           IF LAGI GO TO HITUNG-FISIK.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       DAFTAR.
           DISPLAY HAPUS-LAYAR
           DISPLAY(2, 5) 'HITUNG FISIK MENUNGGU PERSETUJUAN'.
           DISPLAY(3, 5) 'T KOD NAMA                  SISTEM   FISIK'
                   ' SELISIH       NILAI'.
           MOVE 4 TO LINHA-TELA.
           MOVE LOW-VALUES TO ON-CHAVE.
           START OPNAME KEY IS NOT LESS THAN ON-CHAVE
               INVALID KEY
               GO TO DAFTAR-FIM.
       DAFTAR-LE.
           READ OPNAME NEXT RECORD
               AT END
               GO TO DAFTAR-FIM.
           IF LINHA-TELA > 18
              DISPLAY(19, 5) 'LAYAR PENUH - LIHAT RELOPNAM.'
              GO TO DAFTAR-FIM.
           COMPUTE SELISIH-FISIK = ON-FISIK - ON-SISTEM.
           MOVE SELISIH-FISIK TO SELISIH-ED.
           COMPUTE NILAI-ED = SELISIH-FISIK * ON-HARGA.
           DISPLAY(LINHA-TELA, 5) ON-TIPO ' ' ON-KODE ' ' ON-NAMA
                   ' ' ON-SISTEM ' ' ON-FISIK ' ' SELISIH-ED
                   NILAI-ED.
           ADD 1 TO LINHA-TELA.
           GO TO DAFTAR-LE.
       DAFTAR-FIM.
           DISPLAY(20, 5) 'TEKAN Y UNTUK KEMBALI.'
           ACCEPT ISI-LAGI.
           GO TO MENU-PRINCIPAL.
       SELESAI.
           CLOSE OPNAME.
       SELESAI-FECHA.
           IF TEM-BAHAN = 'S'
              CLOSE BAHAN.
           IF TEM-ESTOQUE = 'S'
              CLOSE ESTOQUE-FILE.
           IF TEM-MENU = 'S'
              CLOSE MENUITEM.
           STOP RUN.
