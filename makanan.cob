           RECORD KEY IS CHAVE-VENDA
           FILE STATUS IS STATUS-VENDAS.
           SELECT ESTOQUE-FILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EST-KODE
           FILE STATUS IS STATUS-ESTOQUE.
           SELECT NOMORSTRUK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-NOMOR.
           SELECT HARGA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HRG-KODE
           FILE STATUS IS STATUS-HARGA.
           SELECT POCOMP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-CHAVE
           FILE STATUS IS STATUS-PO.
           SELECT MENUITEM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MN-KODE
           FILE STATUS IS STATUS-MENU.
           SELECT STRUK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-STRUK.
           SELECT PROVASHIFT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-PROVA.
           SELECT EDCTRX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-EDC.
           SELECT KARYAWAN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOKAR
           FILE STATUS IS STATUS-KARYAWAN.
           SELECT PHK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-NOKAR
           FILE STATUS IS STATUS-PHK.
           SELECT MAKKAR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MK-CHAVE
           FILE STATUS IS STATUS-MAKKAR.
           SELECT DAPUR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-DAPUR.
           SELECT BAHAN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BH-KODE
           FILE STATUS IS STATUS-BAHAN.
           SELECT RESEP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-CHAVE
           FILE STATUS IS STATUS-RESEP.
           SELECT PROMO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-KODE
           FILE STATUS IS STATUS-PROMO.
           SELECT MEJATAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TB-CHAVE
           FILE STATUS IS STATUS-MEJA.
       DATA DIVISION.
       FILE SECTION.
       COPY "recvenda.cob".
       COPY "recplgn.cob".
       COPY "reckasir.cob".
       COPY "recshift.cob".
       COPY "recbahan.cob".
       COPY "recresep.cob".
       COPY "recpromo.cob".
       COPY "recmeja.cob".
       FD  PROVASHIFT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SHIFTMAK.TXT".
       01  REG-PROVASHIFT              PIC X(80).
       COPY "recedc.cob".
       COPY "reckar.cob".
       COPY "recphk.cob".
       COPY "recmakar.cob".
       FD  DAPUR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DAPUR.TXT".
       01  REG-DAPUR                   PIC X(60).
       COPY "recharga.cob".
       COPY "recmenu.cob".
       COPY "recpocmp.cob".
       WORKING-STORAGE SECTION.
       01 Masukan.
           02 PIL PIC 9.
           02 KODE-MENU PIC 9(3).
           02 JUM PIC 9(3).
           02 TOTAL PIC 9(8).
           02 TOTAL-PEDIDO PIC 9(8) VALUE ZEROS.
           02  WS-ERR-OPERACAO PIC X(08) VALUE SPACES.
           02  WS-ERR-STATUS   PIC X(02) VALUE "00".
           02  WS-ERR-ACAO     PIC X(01) VALUE "S".
       01 CAMPOS-PARAMETER.
           02 PRM-KODE PIC X(12) VALUE SPACES.
           02 PRM-TGL PIC 9(8) VALUE ZEROS.
           02 PRM-NILAI PIC 9(9)V99 VALUE ZEROS.
           02 PRM-BERLAKU PIC 9(8) VALUE ZEROS.
           02 PRM-HASIL PIC X VALUE 'N'.

       77 STATUS-ESTOQUE PIC X(02) VALUE "00".
       77 BATAS-STOK PIC 9(3) VALUE 10.
       77 KODE-TERIMA PIC 9(3) VALUE ZEROS.
       77 OPCAO-TERIMA PIC X VALUE SPACE.
       77 STATUS-PO PIC X(02) VALUE "00".
       77 NOPED-TERIMA PIC 9(6) VALUE ZEROS.
       77 PO-ACHADO PIC X VALUE 'N'.
       77 JUM-TERIMA PIC 9(3).
       77 TEM-ESTOQUE PIC X VALUE 'N'.
       77 TEM-STOK-ITEM PIC X VALUE 'N'.
       77 QTD-MENIPIS PIC 9(3) VALUE ZEROS.
       77 LINHA-MENIPIS PIC 9(2) VALUE ZEROS.
       77 STATUS-MENU PIC X(02) VALUE "00".
       77 PAGINA-INICIO PIC 9(3) VALUE 1.
       77 PAGINA-PROXIMA PIC 9(3) VALUE ZEROS.
       77 IDX-LISTA PIC 9(4) COMP VALUE ZEROS.
       77 QTD-LISTA PIC 9(2) COMP VALUE ZEROS.
       77 LINHA-TELA PIC 9(2) VALUE ZEROS.
       77 COLUNA-TELA PIC 9(2) VALUE ZEROS.
       77 WS-KODE-ED PIC 9(3).
       77 PESAN-LAYAR PIC X(50) VALUE SPACES.
       77 STATUS-NOMOR PIC X(02) VALUE "00".
       77 STATUS-STRUK PIC X(02) VALUE "00".
       77 STATUS-PELANGGAN PIC X(02) VALUE "00".
       77 TENDER PIC X VALUE 'T'.
       77 VENDA-BON PIC X VALUE 'N'.
       77 STATUS-EDC PIC X(02) VALUE "00".
       77 JENIS-EDC-DIG PIC X VALUE SPACE.
       77 TID-DIG PIC X(8) VALUE SPACES.
       77 APPROVAL-DIG PIC X(6) VALUE SPACES.
       77 STATUS-KARYAWAN PIC X(02) VALUE "00".
       77 STATUS-PHK PIC X(02) VALUE "00".
       77 STATUS-MAKKAR PIC X(02) VALUE "00".
       77 NOKAR-DIG PIC 9(4) VALUE ZEROS.
       77 LIMIT-MAKAN PIC 9(8) VALUE 500000.
       77 PAKAI-MAKAN PIC 9(8) VALUE ZEROS.
       77 SISA-MAKAN PIC 9(8) VALUE ZEROS.
       77 PHK-ACHADO PIC X VALUE 'N'.
       77 NOPLG-DIMINTA PIC 9(4) VALUE ZEROS.
       77 STATUS-KASIR PIC X(02) VALUE "00".
       77 STATUS-SHIFTARQ PIC X(02) VALUE "00".
       77 KASIR-ATUAL PIC X(4) VALUE SPACES.
       77 SANDI-DIGITADA PIC X(8) VALUE SPACES.
       77 TENTATIVAS PIC 9 VALUE ZEROS.
       77 SANDI-CRIPTO PIC X(16) VALUE SPACES.
       01 CONTROLE-SENHA.
           02 SEN-FUNCAO PIC X(1) VALUE 'L'.
           02 SEN-PROGRAMA PIC X(8) VALUE 'MAKANAN'.
           02 SEN-TIPO-ID PIC X(1) VALUE 'K'.
           02 SEN-ID PIC X(4) VALUE SPACES.
           02 SEN-TENTATIVAS PIC 9(2) VALUE ZEROS.
           02 SEN-RESPONSAVEL PIC X(4) VALUE SPACES.
           02 SEN-LIMITE PIC 9(2) VALUE 3.
       77 WS-ESPERADO PIC 9(8) VALUE ZEROS.
       77 WS-SELISIH PIC S9(8) VALUE ZEROS.
       77 WS-SELISIH-ED PIC -Z(7)9.
       77 WS-LINHA-PROVA PIC X(80).
       77 STATUS-DAPUR PIC X(02) VALUE "00".
       77 STATUS-BAHAN PIC X(02) VALUE "00".
       77 STATUS-RESEP PIC X(02) VALUE "00".
       77 TEM-BAHAN PIC X VALUE 'N'.
       77 ADA-RESEP PIC X VALUE 'N'.
       77 BAHAN-KURANG PIC X VALUE 'N'.
       77 ARAH-BAHAN PIC X VALUE 'B'.
       77 IDX-MENU PIC 9(3) VALUE ZEROS.
       77 QTD-BAHAN PIC 9(7) VALUE ZEROS.
       77 WS-LINHA-DAPUR PIC X(60).
       77 STATUS-PROMO PIC X(02) VALUE "00".
       77 NOPLG-MEMBER PIC 9(4) VALUE ZEROS.
       77 ADA-PROMO-MEMBER PIC X VALUE 'N'.
       77 JAM-HHMM PIC 9(4) VALUE ZEROS.
       77 QTD-PROMOS PIC 9(2) COMP VALUE ZEROS.
       77 IDX-PROMO PIC 9(2) COMP VALUE ZEROS.
       77 QTD-QUALIF PIC 9(5) VALUE ZEROS.
       77 VALOR-QUALIF PIC 9(9) VALUE ZEROS.
       77 QTD-GRATIS-PED PIC 9(5) VALUE ZEROS.
       77 SETS-PROMO PIC 9(5) VALUE ZEROS.
       77 QTD-DISKON PIC 9(5) VALUE ZEROS.
       77 NILAI-DISKON PIC 9(9) VALUE ZEROS.
       77 TOTAL-DISKON PIC 9(8) VALUE ZEROS.
       77 TOTAL-BRUTO PIC 9(8) VALUE ZEROS.
       77 STATUS-MEJA PIC X(02) VALUE "00".
       77 MODO-MEJA PIC X VALUE 'N'.
       77 OPCAO-MEJA PIC X VALUE SPACE.
       77 TIPO-CONTA PIC X VALUE SPACE.
       77 MEJA-ATUAL PIC 9(2) VALUE ZEROS.
       77 MEJA-DESTINO PIC 9(2) VALUE ZEROS.
       77 RONDE-ATUAL PIC 9(2) VALUE ZEROS.
       77 LINHA-MEJA PIC 9(3) VALUE ZEROS.
       77 LINHA-PEDIDA PIC 9(3) VALUE ZEROS.
       77 JUM-PEDIDA PIC 9(3) VALUE ZEROS.
       77 JUM-LIVRE PIC 9(3) VALUE ZEROS.
       77 ULT-LINHA-DEST PIC 9(3) VALUE ZEROS.
       77 TAB-KASIR-ABERTO PIC 9(3) VALUE ZEROS.
       77 TOTAL-TAB PIC 9(9) VALUE ZEROS.
       77 IDX-CONTA PIC 9(2) COMP VALUE ZEROS.
       77 TEM-CABECA PIC X VALUE 'N'.
       77 MEJA-LISTA PIC 9(2) VALUE ZEROS.
       01 CONTA-MEJA.
           02 QTD-CONTA PIC 9(2) COMP VALUE ZEROS.
           02 LINHA-CONTA OCCURS 20 TIMES.
               03 CB-LINHA PIC 9(3).
               03 CB-JUM PIC 9(3).
       01 CABECA-SALVA.
           02 SALVA-KASIR PIC X(4).
           02 SALVA-MOMEN.
               03 SALVA-TGL PIC 9(8).
               03 SALVA-JAM.
                   04 SALVA-JAM-HH PIC 9(2).
                   04 SALVA-JAM-MM PIC 9(2).
           02 SALVA-RONDE PIC 9(2).
           02 SALVA-TOTAL PIC 9(9).
       01 MOMEN-DESTINO.
           02 DEST-TGL PIC 9(8).
           02 DEST-JAM PIC 9(4).
       77 ITEM-SALVO PIC X(55).
       01 DATA-TAB.
           02 TAB-DIA PIC 9(2).
           02 TAB-MES PIC 9(2).
           02 TAB-ANO PIC 9(4).
       77 FUNCAO-DIAS PIC X VALUE 'N'.
       77 DIAS-BUKA PIC 9(7) VALUE ZEROS.
       77 DIAS-AGORA PIC 9(7) VALUE ZEROS.
       77 MENIT-AGORA PIC 9(9) VALUE ZEROS.
       77 MENIT-BUKA PIC 9(9) VALUE ZEROS.
       77 LAMA-TAB PIC 9(9) VALUE ZEROS.
       77 LAMA-JAM PIC 9(5) VALUE ZEROS.
       77 LAMA-MNT PIC 9(2) VALUE ZEROS.
       77 WS-LAMA-ED PIC ZZZZ9.
       01 TABEL-PROMO.
           02 PROMO-HARI-INI OCCURS 20 TIMES.
               03 TP-KODE PIC 9(3).
               03 TP-NAMA PIC X(20).
               03 TP-ITEM PIC 9(3).
               03 TP-QTD-MIN PIC 9(3).
               03 TP-TIPO PIC X.
               03 TP-PERSEN PIC 9(2)V99.
               03 TP-NILAI PIC 9(8).
               03 TP-ITEM-GRATIS PIC 9(3).
               03 TP-QTD-GRATIS PIC 9(3).
               03 TP-PESERTA PIC X.
       01 JAM-AGORA.
           02 JAM-HH PIC 9(2).
           02 JAM-MM PIC 9(2).
       77 WS-LINHA-STRUK PIC X(80).
       77 WS-IDX-PEDIDO PIC 9(2) COMP VALUE ZEROS.
       77 STATUS-HARGA PIC X(02) VALUE "00".
       01 TABEL-MENU.
           02 ITEM-MENU OCCURS 999 TIMES.
               03 NAMA-ITEM PIC X(20).
               03 HARGA-ITEM PIC 9(8).
               03 KATEG-ITEM PIC X.
               03 STASIUN-ITEM PIC X(8).
               03 AKTIF-ITEM PIC X.
       77 WS-HARGA-ED PIC Z(7)9.
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       01 PEDIDO-SESSAO.
               03 PED-NOME PIC X(20).
               03 PED-JUM PIC 9(3).
               03 PED-TOTAL PIC 9(8).
               03 PED-MENU PIC 9(3).
               03 PED-STASIUN PIC X(8).
               03 PED-RESEP PIC X.
               03 PED-TIPO PIC X.
               03 PED-PROMO PIC 9(3).
       77 WS-NOME-ITEM  PIC X(20) VALUE SPACES.
       77 ITEM-SEQ      PIC 9(2) VALUE ZEROS.
       77 WS-JUM-ED      PIC ZZ9.
       77 WS-TOTAL-ED    PIC Z(7)9.

       SCREEN SECTION.
       01 HAPUS-LAYAR.
           
       01 TELA-MENU.
           02 LINE 2 COLUMN 20 VALUE 'MENU MAKANAN'.
           02 LINE 16 COLUMN 2 VALUE '===================='.
           02 LINE 17 COLUMN 2 VALUE 'KODE MENU [   ]'.
           02 LINE 17 COLUMN 19
               VALUE '0=FUNGSI LAIN  999=HALAMAN BERIKUT'.
           02 LINE 17 COLUMN 13 PIC 9(3) TO KODE-MENU.

       01 TELA-FUNGSI.
           02 LINE 2 COLUMN 20 VALUE 'FUNGSI LAIN'.
           02 LINE 4 COLUMN 20 VALUE '1. TERIMA STOK / PESAN ULANG'.
           02 LINE 5 COLUMN 20 VALUE '2. TUTUP SHIFT (KASIR)'.
           02 LINE 6 COLUMN 20 VALUE '3. MEJA: PESAN RONDE'.
           02 LINE 7 COLUMN 20 VALUE '4. MEJA: BAYAR/PINDAH/DAFTAR'.
           02 LINE 8 COLUMN 20 VALUE '0. KEMBALI KE MENU'.
           02 LINE 9 COLUMN 20 VALUE '===================='.
           02 LINE 10 COLUMN 20 VALUE 'PILIH [ ]'.
           02 LINE 10 COLUMN 27 PIC 9 TO PIL.
       
       01 PORSI.
           02 LINE 2 COLUMN 30 VALUE 'BERAPA PORSI YANG ANDA PESAN?[ ]'.
       PROCEDURE DIVISION.
       SIGNON-KASIR.
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           OPEN I-O KASIR.
           IF STATUS-KASIR = "35"
              CLOSE KASIR
              GO TO SIGNON-PRIMEIRO.
           ACCEPT (5, 28) SANDI-DIGITADA.
           READ KASIR
               INVALID KEY
               MOVE 'N' TO SEN-FUNCAO
               PERFORM SIGNON-CATAT
               GO TO SIGNON-INVALIDO.
           IF KASIR-TERBLOKIR
              MOVE 'T' TO SEN-FUNCAO
              PERFORM SIGNON-CATAT
              GO TO SIGNON-TERBLOKIR.
           CALL 'SENHACRIP' USING KODE-KASIR SANDI-DIGITADA
               SANDI-CRIPTO.
           IF SANDI-KASIR NOT = SANDI-CRIPTO
              GO TO SIGNON-SALAH.
           IF GAGAL-KASIR NOT = ZEROS
              MOVE ZEROS TO GAGAL-KASIR
              REWRITE REG-KASIR.
           MOVE KODE-KASIR TO KASIR-ATUAL.
           CLOSE KASIR.
           GO TO ABRE-SHIFT.
              STOP RUN.
           DISPLAY (7, 20) 'KODE ATAU SANDI SALAH. ULANGI.'.
           GO TO SIGNON-TERIMA.
       SIGNON-SALAH.
           ADD 1 TO GAGAL-KASIR.
           MOVE 'F' TO SEN-FUNCAO.
           PERFORM SIGNON-CATAT.
           IF GAGAL-KASIR < SEN-LIMITE
              REWRITE REG-KASIR
              GO TO SIGNON-INVALIDO.
           MOVE 'Y' TO BLOKIR-KASIR.
           ACCEPT TGL-BLOKIR-KASIR FROM DATE YYYYMMDD.
           REWRITE REG-KASIR.
           MOVE 'B' TO SEN-FUNCAO.
           PERFORM SIGNON-CATAT.
       SIGNON-TERBLOKIR.
           DISPLAY (7, 20) 'KASIR DIBLOKIR! HUBUNGI ADMINISTRATOR.'.
           CLOSE KASIR.
           STOP RUN.
       SIGNON-PRIMEIRO.
           OPEN OUTPUT KASIR.
           CLOSE KASIR.
           DISPLAY (5, 20) 'NAMA  : '.
           ACCEPT (5, 28) NAMA-KASIR.
           DISPLAY (6, 20) 'SANDI : '.
           ACCEPT (6, 28) SANDI-DIGITADA.
           CALL 'SENHACRIP' USING KODE-KASIR SANDI-DIGITADA
               SANDI-KASIR.
           MOVE ZEROS TO GAGAL-KASIR.
           MOVE 'N' TO BLOKIR-KASIR.
           MOVE ZEROS TO TGL-BLOKIR-KASIR.
           WRITE REG-KASIR.
           MOVE KODE-KASIR TO KASIR-ATUAL.
           CLOSE KASIR.
                 GO TO ABRE-ARQUIVO
              ELSE
                 STOP RUN.
           PERFORM ABRE-BAHAN THRU ABRE-BAHAN-FIM.
           PERFORM ABRE-ESTOQUE THRU ABRE-ESTOQUE-FIM.
      *----------------------------------------------------
      * MENU: OS ITENS VEM DO MENUITEM.DAT (MENUMST) E OS
      * PRECOS DO HARGA.DAT (HARGAMST). A TABELA E INDEXADA
      * PELO PROPRIO KODE MENU (1-998); ITEM SEM HARGA NAO
      * PODE SER VENDIDO.
      *----------------------------------------------------
       MUAT-MENU.
           MOVE SPACES TO TABEL-MENU.
           OPEN INPUT MENUITEM.
           IF STATUS-MENU NOT = "00"
              DISPLAY (20, 2) 'MENUITEM.DAT BELUM ADA - JALANKAN '
                      'CONVMENU ATAU MENUMST.'
              CLOSE VENDATRX
              PERFORM FECHA-BAHAN
              PERFORM FECHA-ESTOQUE
              STOP RUN.
       MUAT-MENU-LE.
           READ MENUITEM NEXT RECORD
               AT END
               GO TO MUAT-HARGA.
           IF MN-KODE = ZEROS OR MN-KODE > 998
              GO TO MUAT-MENU-LE.
           MOVE MN-NAMA TO NAMA-ITEM (MN-KODE).
           MOVE ZEROS TO HARGA-ITEM (MN-KODE).
           MOVE MN-KATEGORI TO KATEG-ITEM (MN-KODE).
           MOVE MN-STASIUN TO STASIUN-ITEM (MN-KODE).
           MOVE MN-AKTIF TO AKTIF-ITEM (MN-KODE).
           GO TO MUAT-MENU-LE.
       MUAT-HARGA.
           CLOSE MENUITEM.
           OPEN INPUT HARGA.
           IF STATUS-HARGA NOT = "00"
              GO TO AMBIL-NOMOR.
       MUAT-HARGA-LE.
           READ HARGA NEXT RECORD
               AT END
               GO TO MUAT-HARGA-FIM.
           IF HRG-KODE = ZEROS OR HRG-KODE > 998
              GO TO MUAT-HARGA-LE.
           IF AKTIF-ITEM (HRG-KODE) = SPACE
              GO TO MUAT-HARGA-LE.
           MOVE HRG-NILAI TO HARGA-ITEM (HRG-KODE).
           GO TO MUAT-HARGA-LE.
       MULAI.
           DISPLAY HAPUS-LAYAR.
           DISPLAY TELA-MENU.
           PERFORM TAMPIL-MENU THRU TAMPIL-MENU-FIM.
           PERFORM CEK-STOK THRU CEK-STOK-FIM.
           IF MODO-MEJA = 'P'
               DISPLAY (1, 20) 'MEJA ' MEJA-ATUAL ' - RONDE '
                       RONDE-ATUAL.
           IF PESAN-LAYAR NOT = SPACES
               DISPLAY (22, 2) PESAN-LAYAR
               MOVE SPACES TO PESAN-LAYAR.
           ACCEPT TELA-MENU.
           IF KODE-MENU = 999
               MOVE PAGINA-PROXIMA TO PAGINA-INICIO
               GO TO MULAI.
           IF KODE-MENU NOT = ZEROS
               GO TO PESAN-ITEM.
      *****  MEJA ABERTA SEM NENHUM ITEM: DESISTE DA RONDE
           IF MODO-MEJA = 'P' AND QTD-ITENS-PEDIDO = ZEROS
               CLOSE MEJATAB
               MOVE 'N' TO MODO-MEJA.
           IF MODO-MEJA = 'P'
               MOVE 'SELESAIKAN PESANAN MEJA DULU.' TO PESAN-LAYAR
               GO TO MULAI.
       FUNGSI-LAIN.
           DISPLAY HAPUS-LAYAR.
           DISPLAY TELA-FUNGSI.
           ACCEPT TELA-FUNGSI.
           IF PIL = 0
               GO TO MULAI.
           IF PIL = 1
               PERFORM TERIMA THRU TERIMA-FIM
               GO TO TANYA.
           IF PIL = 2
               GO TO TUTUP-SHIFT.
           IF PIL = 3
               GO TO MEJA-PESAN.
           IF PIL = 4
               GO TO MEJA-MENU.
           GO TO FUNGSI-LAIN.

       SELESAI.
           IF MODO-MEJA = 'P'
              GO TO SELESAI-RONDE.
           MOVE TOTAL-PEDIDO TO TOTAL-BRUTO.
           MOVE ZEROS TO TOTAL-DISKON.
           IF TOTAL-BRUTO NOT = ZEROS
              PERFORM APLICA-PROMO THRU APLICA-PROMO-FIM.
           CLOSE VENDATRX.
           PERFORM FECHA-BAHAN.
           PERFORM FECHA-ESTOQUE.
           DISPLAY HAPUS-LAYAR.
           IF TOTAL-DISKON NOT = ZEROS
              DISPLAY (8, 2) 'TOTAL BRUTO...: ',TOTAL-BRUTO
              DISPLAY (9, 2) 'DISKON PROMO..: ',TOTAL-DISKON.
           DISPLAY (10, 2) 'TOTAL A PAGAR.: ',TOTAL-PEDIDO.
           IF TOTAL-BRUTO = ZEROS
              STOP RUN.
           IF MODO-MEJA = 'B'
              PERFORM BAIXA-TAB THRU BAIXA-TAB-FIM
              GO TO TERIMA-TENDER.
           PERFORM CETAK-TIKET-DAPUR THRU CETAK-TIKET-FIM.
       TERIMA-TENDER.
           DISPLAY (11, 2)
                   'TUNAI (T), BON (B), KARTU/QRIS (E), KARYAWAN (K),'
                   ' BATAL (X) ? '.
           ACCEPT (11, 65) TENDER.
           IF MODO-MEJA = 'B' AND (TENDER = 'X' OR TENDER = 'x')
              DISPLAY (14, 2) 'TAB MEJA TIDAK BISA DIBATALKAN.'
              GO TO TERIMA-TENDER.
           IF TENDER = 'B' OR TENDER = 'b'
              GO TO TERIMA-BON.
           IF TENDER = 'T' OR TENDER = 't'
              GO TO TERIMA-BAYAR.
           IF TENDER = 'E' OR TENDER = 'e'
              GO TO TERIMA-EDC.
           IF TENDER = 'K' OR TENDER = 'k'
              GO TO TERIMA-KARYAWAN.
           IF TENDER = 'X' OR TENDER = 'x'
              GO TO BATAL-PEDIDO.
           GO TO TERIMA-TENDER.
           MOVE 'S' TO VENDA-BON.
           MOVE ZEROS TO BAYAR.
           MOVE ZEROS TO KEMBALI.
           MOVE 'B' TO TENDER.
           PERFORM MARCA-TENDER THRU MARCA-TENDER-FIM.
           PERFORM CETAK-STRUK THRU CETAK-TOTAL.
           DISPLAY (15, 2) 'STRUK NOMOR   : ',NOSTRUK.
           STOP RUN.

      *----------------------------------------------------
      * KARTU DEBIT/KREDIT OU QRIS: O PAGAMENTO E FEITO NO
      * EDC DO ADQUIRENTE; AQUI SO SE REGISTRA O TID E O
      * KODE APPROVAL (EDCTRX.TXT) PARA A REKONSILIASI DO
      * SETTLEMENT (CONCEDC). NAO ENTRA NO TUNAI DO SHIFT.
      * SEM APPROVAL (KARTU DITOLAK) VOLTA A ESCOLHA.
      *----------------------------------------------------
       TERIMA-EDC.
           DISPLAY (12, 2) 'DEBIT (D), KREDIT (K), QRIS (Q) : '.
           ACCEPT (12, 37) JENIS-EDC-DIG.
           IF JENIS-EDC-DIG = 'd'
              MOVE 'D' TO JENIS-EDC-DIG.
           IF JENIS-EDC-DIG = 'k'
              MOVE 'K' TO JENIS-EDC-DIG.
           IF JENIS-EDC-DIG = 'q'
              MOVE 'Q' TO JENIS-EDC-DIG.
           IF JENIS-EDC-DIG NOT = 'D' AND NOT = 'K' AND NOT = 'Q'
              GO TO TERIMA-EDC.
       TERIMA-EDC-TID.
           DISPLAY (13, 2) 'TID TERMINAL EDC : '.
           ACCEPT (13, 22) TID-DIG.
           IF TID-DIG = SPACES
              GO TO TERIMA-EDC-TID.
           DISPLAY (14, 2) 'KODE APPROVAL    : '.
           ACCEPT (14, 22) APPROVAL-DIG.
           IF APPROVAL-DIG = SPACES
              DISPLAY (16, 2) 'TANPA APPROVAL - PILIH TENDER LAIN.'
              GO TO TERIMA-TENDER.
           MOVE TOTAL-PEDIDO TO BAYAR.
           MOVE ZEROS TO KEMBALI.
           MOVE 'E' TO TENDER.
           PERFORM GRAVA-EDC THRU GRAVA-EDC-FIM.
           PERFORM MARCA-TENDER THRU MARCA-TENDER-FIM.
           PERFORM CETAK-STRUK THRU CETAK-TOTAL.
           DISPLAY (15, 2) 'STRUK NOMOR   : ',NOSTRUK.
           STOP RUN.

       GRAVA-EDC.
           OPEN EXTEND EDCTRX.
           IF STATUS-EDC = "35"
              OPEN OUTPUT EDCTRX
              CLOSE EDCTRX
              OPEN EXTEND EDCTRX.
           IF STATUS-EDC NOT = "00"
              DISPLAY (16, 2) 'GAGAL MENYIMPAN EDCTRX. STATUS='
                      STATUS-EDC
              GO TO GRAVA-EDC-FIM.
           MOVE SPACES TO REG-EDCTRX.
           ACCEPT JAM-AGORA FROM TIME.
           MOVE TGL-HARI-INI TO DATA-EDC.
           COMPUTE HORA-EDC = JAM-HH * 10000 + JAM-MM * 100 + JAM-SS.
           MOVE 'M' TO CAIXA-EDC.
           MOVE NOSTRUK TO DOKUMEN-EDC.
           MOVE KASIR-ATUAL TO KASIR-EDC.
           MOVE JENIS-EDC-DIG TO JENIS-EDC.
           MOVE TID-DIG TO TERMINAL-EDC.
           MOVE APPROVAL-DIG TO APPROVAL-EDC.
           MOVE TOTAL-PEDIDO TO VALOR-EDC.
           MOVE 'A' TO SITUACAO-EDC.
           WRITE REG-EDCTRX.
           CLOSE EDCTRX.
       GRAVA-EDC-FIM.
           EXIT.

      *----------------------------------------------------
      * MAKAN KARYAWAN: O STRUK VAI PARA A CONTA DO NOKAR NO
      * MAKKAR.DAT E E DESCONTADO NO GAJI (TAGMAKAN JUNTA A
      * CONTA NO CORTE DA FOLHA; O CONTOH DESCONTA). SO
      * KARYAWAN AKTIF E SEM PHK, DENTRO DO LIMITE MENSAL
      * (PARAMETRO LIMITMAKAN, SOMA DO MES CORRENTE). NAO
      * ENTRA NO TUNAI DO SHIFT. NOKAR 0 VOLTA A ESCOLHA.
      *----------------------------------------------------
       TERIMA-KARYAWAN.
           DISPLAY (12, 2) 'NOKAR KARYAWAN : '.
           ACCEPT (12, 19) NOKAR-DIG.
           IF NOKAR-DIG = ZEROS
              GO TO TERIMA-TENDER.
           OPEN INPUT KARYAWAN.
           IF STATUS-KARYAWAN NOT = "00"
              DISPLAY (16, 2) 'SEM KARYAWAN.DAT - PILIH TENDER LAIN.'
              GO TO TERIMA-TENDER.
           MOVE NOKAR-DIG TO NOKAR.
           READ KARYAWAN
               INVALID KEY
               CLOSE KARYAWAN
               DISPLAY (16, 2) 'NOKAR TIDAK TERDAFTAR. ULANGI.    '
               GO TO TERIMA-KARYAWAN.
           CLOSE KARYAWAN.
           IF NOT KAR-AKTIF
              DISPLAY (16, 2) 'KARYAWAN NONAKTIF - DITOLAK.      '
              GO TO TERIMA-TENDER.
           PERFORM CEK-PHK THRU CEK-PHK-FIM.
           IF PHK-ACHADO = 'S'
              DISPLAY (16, 2) 'KARYAWAN SUDAH PHK - DITOLAK.     '
              GO TO TERIMA-TENDER.
           DISPLAY (13, 2) 'KARYAWAN: ',NAMA-KAR.
           MOVE 'LIMITMAKAN' TO PRM-KODE.
           MOVE TGL-HARI-INI TO PRM-TGL.
           CALL 'PARAMVAL' USING CAMPOS-PARAMETER.
           IF PRM-HASIL = 'S'
              MOVE PRM-NILAI TO LIMIT-MAKAN.
           OPEN I-O MAKKAR.
           IF STATUS-MAKKAR = "35"
              OPEN OUTPUT MAKKAR
              CLOSE MAKKAR
              OPEN I-O MAKKAR.
           IF STATUS-MAKKAR NOT = "00"
              DISPLAY (16, 2) 'GAGAL MEMBUKA MAKKAR. STATUS='
                      STATUS-MAKKAR
              GO TO TERIMA-TENDER.
           PERFORM SOMA-MAKAN-MES THRU SOMA-MAKAN-MES-FIM.
           MOVE ZEROS TO SISA-MAKAN.
           IF LIMIT-MAKAN > PAKAI-MAKAN
              COMPUTE SISA-MAKAN = LIMIT-MAKAN - PAKAI-MAKAN.
           IF TOTAL-PEDIDO > SISA-MAKAN
              CLOSE MAKKAR
              DISPLAY (14, 2) 'MELEBIHI LIMIT BULANAN. SISA : ',
                      SISA-MAKAN
              DISPLAY (16, 2) 'PILIH TENDER LAIN.                '
              GO TO TERIMA-TENDER.
           MOVE SPACES TO REG-MAKKAR.
           MOVE NOKAR-DIG TO MK-NOKAR.
           MOVE TGL-HARI-INI TO MK-DATA.
           MOVE NOSTRUK TO MK-STRUK.
           ACCEPT JAM-AGORA FROM TIME.
           COMPUTE MK-HORA = JAM-HH * 10000 + JAM-MM * 100 + JAM-SS.
           MOVE KASIR-ATUAL TO MK-KASIR.
           MOVE TOTAL-PEDIDO TO MK-VALOR.
           MOVE 'M' TO MK-JENIS.
           MOVE 'A' TO MK-STATUS.
           WRITE REG-MAKKAR
               INVALID KEY
               CLOSE MAKKAR
               DISPLAY (16, 2) 'STRUK SUDAH ADA DI MAKKAR.        '
               GO TO TERIMA-TENDER.
           CLOSE MAKKAR.
           SUBTRACT TOTAL-PEDIDO FROM SISA-MAKAN.
           DISPLAY (14, 2) 'SISA LIMIT: ',SISA-MAKAN.
           MOVE ZEROS TO BAYAR.
           MOVE ZEROS TO KEMBALI.
           MOVE 'K' TO TENDER.
           PERFORM MARCA-TENDER THRU MARCA-TENDER-FIM.
           PERFORM CETAK-STRUK THRU CETAK-TOTAL.
           DISPLAY (15, 2) 'STRUK NOMOR   : ',NOSTRUK.
           STOP RUN.

       CEK-PHK.
           MOVE 'N' TO PHK-ACHADO.
           OPEN INPUT PHK.
           IF STATUS-PHK NOT = "00"
              GO TO CEK-PHK-FIM.
           MOVE NOKAR-DIG TO PH-NOKAR.
           READ PHK
               INVALID KEY
               CLOSE PHK
               GO TO CEK-PHK-FIM.
           CLOSE PHK.
           MOVE 'S' TO PHK-ACHADO.
       CEK-PHK-FIM.
           EXIT.

       SOMA-MAKAN-MES.
           MOVE ZEROS TO PAKAI-MAKAN.
           MOVE NOKAR-DIG TO MK-NOKAR.
           MOVE TGL-HARI-INI TO MK-DATA.
           MOVE '01' TO MK-DATA (7:2).
           MOVE ZEROS TO MK-STRUK.
           START MAKKAR KEY IS NOT LESS THAN MK-CHAVE
               INVALID KEY
               GO TO SOMA-MAKAN-MES-FIM.
       SOMA-MAKAN-MES-LE.
           READ MAKKAR NEXT RECORD
               AT END
               GO TO SOMA-MAKAN-MES-FIM.
           IF MK-NOKAR NOT = NOKAR-DIG
              OR MK-DATA (1:6) NOT = TGL-HARI-INI (1:6)
              GO TO SOMA-MAKAN-MES-FIM.
           ADD MK-VALOR TO PAKAI-MAKAN.
           GO TO SOMA-MAKAN-MES-LE.
       SOMA-MAKAN-MES-FIM.
           EXIT.

      *----------------------------------------------------
      * GRAVA O TENDER (B = BON, E = KARTU/QRIS, K = MAKAN
      * KARYAWAN) EM TODAS AS LINHAS DO STRUK NO VENDATRX,
      * PARA O KONSOL SEPARAR A RECEITA POR TENDER. AS
      * LINHAS NASCEM COMO TUNAI (T).
      *----------------------------------------------------
       MARCA-TENDER.
           OPEN I-O VENDATRX.
           IF STATUS-VENDAS NOT = "00"
              CLOSE VENDATRX
              GO TO MARCA-TENDER-FIM.
           MOVE TGL-HARI-INI TO DATA-VENDA.
           MOVE NOSTRUK TO STRUK-VENDA.
           MOVE ZEROS TO ITEM-VENDA.
           START VENDATRX KEY IS NOT LESS THAN CHAVE-VENDA
               INVALID KEY
               GO TO MARCA-TENDER-FECHA.
       MARCA-TENDER-LE.
           READ VENDATRX NEXT RECORD
               AT END
               GO TO MARCA-TENDER-FECHA.
           IF DATA-VENDA NOT = TGL-HARI-INI
              OR STRUK-VENDA NOT = NOSTRUK
              GO TO MARCA-TENDER-FECHA.
           MOVE TENDER TO TENDER-VENDA.
           REWRITE REG-VENDATRX.
           GO TO MARCA-TENDER-LE.
       MARCA-TENDER-FECHA.
           CLOSE VENDATRX.
       MARCA-TENDER-FIM.
           EXIT.

      *----------------------------------------------------
      * TELA DO MENU: 24 ITENS ATIVOS POR PAGINA EM DUAS
      * COLUNAS (LINHAS 4 A 15). 999 MOSTRA A PAGINA
      * SEGUINTE; DEPOIS DA ULTIMA VOLTA PARA A PRIMEIRA.
      *----------------------------------------------------
       TAMPIL-MENU.
           MOVE ZEROS TO QTD-LISTA PAGINA-PROXIMA.
           MOVE 4 TO LINHA-TELA.
           MOVE 2 TO COLUNA-TELA.
           IF PAGINA-INICIO = ZEROS OR PAGINA-INICIO > 998
              MOVE 1 TO PAGINA-INICIO.
           MOVE PAGINA-INICIO TO IDX-LISTA.
       TAMPIL-MENU-ITEM.
           IF IDX-LISTA > 998
              GO TO TAMPIL-MENU-FIM.
           IF AKTIF-ITEM (IDX-LISTA) NOT = 'A'
              GO TO TAMPIL-MENU-PROX.
           IF QTD-LISTA NOT < 24
              MOVE IDX-LISTA TO PAGINA-PROXIMA
              GO TO TAMPIL-MENU-FIM.
           ADD 1 TO QTD-LISTA.
           MOVE IDX-LISTA TO WS-KODE-ED.
           MOVE HARGA-ITEM (IDX-LISTA) TO WS-HARGA-ED.
           DISPLAY (LINHA-TELA, COLUNA-TELA) WS-KODE-ED ' '
                   NAMA-ITEM (IDX-LISTA) ' ' WS-HARGA-ED.
           ADD 1 TO LINHA-TELA.
           IF LINHA-TELA > 15
              MOVE 4 TO LINHA-TELA
              MOVE 41 TO COLUNA-TELA.
       TAMPIL-MENU-PROX.
           ADD 1 TO IDX-LISTA.
           GO TO TAMPIL-MENU-ITEM.
       TAMPIL-MENU-FIM.
           IF QTD-LISTA = ZEROS
              DISPLAY (4, 2) 'BELUM ADA MENU AKTIF (MENUMST).'.

       SIMPAN-NOMOR.
           OPEN OUTPUT NOMORSTRUK.
           MOVE NOSTRUK TO NOMOR-TERAKHIR.
               DELIMITED BY SIZE INTO WS-LINHA-STRUK.
           MOVE WS-LINHA-STRUK TO REG-STRUK.
           WRITE REG-STRUK.
           IF MODO-MEJA = 'B'
              MOVE SPACES TO WS-LINHA-STRUK
              STRING "MEJA " MEJA-ATUAL
                  DELIMITED BY SIZE INTO WS-LINHA-STRUK
              MOVE WS-LINHA-STRUK TO REG-STRUK
              WRITE REG-STRUK.
           MOVE ZEROS TO WS-IDX-PEDIDO.
       CETAK-ITEM.
           ADD 1 TO WS-IDX-PEDIDO.
              GO TO CETAK-TOTAL.
           MOVE PED-JUM (WS-IDX-PEDIDO) TO WS-JUM-ED.
           MOVE PED-TOTAL (WS-IDX-PEDIDO) TO WS-TOTAL-ED.
           IF PED-TIPO (WS-IDX-PEDIDO) = 'D'
              GO TO CETAK-ITEM-DISKON.
           MOVE SPACES TO WS-LINHA-STRUK.
           STRING PED-NOME (WS-IDX-PEDIDO)
               " x" WS-JUM-ED " = " WS-TOTAL-ED
           MOVE WS-LINHA-STRUK TO REG-STRUK.
           WRITE REG-STRUK.
           GO TO CETAK-ITEM.
       CETAK-ITEM-DISKON.
           MOVE SPACES TO WS-LINHA-STRUK.
           STRING PED-NOME (WS-IDX-PEDIDO)
               " DISKON-" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-LINHA-STRUK.
           MOVE WS-LINHA-STRUK TO REG-STRUK.
           WRITE REG-STRUK.
           GO TO CETAK-ITEM.
       CETAK-TOTAL.
           IF TOTAL-DISKON NOT = ZEROS
              MOVE TOTAL-BRUTO TO WS-TOTAL-ED
              MOVE SPACES TO WS-LINHA-STRUK
              STRING "BRUTO   : " WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-LINHA-STRUK
              MOVE WS-LINHA-STRUK TO REG-STRUK
              WRITE REG-STRUK
              MOVE TOTAL-DISKON TO WS-TOTAL-ED
              MOVE SPACES TO WS-LINHA-STRUK
              STRING "DISKON  :-" WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-LINHA-STRUK
              MOVE WS-LINHA-STRUK TO REG-STRUK
              WRITE REG-STRUK.
           MOVE TOTAL-PEDIDO TO WS-TOTAL-ED.
           MOVE SPACES TO WS-LINHA-STRUK.
           STRING "TOTAL   : " WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-LINHA-STRUK
              MOVE WS-LINHA-STRUK TO REG-STRUK
              WRITE REG-STRUK.
           IF TENDER = 'E'
              MOVE SPACES TO WS-LINHA-STRUK
              STRING "EDC " JENIS-EDC-DIG " TID:" TID-DIG
                  " APPR:" APPROVAL-DIG
                  DELIMITED BY SIZE INTO WS-LINHA-STRUK
              MOVE WS-LINHA-STRUK TO REG-STRUK
              WRITE REG-STRUK.
           IF TENDER = 'K'
              MOVE SPACES TO WS-LINHA-STRUK
              STRING "KARYAWAN " NOKAR-DIG " " NAMA-KAR
                  " - POTONG GAJI"
                  DELIMITED BY SIZE INTO WS-LINHA-STRUK
              MOVE WS-LINHA-STRUK TO REG-STRUK
              WRITE REG-STRUK
              MOVE SISA-MAKAN TO WS-TOTAL-ED
              MOVE SPACES TO WS-LINHA-STRUK
              STRING "SISA LIMIT BULAN INI : " WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-LINHA-STRUK
              MOVE WS-LINHA-STRUK TO REG-STRUK
              WRITE REG-STRUK.
           MOVE ALL "=" TO REG-STRUK.
           WRITE REG-STRUK.
           CLOSE STRUK.

      *----------------------------------------------------
      * PESAN-ITEM: VENDA DE QUALQUER ITEM DO MENU. COM RESEP
      * BAIXA OS BAHAN; SEM RESEP, SE O ITEM TEM REGISTRO NO
      * ESTOQUE.DAT, BAIXA AS PORSI; SENAO NAO HA CONTROLE.
      *----------------------------------------------------
       PESAN-ITEM.
           MOVE KODE-MENU TO IDX-MENU.
           IF IDX-MENU > 998
              MOVE 'KODE MENU TIDAK ADA.' TO PESAN-LAYAR
              GO TO MULAI.
           IF AKTIF-ITEM (IDX-MENU) NOT = 'A'
              MOVE 'KODE MENU TIDAK ADA / TIDAK AKTIF.' TO PESAN-LAYAR
              GO TO MULAI.
           IF HARGA-ITEM (IDX-MENU) = ZEROS
              MOVE 'HARGA MENU BELUM DIISI (HARGAMST).' TO PESAN-LAYAR
              GO TO MULAI.
           DISPLAY HAPUS-LAYAR.
           DISPLAY (1, 30) NAMA-ITEM (IDX-MENU).
       PESAN-ITEM-PORSI.
           DISPLAY PORSI.
           ACCEPT PORSI.
           IF JUM = ZEROS
              GO TO MULAI.
           PERFORM CEK-BAHAN THRU CEK-BAHAN-FIM.
           IF BAHAN-KURANG = 'S'
               DISPLAY (13, 2) 'BAHAN TIDAK CUKUP. ULANGI.'
               GO TO PESAN-ITEM-PORSI.
           IF ADA-RESEP = 'S'
               GO TO PESAN-ITEM-BAIXA.
           PERFORM LE-ESTOQUE THRU LE-ESTOQUE-FIM.
           IF TEM-STOK-ITEM NOT = 'S'
               GO TO PESAN-ITEM-BAIXA.
           IF JUM > EST-QTD
               DISPLAY (13, 2) 'ESTOQUE INSUFICIENTE. ULANGI.'
               DISPLAY (14, 2) 'SISA PORSI: ' EST-QTD
               GO TO PESAN-ITEM-PORSI.
           SUBTRACT JUM FROM EST-QTD.
           REWRITE REG-ESTOQUE.
       PESAN-ITEM-BAIXA.
           MOVE 'B' TO ARAH-BAHAN.
           PERFORM MEXE-BAHAN THRU MEXE-BAHAN-FIM.
           COMPUTE TOTAL = JUM * HARGA-ITEM (IDX-MENU).
           ADD TOTAL TO TOTAL-PEDIDO.
           DISPLAY (5, 2) 'TOTAL PEMBAYARAN: ',TOTAL.
           DISPLAY (6, 2) 'TOTAL DO PEDIDO.: ',TOTAL-PEDIDO.
           MOVE NAMA-ITEM (IDX-MENU) TO WS-NOME-ITEM.
           PERFORM GRAVA-VENDA THRU GRAVA-VENDA-FIM.
           GO TO TANYA.

       GRAVA-VENDA.
           IF MODO-MEJA = 'P'
              PERFORM GRAVA-TAB THRU GRAVA-TAB-FIM
              GO TO GRAVA-VENDA-SESSAO.
           MOVE TGL-HARI-INI TO DATA-VENDA.
           MOVE NOSTRUK TO STRUK-VENDA.
           ADD 1 TO ITEM-SEQ.
           MOVE 'N' TO ESTORNO-VENDA.
           MOVE 'N' TO LIQUIDADO-VENDA.
           MOVE KASIR-ATUAL TO KASIR-VENDA.
           MOVE 'I' TO TIPO-VENDA.
           MOVE ZEROS TO PROMO-VENDA.
           MOVE 'T' TO TENDER-VENDA.
           WRITE REG-VENDATRX
               INVALID KEY
               DISPLAY (13, 2) 'GAGAL MENYIMPAN VENDA. STATUS='
                       STATUS-VENDAS.
       GRAVA-VENDA-SESSAO.
           IF QTD-ITENS-PEDIDO < 20
              ADD 1 TO QTD-ITENS-PEDIDO
              MOVE WS-NOME-ITEM TO PED-NOME (QTD-ITENS-PEDIDO)
              MOVE JUM TO PED-JUM (QTD-ITENS-PEDIDO)
              MOVE TOTAL TO PED-TOTAL (QTD-ITENS-PEDIDO)
              MOVE IDX-MENU TO PED-MENU (QTD-ITENS-PEDIDO)
              MOVE STASIUN-ITEM (IDX-MENU)
                  TO PED-STASIUN (QTD-ITENS-PEDIDO)
              MOVE ADA-RESEP TO PED-RESEP (QTD-ITENS-PEDIDO)
              MOVE 'I' TO PED-TIPO (QTD-ITENS-PEDIDO)
              MOVE ZEROS TO PED-PROMO (QTD-ITENS-PEDIDO)
           ELSE
              DISPLAY (8, 2) 'PERHATIAN: STRUK PENUH (20 ITEM).'
              DISPLAY (9, 2) 'ITEM INI TIDAK AKAN TERCETAK DI STRUK.'.
       GRAVA-VENDA-FIM.
           EXIT.

       SIGNON-CATAT.
           MOVE KODE-KASIR TO SEN-ID.
           MOVE GAGAL-KASIR TO SEN-TENTATIVAS.
           IF SEN-FUNCAO = 'N'
              MOVE ZEROS TO SEN-TENTATIVAS.
           CALL 'CTLSENHA' USING CONTROLE-SENHA.

      *----------------------------------------------------
      * ESTOQUE.DAT: PORSI PRONTAS DOS ITENS SEM RESEP, UM
      * REGISTRO POR KODE MENU, COM O PONTO E O LOTE DE
      * PESAN ULANG E O FORNECEDOR (PEDCOMP).
      *----------------------------------------------------
       ABRE-ESTOQUE.
           MOVE 'N' TO TEM-ESTOQUE.
           OPEN I-O ESTOQUE-FILE.
           IF STATUS-ESTOQUE = "35"
              OPEN OUTPUT ESTOQUE-FILE
              CLOSE ESTOQUE-FILE
              OPEN I-O ESTOQUE-FILE.
           IF STATUS-ESTOQUE NOT = "00"
              GO TO ABRE-ESTOQUE-FIM.
           MOVE 'S' TO TEM-ESTOQUE.
       ABRE-ESTOQUE-FIM.
           EXIT.

       FECHA-ESTOQUE.
           IF TEM-ESTOQUE = 'S'
              CLOSE ESTOQUE-FILE
              MOVE 'N' TO TEM-ESTOQUE.

       LE-ESTOQUE.
           MOVE 'N' TO TEM-STOK-ITEM.
           IF TEM-ESTOQUE NOT = 'S'
              GO TO LE-ESTOQUE-FIM.
           MOVE IDX-MENU TO EST-KODE.
           READ ESTOQUE-FILE
               INVALID KEY
               GO TO LE-ESTOQUE-FIM.
           MOVE 'S' TO TEM-STOK-ITEM.
       LE-ESTOQUE-FIM.
           EXIT.

       CEK-STOK.
           MOVE ZEROS TO QTD-MENIPIS.
           MOVE 18 TO LINHA-MENIPIS.
           IF TEM-ESTOQUE NOT = 'S'
              GO TO CEK-STOK-FIM.
           MOVE ZEROS TO EST-KODE.
           START ESTOQUE-FILE KEY IS NOT LESS THAN EST-KODE
               INVALID KEY
               GO TO CEK-STOK-FIM.
       CEK-STOK-LE.
           READ ESTOQUE-FILE NEXT RECORD
               AT END
               GO TO CEK-STOK-RESUMO.
           IF EST-KODE = ZEROS OR EST-KODE > 998
              GO TO CEK-STOK-LE.
           IF AKTIF-ITEM (EST-KODE) NOT = 'A'
              GO TO CEK-STOK-LE.
           IF EST-QTD NOT < EST-PONTO
              GO TO CEK-STOK-LE.
           ADD 1 TO QTD-MENIPIS.
           IF LINHA-MENIPIS > 20
              GO TO CEK-STOK-LE.
           DISPLAY (LINHA-MENIPIS, 20) 'STOK MENIPIS: '
                   NAMA-ITEM (EST-KODE) ' ' EST-QTD.
           ADD 1 TO LINHA-MENIPIS.
           GO TO CEK-STOK-LE.
       CEK-STOK-RESUMO.
           IF QTD-MENIPIS > 3
              DISPLAY (21, 20) 'TOTAL MENU STOK MENIPIS: '
                      QTD-MENIPIS.
       CEK-STOK-FIM.
           EXIT.

       TERIMA.
           DISPLAY HAPUS-LAYAR.
           DISPLAY (2, 2) 'PENERIMAAN STOK PORSI / PESAN ULANG'.
       TERIMA-KODE.
           DISPLAY (4, 2) 'KODE MENU (0=KEMBALI) : '.
           ACCEPT (4, 26) KODE-TERIMA.
           IF KODE-TERIMA = ZEROS
               GO TO TERIMA-FIM.
           IF KODE-TERIMA > 998
               DISPLAY (13, 2) 'KODE MENU TIDAK TERDAFTAR. ULANGI.'
               GO TO TERIMA-KODE.
           IF AKTIF-ITEM (KODE-TERIMA) = SPACE
               DISPLAY (13, 2) 'KODE MENU TIDAK TERDAFTAR. ULANGI.'
               GO TO TERIMA-KODE.
           IF TEM-ESTOQUE NOT = 'S'
               DISPLAY (13, 2) 'ESTOQUE.DAT TIDAK BISA DIBUKA.'
               GO TO TERIMA-FIM.
           DISPLAY (5, 2) NAMA-ITEM (KODE-TERIMA).
           MOVE KODE-TERIMA TO IDX-MENU.
           PERFORM LE-ESTOQUE THRU LE-ESTOQUE-FIM.
           IF TEM-STOK-ITEM = 'S'
               GO TO TERIMA-OPCAO.
           MOVE SPACES TO REG-ESTOQUE.
           MOVE KODE-TERIMA TO EST-KODE.
           MOVE ZEROS TO EST-QTD EST-FORN EST-HARGA.
           MOVE BATAS-STOK TO EST-PONTO.
           MOVE 30 TO EST-LOTE.
           WRITE REG-ESTOQUE
               INVALID KEY
               DISPLAY (13, 2) 'GAGAL MENYIMPAN ESTOQUE. STATUS='
                       STATUS-ESTOQUE
               GO TO TERIMA-FIM.
           DISPLAY (6, 2) 'MENU INI SEKARANG DIKONTROL PER PORSI.'.
       TERIMA-OPCAO.
           DISPLAY (7, 2) 'T=TERIMA STOK  R=ATUR PESAN ULANG : '.
           ACCEPT (7, 39) OPCAO-TERIMA.
           IF OPCAO-TERIMA = 'R' OR OPCAO-TERIMA = 'r'
               PERFORM ATUR-REORDEM THRU ATUR-REORDEM-FIM
               GO TO TERIMA-FIM.
           IF OPCAO-TERIMA NOT = 'T' AND OPCAO-TERIMA NOT = 't'
               GO TO TERIMA-OPCAO.
       TERIMA-PEDIDO.
           MOVE 'N' TO PO-ACHADO.
           DISPLAY (8, 2) 'NO PEDIDO (0=TANPA) : '.
           ACCEPT (8, 24) NOPED-TERIMA.
           IF NOPED-TERIMA = ZEROS
               GO TO TERIMA-PORSI.
           PERFORM ACHA-PO THRU ACHA-PO-FIM.
           IF PO-ACHADO NOT = 'S'
               GO TO TERIMA-PEDIDO.
       TERIMA-PORSI.
           DISPLAY (9, 2) 'JUMLAH PORSI : '.
           ACCEPT (9, 18) JUM-TERIMA.
           ADD JUM-TERIMA TO EST-QTD.
           REWRITE REG-ESTOQUE.
           DISPLAY (10, 2) 'STOK SEKARANG : ' EST-QTD.
           IF PO-ACHADO NOT = 'S'
               GO TO TERIMA-FIM.
           ADD JUM-TERIMA TO PO-TERIMA.
           REWRITE REG-POCOMP.
           CLOSE POCOMP.
           DISPLAY (11, 2) 'DICATAT DI PEDIDO ' NOPED-TERIMA
                   ' - TERIMA ' PO-TERIMA.
       TERIMA-FIM.
           EXIT.

      *----------------------------------------------------
      * ACHA-PO: LINHA DO ITEM (PORSI) NO PEDIDO DE COMPRA
      * DO POCOMP.DAT. ACHANDO, O ARQUIVO FICA ABERTO PARA
      * O REWRITE DA QTD RECEBIDA.
      *----------------------------------------------------
       ACHA-PO.
           OPEN I-O POCOMP.
           IF STATUS-PO NOT = "00"
               DISPLAY (13, 2) 'POCOMP.DAT TIDAK ADA.             '
               GO TO ACHA-PO-FIM.
           MOVE NOPED-TERIMA TO PO-NOPED.
           MOVE ZEROS TO PO-LINHA.
           READ POCOMP
               INVALID KEY
               DISPLAY (13, 2) 'PEDIDO TIDAK DITEMUKAN.           '
               GO TO ACHA-PO-FECHA.
           IF NOT PO-ABERTO
               DISPLAY (13, 2) 'PEDIDO SUDAH DITUTUP.             '
               GO TO ACHA-PO-FECHA.
       ACHA-PO-LE.
           READ POCOMP NEXT RECORD
               AT END
               GO TO ACHA-PO-NAO.
           IF PO-NOPED NOT = NOPED-TERIMA
               GO TO ACHA-PO-NAO.
           IF PO-DE-PORSI AND PO-ITEM = KODE-TERIMA
               MOVE 'S' TO PO-ACHADO
               DISPLAY (13, 2) 'DIPESAN ' PO-QTD
                       ' SUDAH DITERIMA ' PO-TERIMA
               GO TO ACHA-PO-FIM.
           GO TO ACHA-PO-LE.
       ACHA-PO-NAO.
           DISPLAY (13, 2) 'MENU INI TIDAK ADA DI PEDIDO ITU.'.
       ACHA-PO-FECHA.
           CLOSE POCOMP.
       ACHA-PO-FIM.
           EXIT.

       ATUR-REORDEM.
           DISPLAY (9, 2) 'TITIK PESAN SEKARANG : ' EST-PONTO.
           DISPLAY (10, 2) 'TITIK PESAN BARU     : '.
           ACCEPT (10, 25) EST-PONTO.
           DISPLAY (11, 2) 'JUMLAH PESAN (LOTE)  : '.
           ACCEPT (11, 25) EST-LOTE.
           IF EST-LOTE = ZEROS
               MOVE 30 TO EST-LOTE.
           DISPLAY (12, 2) 'KODE FORNECEDOR      : '.
           ACCEPT (12, 25) EST-FORN.
           IF EST-HARGA NOT NUMERIC
               MOVE ZEROS TO EST-HARGA.
           DISPLAY (13, 2) 'HARGA BELI / PORSI   : '.
           ACCEPT (13, 25) EST-HARGA.
           REWRITE REG-ESTOQUE.
           DISPLAY (14, 2) 'PESAN ULANG TERSIMPAN.'.
       ATUR-REORDEM-FIM.
           EXIT.

               DELIMITED BY SIZE INTO WS-LINHA-DAPUR.
           MOVE WS-LINHA-DAPUR TO REG-DAPUR.
           WRITE REG-DAPUR.
           IF MODO-MEJA = 'P'
              MOVE SPACES TO WS-LINHA-DAPUR
              STRING "MEJA " MEJA-ATUAL " - RONDE " RONDE-ATUAL
                  DELIMITED BY SIZE INTO WS-LINHA-DAPUR
              MOVE WS-LINHA-DAPUR TO REG-DAPUR
              WRITE REG-DAPUR.
           IF TENDER = 'X' OR TENDER = 'x'
              MOVE "*** BATAL - BERHENTI MASAK ***" TO REG-DAPUR
              WRITE REG-DAPUR.
           ADD 1 TO WS-IDX-PEDIDO.
           IF WS-IDX-PEDIDO > QTD-ITENS-PEDIDO
              GO TO CETAK-TIKET-ENCERRA.
           IF PED-TIPO (WS-IDX-PEDIDO) = 'D'
              GO TO CETAK-TIKET-ITEM.
           MOVE PED-JUM (WS-IDX-PEDIDO) TO WS-JUM-ED.
           MOVE SPACES TO WS-LINHA-DAPUR.
           STRING PED-STASIUN (WS-IDX-PEDIDO) " "
                  PED-NOME (WS-IDX-PEDIDO) " x" WS-JUM-ED
               DELIMITED BY SIZE INTO WS-LINHA-DAPUR.
           MOVE WS-LINHA-DAPUR TO REG-DAPUR.
           WRITE REG-DAPUR.

       BATAL-PEDIDO.
           OPEN I-O VENDATRX.
           PERFORM ABRE-BAHAN THRU ABRE-BAHAN-FIM.
           PERFORM ABRE-ESTOQUE THRU ABRE-ESTOQUE-FIM.
           MOVE ZEROS TO WS-IDX-PEDIDO.
       BATAL-ESTORNA.
           ADD 1 TO WS-IDX-PEDIDO.
           MOVE 'S' TO ESTORNO-VENDA.
           MOVE 'N' TO LIQUIDADO-VENDA.
           MOVE KASIR-ATUAL TO KASIR-VENDA.
           MOVE PED-TIPO (WS-IDX-PEDIDO) TO TIPO-VENDA.
           MOVE PED-PROMO (WS-IDX-PEDIDO) TO PROMO-VENDA.
           MOVE 'T' TO TENDER-VENDA.
           WRITE REG-VENDATRX
               INVALID KEY
               DISPLAY (14, 2) 'GAGAL MENYIMPAN ESTORNO.'.
           GO TO BATAL-ESTORNA.
       BATAL-ESTOQUE.
           CLOSE VENDATRX.
           PERFORM FECHA-BAHAN.
           PERFORM FECHA-ESTOQUE.
           PERFORM CETAK-TIKET-DAPUR THRU CETAK-TIKET-FIM.
           DISPLAY (13, 2) 'PEDIDO DIBATALKAN - ESTOQUE DIKEMBALIKAN.'.
           STOP RUN.

       RESTAURA-ITEM.
           IF PED-TIPO (WS-IDX-PEDIDO) = 'D'
              GO TO RESTAURA-ITEM-FIM.
           IF PED-RESEP (WS-IDX-PEDIDO) = 'S'
              MOVE PED-MENU (WS-IDX-PEDIDO) TO IDX-MENU
              MOVE PED-JUM (WS-IDX-PEDIDO) TO JUM
              MOVE 'D' TO ARAH-BAHAN
              PERFORM MEXE-BAHAN THRU MEXE-BAHAN-FIM
              GO TO RESTAURA-ITEM-FIM.
           MOVE PED-MENU (WS-IDX-PEDIDO) TO IDX-MENU.
           PERFORM LE-ESTOQUE THRU LE-ESTOQUE-FIM.
           IF TEM-STOK-ITEM = 'S'
              ADD PED-JUM (WS-IDX-PEDIDO) TO EST-QTD
              REWRITE REG-ESTOQUE.
       RESTAURA-ITEM-FIM.
           EXIT.

       ABRE-BAHAN.
           MOVE 'N' TO TEM-BAHAN.
           OPEN I-O BAHAN.
           IF STATUS-BAHAN NOT = "00"
              GO TO ABRE-BAHAN-FIM.
           OPEN INPUT RESEP.
           IF STATUS-RESEP NOT = "00"
              CLOSE BAHAN
              GO TO ABRE-BAHAN-FIM.
           MOVE 'S' TO TEM-BAHAN.
       ABRE-BAHAN-FIM.
           EXIT.

       FECHA-BAHAN.
           IF TEM-BAHAN = 'S'
              CLOSE BAHAN
              CLOSE RESEP
              MOVE 'N' TO TEM-BAHAN.

       CEK-BAHAN.
           MOVE 'N' TO ADA-RESEP.
           MOVE 'N' TO BAHAN-KURANG.
           IF TEM-BAHAN NOT = 'S'
              GO TO CEK-BAHAN-FIM.
           MOVE IDX-MENU TO RS-MENU.
           MOVE ZEROS TO RS-BAHAN.
           START RESEP KEY IS NOT LESS THAN RS-CHAVE
               INVALID KEY
               GO TO CEK-BAHAN-FIM.
       CEK-BAHAN-LE.
           READ RESEP NEXT RECORD
               AT END
               GO TO CEK-BAHAN-FIM.
           IF RS-MENU NOT = IDX-MENU
              GO TO CEK-BAHAN-FIM.
           MOVE 'S' TO ADA-RESEP.
           MOVE RS-BAHAN TO BH-KODE.
           READ BAHAN
               INVALID KEY
               MOVE 'S' TO BAHAN-KURANG
               DISPLAY (14, 2) 'BAHAN ' RS-BAHAN ' TIDAK TERDAFTAR.'
               GO TO CEK-BAHAN-LE.
           COMPUTE QTD-BAHAN = RS-QTD * JUM.
           IF QTD-BAHAN > BH-STOK
              MOVE 'S' TO BAHAN-KURANG
              DISPLAY (14, 2) 'BAHAN KURANG: ' BH-NAMA ' SISA ' BH-STOK.
           GO TO CEK-BAHAN-LE.
       CEK-BAHAN-FIM.
           EXIT.

       MEXE-BAHAN.
           IF TEM-BAHAN NOT = 'S'
              GO TO MEXE-BAHAN-FIM.
           MOVE IDX-MENU TO RS-MENU.
           MOVE ZEROS TO RS-BAHAN.
           START RESEP KEY IS NOT LESS THAN RS-CHAVE
               INVALID KEY
               GO TO MEXE-BAHAN-FIM.
       MEXE-BAHAN-LE.
           READ RESEP NEXT RECORD
               AT END
               GO TO MEXE-BAHAN-FIM.
           IF RS-MENU NOT = IDX-MENU
              GO TO MEXE-BAHAN-FIM.
           MOVE RS-BAHAN TO BH-KODE.
           READ BAHAN
               INVALID KEY
               GO TO MEXE-BAHAN-LE.
           COMPUTE QTD-BAHAN = RS-QTD * JUM.
           IF ARAH-BAHAN = 'D'
              GO TO MEXE-BAHAN-DEVOLVE.
           SUBTRACT QTD-BAHAN FROM BH-STOK.
           ADD QTD-BAHAN TO BH-TEORI.
           REWRITE REG-BAHAN.
           GO TO MEXE-BAHAN-LE.
       MEXE-BAHAN-DEVOLVE.
           ADD QTD-BAHAN TO BH-STOK.
           IF QTD-BAHAN > BH-TEORI
              MOVE ZEROS TO BH-TEORI
           ELSE
              SUBTRACT QTD-BAHAN FROM BH-TEORI.
           REWRITE REG-BAHAN.
           GO TO MEXE-BAHAN-LE.
       MEXE-BAHAN-FIM.
           EXIT.

      *----------------------------------------------------
      * PROMO: CARREGA OS PROMO ATIVOS DO PROMO.DAT VALIDOS
      * NA DATA E NA HORA DO FECHAMENTO DO PEDIDO. SE ALGUM
      * FOR SO PARA MEMBER, PEDE O NOMOR PELANGGAN. CADA
      * PROMO APLICADO GERA UMA LINHA DE DISKON (TIPO D) NO
      * VENDATRX E NO STRUK E ABATE DO TOTAL-PEDIDO.
      *----------------------------------------------------
       APLICA-PROMO.
           MOVE ZEROS TO QTD-PROMOS NOPLG-MEMBER.
           MOVE 'N' TO ADA-PROMO-MEMBER.
           ACCEPT JAM-AGORA FROM TIME.
           COMPUTE JAM-HHMM = JAM-HH * 100 + JAM-MM.
           OPEN INPUT PROMO.
           IF STATUS-PROMO NOT = "00"
              GO TO APLICA-PROMO-FIM.
       APLICA-PROMO-LE.
           READ PROMO NEXT RECORD
               AT END
               GO TO APLICA-PROMO-MEMBER.
           IF NOT PR-ATIVA
              GO TO APLICA-PROMO-LE.
           IF TGL-HARI-INI < PR-TGL-MULAI
              OR TGL-HARI-INI > PR-TGL-AKHIR
              GO TO APLICA-PROMO-LE.
           IF JAM-HHMM < PR-JAM-MULAI OR JAM-HHMM > PR-JAM-AKHIR
              GO TO APLICA-PROMO-LE.
           IF QTD-PROMOS NOT < 20
              GO TO APLICA-PROMO-LE.
           ADD 1 TO QTD-PROMOS.
           MOVE PR-KODE TO TP-KODE (QTD-PROMOS).
           MOVE PR-NAMA TO TP-NAMA (QTD-PROMOS).
           MOVE PR-ITEM TO TP-ITEM (QTD-PROMOS).
           MOVE PR-QTD-MIN TO TP-QTD-MIN (QTD-PROMOS).
           IF PR-QTD-MIN = ZEROS
              MOVE 1 TO TP-QTD-MIN (QTD-PROMOS).
           MOVE PR-TIPO TO TP-TIPO (QTD-PROMOS).
           MOVE PR-PERSEN TO TP-PERSEN (QTD-PROMOS).
           MOVE PR-NILAI TO TP-NILAI (QTD-PROMOS).
           MOVE PR-ITEM-GRATIS TO TP-ITEM-GRATIS (QTD-PROMOS).
           MOVE PR-QTD-GRATIS TO TP-QTD-GRATIS (QTD-PROMOS).
           MOVE PR-PESERTA TO TP-PESERTA (QTD-PROMOS).
           IF PR-UNTUK-MEMBER
              MOVE 'S' TO ADA-PROMO-MEMBER.
           GO TO APLICA-PROMO-LE.
       APLICA-PROMO-MEMBER.
           CLOSE PROMO.
           IF QTD-PROMOS = ZEROS
              GO TO APLICA-PROMO-FIM.
           IF ADA-PROMO-MEMBER NOT = 'S'
              GO TO APLICA-PROMO-CALC.
           OPEN INPUT PELANGGAN.
           IF STATUS-PELANGGAN NOT = "00"
              CLOSE PELANGGAN
              GO TO APLICA-PROMO-CALC.
           DISPLAY HAPUS-LAYAR.
           DISPLAY (2, 2) 'ADA PROMO KHUSUS MEMBER HARI INI.'.
       APLICA-PROMO-MEMBER-NO.
           DISPLAY (4, 2) 'NOMOR MEMBER (0=BUKAN) : '.
           ACCEPT (4, 27) NOPLG-MEMBER.
           IF NOPLG-MEMBER = ZEROS
              CLOSE PELANGGAN
              GO TO APLICA-PROMO-CALC.
           MOVE NOPLG-MEMBER TO NOPLG.
           READ PELANGGAN
               INVALID KEY
               DISPLAY (6, 2) 'MEMBER TIDAK TERDAFTAR. ULANGI.'
               GO TO APLICA-PROMO-MEMBER-NO.
           DISPLAY (5, 2) 'MEMBER: ',NAMA-PLG.
           CLOSE PELANGGAN.
       APLICA-PROMO-CALC.
           MOVE ZEROS TO IDX-PROMO.
       APLICA-PROMO-ITEM.
           ADD 1 TO IDX-PROMO.
           IF IDX-PROMO > QTD-PROMOS
              GO TO APLICA-PROMO-FIM.
           PERFORM CALC-PROMO THRU CALC-PROMO-FIM.
           GO TO APLICA-PROMO-ITEM.
       APLICA-PROMO-FIM.
           EXIT.

       CALC-PROMO.
           IF TP-PESERTA (IDX-PROMO) = 'M' AND NOPLG-MEMBER = ZEROS
              GO TO CALC-PROMO-FIM.
           MOVE ZEROS TO QTD-QUALIF VALOR-QUALIF QTD-GRATIS-PED.
           MOVE ZEROS TO NILAI-DISKON QTD-DISKON WS-IDX-PEDIDO.
       CALC-PROMO-SOMA.
           ADD 1 TO WS-IDX-PEDIDO.
           IF WS-IDX-PEDIDO > QTD-ITENS-PEDIDO
              GO TO CALC-PROMO-TIPO.
           IF PED-TIPO (WS-IDX-PEDIDO) = 'D'
              GO TO CALC-PROMO-SOMA.
           IF PED-MENU (WS-IDX-PEDIDO) = TP-ITEM-GRATIS (IDX-PROMO)
              ADD PED-JUM (WS-IDX-PEDIDO) TO QTD-GRATIS-PED.
           IF TP-ITEM (IDX-PROMO) NOT = ZEROS
              AND PED-MENU (WS-IDX-PEDIDO) NOT = TP-ITEM (IDX-PROMO)
              GO TO CALC-PROMO-SOMA.
           ADD PED-JUM (WS-IDX-PEDIDO) TO QTD-QUALIF.
           ADD PED-TOTAL (WS-IDX-PEDIDO) TO VALOR-QUALIF.
           GO TO CALC-PROMO-SOMA.
       CALC-PROMO-TIPO.
           IF QTD-QUALIF = ZEROS
              OR QTD-QUALIF < TP-QTD-MIN (IDX-PROMO)
              GO TO CALC-PROMO-FIM.
           DIVIDE QTD-QUALIF BY TP-QTD-MIN (IDX-PROMO)
               GIVING SETS-PROMO.
           IF TP-TIPO (IDX-PROMO) = 'P'
              GO TO CALC-PROMO-PERSEN.
           IF TP-TIPO (IDX-PROMO) = 'N'
              GO TO CALC-PROMO-NILAI.
           IF TP-TIPO (IDX-PROMO) = 'G'
              GO TO CALC-PROMO-GRATIS.
           GO TO CALC-PROMO-FIM.
       CALC-PROMO-PERSEN.
           COMPUTE NILAI-DISKON ROUNDED =
               VALOR-QUALIF * TP-PERSEN (IDX-PROMO) / 100.
           MOVE QTD-QUALIF TO QTD-DISKON.
           GO TO CALC-PROMO-GRAVA.
       CALC-PROMO-NILAI.
           COMPUTE NILAI-DISKON = SETS-PROMO * TP-NILAI (IDX-PROMO).
           IF NILAI-DISKON > VALOR-QUALIF
              MOVE VALOR-QUALIF TO NILAI-DISKON.
           MOVE SETS-PROMO TO QTD-DISKON.
           GO TO CALC-PROMO-GRAVA.
       CALC-PROMO-GRATIS.
           IF TP-ITEM-GRATIS (IDX-PROMO) < 1
              OR TP-ITEM-GRATIS (IDX-PROMO) > 998
              GO TO CALC-PROMO-FIM.
           IF QTD-GRATIS-PED = ZEROS
              GO TO CALC-PROMO-FIM.
           COMPUTE QTD-DISKON = SETS-PROMO * TP-QTD-GRATIS (IDX-PROMO).
           IF QTD-DISKON > QTD-GRATIS-PED
              MOVE QTD-GRATIS-PED TO QTD-DISKON.
           COMPUTE NILAI-DISKON =
               QTD-DISKON * HARGA-ITEM (TP-ITEM-GRATIS (IDX-PROMO)).
       CALC-PROMO-GRAVA.
           IF NILAI-DISKON > TOTAL-PEDIDO
              MOVE TOTAL-PEDIDO TO NILAI-DISKON.
           IF NILAI-DISKON = ZEROS
              GO TO CALC-PROMO-FIM.
           IF QTD-ITENS-PEDIDO NOT < 20
              DISPLAY (8, 2) 'STRUK PENUH - PROMO TIDAK DIPAKAI: '
                      TP-NAMA (IDX-PROMO)
              GO TO CALC-PROMO-FIM.
           MOVE TGL-HARI-INI TO DATA-VENDA.
           MOVE NOSTRUK TO STRUK-VENDA.
           ADD 1 TO ITEM-SEQ.
           MOVE ITEM-SEQ TO ITEM-VENDA.
           MOVE TP-NAMA (IDX-PROMO) TO NOME-ITEM-VENDA.
           MOVE QTD-DISKON TO QTD-VENDA.
           MOVE NILAI-DISKON TO VALOR-VENDA.
           MOVE 'N' TO ESTORNO-VENDA.
           MOVE 'N' TO LIQUIDADO-VENDA.
           MOVE KASIR-ATUAL TO KASIR-VENDA.
           MOVE 'D' TO TIPO-VENDA.
           MOVE TP-KODE (IDX-PROMO) TO PROMO-VENDA.
           MOVE 'T' TO TENDER-VENDA.
           WRITE REG-VENDATRX
               INVALID KEY
               DISPLAY (8, 2) 'GAGAL MENYIMPAN DISKON. STATUS='
                       STATUS-VENDAS
               GO TO CALC-PROMO-FIM.
           SUBTRACT NILAI-DISKON FROM TOTAL-PEDIDO.
           ADD NILAI-DISKON TO TOTAL-DISKON.
           ADD 1 TO QTD-ITENS-PEDIDO.
           MOVE TP-NAMA (IDX-PROMO) TO PED-NOME (QTD-ITENS-PEDIDO).
           MOVE QTD-DISKON TO PED-JUM (QTD-ITENS-PEDIDO).
           MOVE NILAI-DISKON TO PED-TOTAL (QTD-ITENS-PEDIDO).
           MOVE ZEROS TO PED-MENU (QTD-ITENS-PEDIDO).
           MOVE SPACES TO PED-STASIUN (QTD-ITENS-PEDIDO).
           MOVE 'N' TO PED-RESEP (QTD-ITENS-PEDIDO).
           MOVE 'D' TO PED-TIPO (QTD-ITENS-PEDIDO).
           MOVE TP-KODE (IDX-PROMO) TO PED-PROMO (QTD-ITENS-PEDIDO).
       CALC-PROMO-FIM.
           EXIT.

       SOMA-TUNAI-SHIFT.
           OPEN I-O SHIFT-FILE.
           IF STATUS-SHIFTARQ NOT = "00"

       TUTUP-SHIFT.
           CLOSE VENDATRX.
           PERFORM FECHA-BAHAN.
           PERFORM FECHA-ESTOQUE.
           PERFORM CEK-TAB-KASIR THRU CEK-TAB-KASIR-FIM.
           IF TAB-KASIR-ABERTO > ZEROS
              DISPLAY HAPUS-LAYAR
              DISPLAY (14, 2) 'MASIH ADA ' TAB-KASIR-ABERTO
                      ' TAB MEJA TERBUKA - SHIFT TIDAK BISA DITUTUP.'
              DISPLAY (15, 2)
                      'BAYAR ATAU PINDAHKAN TAB DULU (FUNGSI 4).'
              STOP RUN.
           OPEN I-O SHIFT-FILE.
           MOVE KASIR-ATUAL TO KASIR-SHIFT.
           MOVE TGL-HARI-INI TO TGL-SHIFT.
           DISPLAY (11, 2) 'PROVA GRAVADA EM SHIFTMAK.TXT'.
           STOP RUN.

      *----------------------------------------------------
      * MEJA (SERVICO DE MESA): CADA RONDE DE PEDIDO VAI PARA
      * O MEJATAB.DAT (LINHA 000 = CABECA DA TAB) E GERA UM
      * TIKET DAPUR; O ESTOQUE E OS BAHAN SAO BAIXADOS NA
      * RONDE. SO NO BAYAR AS LINHAS ENTRAM NO VENDATRX, COM
      * PROMO E STRUK NORMAIS. BAYAR PISAH = VARIOS BON, CADA
      * UM COM AS LINHAS/PORSI ESCOLHIDAS; A TAB FECHA QUANDO
      * NAO SOBRA NENHUMA LINHA.
      *----------------------------------------------------
       ABRE-MEJA.
           OPEN I-O MEJATAB.
           IF STATUS-MEJA = "35"
              OPEN OUTPUT MEJATAB
              CLOSE MEJATAB
              OPEN I-O MEJATAB.
           IF STATUS-MEJA NOT = "00"
              DISPLAY (20, 2) 'GAGAL MEMBUKA MEJATAB.DAT. STATUS='
                      STATUS-MEJA.
       ABRE-MEJA-FIM.
           EXIT.

       MEJA-PESAN.
           DISPLAY HAPUS-LAYAR.
           DISPLAY (2, 2) 'PESAN MEJA - NOMOR MEJA (0=KEMBALI) : '.
           ACCEPT (2, 41) MEJA-ATUAL.
           IF MEJA-ATUAL = ZEROS
              GO TO MULAI.
           PERFORM ABRE-MEJA THRU ABRE-MEJA-FIM.
           IF STATUS-MEJA NOT = "00"
              GO TO MULAI.
           ACCEPT JAM-AGORA FROM TIME.
           MOVE JAM-HH TO SALVA-JAM-HH.
           MOVE JAM-MM TO SALVA-JAM-MM.
           MOVE 1 TO RONDE-ATUAL.
           MOVE ZEROS TO LINHA-MEJA.
           MOVE MEJA-ATUAL TO TB-MEJA.
           MOVE ZEROS TO TB-LINHA.
           READ MEJATAB
               INVALID KEY
               GO TO MEJA-PESAN-INICIA.
           COMPUTE RONDE-ATUAL = TB-RONDE + 1.
           MOVE TB-ULT-LINHA TO LINHA-MEJA.
       MEJA-PESAN-INICIA.
           MOVE 'P' TO MODO-MEJA.
           MOVE ZEROS TO TOTAL-PEDIDO.
           GO TO MULAI.

       GRAVA-TAB.
           ADD 1 TO LINHA-MEJA.
           MOVE MEJA-ATUAL TO TB-MEJA.
           MOVE LINHA-MEJA TO TB-LINHA.
           MOVE SPACES TO TB-ITEM.
           MOVE IDX-MENU TO TB-MENU.
           MOVE WS-NOME-ITEM TO TB-NOME.
           MOVE JUM TO TB-JUM.
           MOVE HARGA-ITEM (IDX-MENU) TO TB-HARGA.
           MOVE TOTAL TO TB-TOTAL.
           MOVE ADA-RESEP TO TB-RESEP.
           MOVE RONDE-ATUAL TO TB-NO-RONDE.
           WRITE REG-MEJATAB
               INVALID KEY
               DISPLAY (13, 2) 'GAGAL MENYIMPAN TAB. STATUS='
                       STATUS-MEJA.
       GRAVA-TAB-FIM.
           EXIT.

       SELESAI-RONDE.
           CLOSE VENDATRX.
           PERFORM FECHA-BAHAN.
           PERFORM FECHA-ESTOQUE.
           IF QTD-ITENS-PEDIDO = ZEROS
              CLOSE MEJATAB
              STOP RUN.
           MOVE MEJA-ATUAL TO TB-MEJA.
           MOVE ZEROS TO TB-LINHA.
           READ MEJATAB
               INVALID KEY
               GO TO SELESAI-RONDE-BARU.
           MOVE RONDE-ATUAL TO TB-RONDE.
           MOVE LINHA-MEJA TO TB-ULT-LINHA.
           REWRITE REG-MEJATAB.
           GO TO SELESAI-RONDE-TIKET.
       SELESAI-RONDE-BARU.
           MOVE MEJA-ATUAL TO TB-MEJA.
           MOVE ZEROS TO TB-LINHA.
           MOVE SPACES TO TB-CABECA.
           MOVE KASIR-ATUAL TO TB-KASIR.
           MOVE TGL-HARI-INI TO TB-TGL-BUKA.
           MOVE SALVA-JAM TO TB-JAM-BUKA.
           MOVE RONDE-ATUAL TO TB-RONDE.
           MOVE LINHA-MEJA TO TB-ULT-LINHA.
           WRITE REG-MEJATAB
               INVALID KEY
               DISPLAY (13, 2) 'GAGAL MENYIMPAN TAB. STATUS='
                       STATUS-MEJA.
       SELESAI-RONDE-TIKET.
           CLOSE MEJATAB.
           PERFORM CETAK-TIKET-DAPUR THRU CETAK-TIKET-FIM.
           DISPLAY HAPUS-LAYAR.
           DISPLAY (10, 2) 'MEJA ' MEJA-ATUAL ' RONDE ' RONDE-ATUAL
                   ' DISIMPAN - BAYAR NANTI (FUNGSI 4).'.
           DISPLAY (11, 2) 'TOTAL RONDE ..: ',TOTAL-PEDIDO.
           STOP RUN.

       MEJA-MENU.
           PERFORM ABRE-MEJA THRU ABRE-MEJA-FIM.
           IF STATUS-MEJA NOT = "00"
              GO TO MULAI.
       MEJA-MENU-OPCAO.
           DISPLAY HAPUS-LAYAR.
           DISPLAY (2, 2) 'MEJA : 1 BAYAR  2 PINDAH/GABUNG'
                   '  3 DAFTAR TAB  0 KEMBALI'.
           DISPLAY (4, 2) 'PILIH : '.
           ACCEPT (4, 10) OPCAO-MEJA.
           IF OPCAO-MEJA = '1'
              GO TO MEJA-BAYAR.
           IF OPCAO-MEJA = '2'
              GO TO MEJA-PINDAH.
           IF OPCAO-MEJA = '3'
              GO TO MEJA-DAFTAR.
           IF OPCAO-MEJA = '0'
              CLOSE MEJATAB
              GO TO MULAI.
           GO TO MEJA-MENU-OPCAO.

       MEJA-DAFTAR.
           DISPLAY HAPUS-LAYAR.
           DISPLAY 'MEJA KASIR DIBUKA       JAM  RONDE  LAMA JAM:MNT'
                   '      TOTAL'.
           ACCEPT JAM-AGORA FROM TIME.
           MOVE TGL-HARI-INI (7:2) TO TAB-DIA.
           MOVE TGL-HARI-INI (5:2) TO TAB-MES.
           MOVE TGL-HARI-INI (1:4) TO TAB-ANO.
           CALL 'DIASDATA' USING DATA-TAB FUNCAO-DIAS DIAS-AGORA.
           COMPUTE MENIT-AGORA = DIAS-AGORA * 1440
                               + JAM-HH * 60 + JAM-MM.
           MOVE 'N' TO TEM-CABECA.
           MOVE ZEROS TO TB-CHAVE.
           START MEJATAB KEY IS NOT LESS THAN TB-CHAVE
               INVALID KEY
               GO TO MEJA-DAFTAR-FIM.
       MEJA-DAFTAR-LE.
           READ MEJATAB NEXT RECORD
               AT END
               GO TO MEJA-DAFTAR-FIM.
           IF TB-LINHA NOT = ZEROS
              GO TO MEJA-DAFTAR-SOMA.
           PERFORM MEJA-DAFTAR-MOSTRA THRU MEJA-DAFTAR-MOSTRA-FIM.
           MOVE TB-MEJA TO MEJA-LISTA.
           MOVE TB-KASIR TO SALVA-KASIR.
           MOVE TB-TGL-BUKA TO SALVA-TGL.
           MOVE TB-JAM-BUKA TO SALVA-JAM.
           MOVE TB-RONDE TO SALVA-RONDE.
           MOVE ZEROS TO SALVA-TOTAL.
           MOVE 'S' TO TEM-CABECA.
           GO TO MEJA-DAFTAR-LE.
       MEJA-DAFTAR-SOMA.
           IF TB-MEJA = MEJA-LISTA
              ADD TB-TOTAL TO SALVA-TOTAL.
           GO TO MEJA-DAFTAR-LE.
       MEJA-DAFTAR-FIM.
           PERFORM MEJA-DAFTAR-MOSTRA THRU MEJA-DAFTAR-MOSTRA-FIM.
           DISPLAY 'TEKAN ENTER UNTUK KEMBALI.'.
           ACCEPT OPCAO-MEJA.
           GO TO MEJA-MENU-OPCAO.

       MEJA-DAFTAR-MOSTRA.
           IF TEM-CABECA NOT = 'S'
              GO TO MEJA-DAFTAR-MOSTRA-FIM.
           MOVE SALVA-TGL (7:2) TO TAB-DIA.
           MOVE SALVA-TGL (5:2) TO TAB-MES.
           MOVE SALVA-TGL (1:4) TO TAB-ANO.
           CALL 'DIASDATA' USING DATA-TAB FUNCAO-DIAS DIAS-BUKA.
           COMPUTE MENIT-BUKA = DIAS-BUKA * 1440
                              + SALVA-JAM-HH * 60 + SALVA-JAM-MM.
           MOVE ZEROS TO LAMA-TAB.
           IF MENIT-AGORA > MENIT-BUKA
              COMPUTE LAMA-TAB = MENIT-AGORA - MENIT-BUKA.
           DIVIDE LAMA-TAB BY 60 GIVING LAMA-JAM
               REMAINDER LAMA-MNT.
           MOVE LAMA-JAM TO WS-LAMA-ED.
           MOVE SALVA-TOTAL TO WS-TOTAL-ED.
           DISPLAY MEJA-LISTA '   ' SALVA-KASIR '  ' SALVA-TGL ' '
                   SALVA-JAM '   ' SALVA-RONDE '    ' WS-LAMA-ED ':'
                   LAMA-MNT '   ' WS-TOTAL-ED.
           MOVE 'N' TO TEM-CABECA.
       MEJA-DAFTAR-MOSTRA-FIM.
           EXIT.

       MEJA-PINDAH.
           DISPLAY HAPUS-LAYAR.
           DISPLAY (2, 2) 'PINDAH / GABUNG TAB MEJA'.
           DISPLAY (4, 2) 'DARI MEJA (0=KEMBALI) : '.
           ACCEPT (4, 27) MEJA-ATUAL.
           IF MEJA-ATUAL = ZEROS
              GO TO MEJA-MENU-OPCAO.
           MOVE MEJA-ATUAL TO TB-MEJA.
           MOVE ZEROS TO TB-LINHA.
           READ MEJATAB
               INVALID KEY
               DISPLAY (8, 2) 'MEJA ITU TIDAK PUNYA TAB TERBUKA.'
               GO TO MEJA-PINDAH-FIM.
           MOVE TB-KASIR TO SALVA-KASIR.
           MOVE TB-TGL-BUKA TO SALVA-TGL.
           MOVE TB-JAM-BUKA TO SALVA-JAM.
           MOVE TB-RONDE TO SALVA-RONDE.
           DISPLAY (5, 2) 'KE MEJA               : '.
           ACCEPT (5, 27) MEJA-DESTINO.
           IF MEJA-DESTINO = ZEROS OR MEJA-DESTINO = MEJA-ATUAL
              DISPLAY (8, 2) 'MEJA TUJUAN TIDAK VALID.'
              GO TO MEJA-PINDAH-FIM.
           MOVE 'N' TO TEM-CABECA.
           MOVE ZEROS TO ULT-LINHA-DEST.
           MOVE MEJA-DESTINO TO TB-MEJA.
           MOVE ZEROS TO TB-LINHA.
           READ MEJATAB
               INVALID KEY
               GO TO MEJA-PINDAH-LINHA.
           MOVE 'S' TO TEM-CABECA.
           MOVE TB-ULT-LINHA TO ULT-LINHA-DEST.
       MEJA-PINDAH-LINHA.
           MOVE MEJA-ATUAL TO TB-MEJA.
           MOVE 1 TO TB-LINHA.
           START MEJATAB KEY IS NOT LESS THAN TB-CHAVE
               INVALID KEY
               GO TO MEJA-PINDAH-CABECA.
           READ MEJATAB NEXT RECORD
               AT END
               GO TO MEJA-PINDAH-CABECA.
           IF TB-MEJA NOT = MEJA-ATUAL
              GO TO MEJA-PINDAH-CABECA.
           MOVE TB-LINHA TO LINHA-PEDIDA.
           MOVE TB-ITEM TO ITEM-SALVO.
           ADD 1 TO ULT-LINHA-DEST.
           MOVE MEJA-DESTINO TO TB-MEJA.
           MOVE ULT-LINHA-DEST TO TB-LINHA.
           MOVE ITEM-SALVO TO TB-ITEM.
           WRITE REG-MEJATAB
               INVALID KEY
               DISPLAY (8, 2) 'GAGAL MEMINDAH TAB. STATUS='
                       STATUS-MEJA
               GO TO MEJA-PINDAH-FIM.
           MOVE MEJA-ATUAL TO TB-MEJA.
           MOVE LINHA-PEDIDA TO TB-LINHA.
           DELETE MEJATAB RECORD.
           GO TO MEJA-PINDAH-LINHA.
       MEJA-PINDAH-CABECA.
           MOVE MEJA-ATUAL TO TB-MEJA.
           MOVE ZEROS TO TB-LINHA.
           DELETE MEJATAB RECORD.
           MOVE MEJA-DESTINO TO TB-MEJA.
           MOVE ZEROS TO TB-LINHA.
           IF TEM-CABECA = 'S'
              GO TO MEJA-PINDAH-GABUNG.
           MOVE SPACES TO TB-CABECA.
           MOVE SALVA-KASIR TO TB-KASIR.
           MOVE SALVA-TGL TO TB-TGL-BUKA.
           MOVE SALVA-JAM TO TB-JAM-BUKA.
           MOVE SALVA-RONDE TO TB-RONDE.
           MOVE ULT-LINHA-DEST TO TB-ULT-LINHA.
           WRITE REG-MEJATAB.
           DISPLAY (8, 2) 'TAB MEJA ' MEJA-ATUAL ' DIPINDAH KE MEJA '
                   MEJA-DESTINO.
           GO TO MEJA-PINDAH-FIM.
       MEJA-PINDAH-GABUNG.
           READ MEJATAB
               INVALID KEY
               GO TO MEJA-PINDAH-FIM.
           MOVE TB-TGL-BUKA TO DEST-TGL.
           MOVE TB-JAM-BUKA TO DEST-JAM.
           IF SALVA-MOMEN < MOMEN-DESTINO
              MOVE SALVA-TGL TO TB-TGL-BUKA
              MOVE SALVA-JAM TO TB-JAM-BUKA.
           ADD SALVA-RONDE TO TB-RONDE
               ON SIZE ERROR
               MOVE 99 TO TB-RONDE.
           MOVE ULT-LINHA-DEST TO TB-ULT-LINHA.
           REWRITE REG-MEJATAB.
           DISPLAY (8, 2) 'TAB MEJA ' MEJA-ATUAL ' DIGABUNG KE MEJA '
                   MEJA-DESTINO.
       MEJA-PINDAH-FIM.
           DISPLAY (10, 2) 'TEKAN ENTER UNTUK KEMBALI.'.
           ACCEPT (10, 30) OPCAO-MEJA.
           GO TO MEJA-MENU-OPCAO.

       MEJA-BAYAR.
           DISPLAY HAPUS-LAYAR.
           DISPLAY (2, 2) 'BAYAR TAB - NOMOR MEJA (0=KEMBALI) : '.
           ACCEPT (2, 40) MEJA-ATUAL.
           IF MEJA-ATUAL = ZEROS
              GO TO MEJA-MENU-OPCAO.
           MOVE MEJA-ATUAL TO TB-MEJA.
           MOVE ZEROS TO TB-LINHA.
           READ MEJATAB
               INVALID KEY
               DISPLAY (4, 2) 'MEJA ITU TIDAK PUNYA TAB TERBUKA.'
               GO TO MEJA-BAYAR.
           MOVE ZEROS TO QTD-CONTA TOTAL-TAB.
           DISPLAY HAPUS-LAYAR.
           DISPLAY 'TAB MEJA ' MEJA-ATUAL.
           DISPLAY 'LINHA NAMA                 JML       TOTAL'.
           MOVE 1 TO TB-LINHA.
           START MEJATAB KEY IS NOT LESS THAN TB-CHAVE
               INVALID KEY
               GO TO MEJA-BAYAR-TIPO.
       MEJA-BAYAR-LISTA.
           READ MEJATAB NEXT RECORD
               AT END
               GO TO MEJA-BAYAR-TIPO.
           IF TB-MEJA NOT = MEJA-ATUAL
              GO TO MEJA-BAYAR-TIPO.
           MOVE TB-JUM TO WS-JUM-ED.
           MOVE TB-TOTAL TO WS-TOTAL-ED.
           DISPLAY TB-LINHA '   ' TB-NOME ' x' WS-JUM-ED ' = '
                   WS-TOTAL-ED.
           ADD TB-TOTAL TO TOTAL-TAB.
           GO TO MEJA-BAYAR-LISTA.
       MEJA-BAYAR-TIPO.
           DISPLAY 'TOTAL TAB : ' TOTAL-TAB.
           IF TOTAL-TAB = ZEROS
              DISPLAY 'TAB KOSONG - DITUTUP.'
              MOVE MEJA-ATUAL TO TB-MEJA
              MOVE ZEROS TO TB-LINHA
              DELETE MEJATAB RECORD
              GO TO MEJA-PINDAH-FIM.
           DISPLAY 'BAYAR SEMUA (S) ATAU PISAH BON (P) ? '.
           ACCEPT TIPO-CONTA.
           IF TIPO-CONTA = 'S' OR TIPO-CONTA = 's'
              GO TO MEJA-BAYAR-SEMUA.
           IF TIPO-CONTA = 'P' OR TIPO-CONTA = 'p'
              GO TO MEJA-BAYAR-PISAH.
           GO TO MEJA-BAYAR-TIPO.
       MEJA-BAYAR-SEMUA.
           MOVE MEJA-ATUAL TO TB-MEJA.
           MOVE 1 TO TB-LINHA.
           START MEJATAB KEY IS NOT LESS THAN TB-CHAVE
               INVALID KEY
               GO TO MEJA-BAYAR-CONTA.
       MEJA-BAYAR-SEMUA-LE.
           READ MEJATAB NEXT RECORD
               AT END
               GO TO MEJA-BAYAR-CONTA.
           IF TB-MEJA NOT = MEJA-ATUAL
              GO TO MEJA-BAYAR-CONTA.
           IF QTD-CONTA NOT < 20
              DISPLAY 'BON MAKS 20 LINHA - SISA TAB DIBAYAR DI BON'
                      ' BERIKUTNYA.'
              GO TO MEJA-BAYAR-CONTA.
           ADD 1 TO QTD-CONTA.
           MOVE TB-LINHA TO CB-LINHA (QTD-CONTA).
           MOVE TB-JUM TO CB-JUM (QTD-CONTA).
           GO TO MEJA-BAYAR-SEMUA-LE.
       MEJA-BAYAR-PISAH.
           DISPLAY 'LINHA (0=SELESAI) : '.
           ACCEPT LINHA-PEDIDA.
           IF LINHA-PEDIDA = ZEROS
              GO TO MEJA-BAYAR-CONTA.
           MOVE MEJA-ATUAL TO TB-MEJA.
           MOVE LINHA-PEDIDA TO TB-LINHA.
           READ MEJATAB
               INVALID KEY
               DISPLAY 'LINHA TIDAK ADA DI TAB INI.'
               GO TO MEJA-BAYAR-PISAH.
           PERFORM ACHA-CONTA THRU ACHA-CONTA-FIM.
           IF JUM-LIVRE = ZEROS
              DISPLAY 'LINHA SUDAH MASUK BON INI.'
              GO TO MEJA-BAYAR-PISAH.
           DISPLAY 'JUMLAH PORSI (MAKS ' JUM-LIVRE ') : '.
           ACCEPT JUM-PEDIDA.
           IF JUM-PEDIDA = ZEROS OR JUM-PEDIDA > JUM-LIVRE
              DISPLAY 'JUMLAH TIDAK VALID.'
              GO TO MEJA-BAYAR-PISAH.
           IF IDX-CONTA NOT = ZEROS
              GO TO MEJA-BAYAR-PISAH-SOMA.
           IF QTD-CONTA NOT < 20
              DISPLAY 'BON PENUH (20 LINHA).'
              GO TO MEJA-BAYAR-CONTA.
           ADD 1 TO QTD-CONTA.
           MOVE QTD-CONTA TO IDX-CONTA.
           MOVE LINHA-PEDIDA TO CB-LINHA (IDX-CONTA).
           MOVE ZEROS TO CB-JUM (IDX-CONTA).
       MEJA-BAYAR-PISAH-SOMA.
           ADD JUM-PEDIDA TO CB-JUM (IDX-CONTA).
           GO TO MEJA-BAYAR-PISAH.
       MEJA-BAYAR-CONTA.
           IF QTD-CONTA = ZEROS
              DISPLAY 'BON KOSONG - TIDAK ADA YANG DIBAYAR.'
              GO TO MEJA-PINDAH-FIM.
           MOVE 'B' TO MODO-MEJA.
           MOVE ZEROS TO TOTAL-PEDIDO IDX-CONTA.
       MEJA-BAYAR-ITEM.
           ADD 1 TO IDX-CONTA.
           IF IDX-CONTA > QTD-CONTA
              GO TO SELESAI.
           MOVE MEJA-ATUAL TO TB-MEJA.
           MOVE CB-LINHA (IDX-CONTA) TO TB-LINHA.
           READ MEJATAB
               INVALID KEY
               GO TO MEJA-BAYAR-ITEM.
           MOVE CB-JUM (IDX-CONTA) TO JUM.
           COMPUTE TOTAL = JUM * TB-HARGA.
           MOVE TB-NOME TO WS-NOME-ITEM.
           MOVE TB-MENU TO IDX-MENU.
           MOVE TB-RESEP TO ADA-RESEP.
           ADD TOTAL TO TOTAL-PEDIDO.
           PERFORM GRAVA-VENDA THRU GRAVA-VENDA-FIM.
           GO TO MEJA-BAYAR-ITEM.

       ACHA-CONTA.
           MOVE TB-JUM TO JUM-LIVRE.
           MOVE ZEROS TO IDX-CONTA.
       ACHA-CONTA-LE.
           ADD 1 TO IDX-CONTA.
           IF IDX-CONTA > QTD-CONTA
              MOVE ZEROS TO IDX-CONTA
              GO TO ACHA-CONTA-FIM.
           IF CB-LINHA (IDX-CONTA) NOT = LINHA-PEDIDA
              GO TO ACHA-CONTA-LE.
           SUBTRACT CB-JUM (IDX-CONTA) FROM JUM-LIVRE.
       ACHA-CONTA-FIM.
           EXIT.

       BAIXA-TAB.
           MOVE ZEROS TO IDX-CONTA.
       BAIXA-TAB-LINHA.
           ADD 1 TO IDX-CONTA.
           IF IDX-CONTA > QTD-CONTA
              GO TO BAIXA-TAB-RESTO.
           MOVE MEJA-ATUAL TO TB-MEJA.
           MOVE CB-LINHA (IDX-CONTA) TO TB-LINHA.
           READ MEJATAB
               INVALID KEY
               GO TO BAIXA-TAB-LINHA.
           IF CB-JUM (IDX-CONTA) NOT < TB-JUM
              DELETE MEJATAB RECORD
              GO TO BAIXA-TAB-LINHA.
           SUBTRACT CB-JUM (IDX-CONTA) FROM TB-JUM.
           COMPUTE TB-TOTAL = TB-JUM * TB-HARGA.
           REWRITE REG-MEJATAB.
           GO TO BAIXA-TAB-LINHA.
       BAIXA-TAB-RESTO.
           MOVE MEJA-ATUAL TO TB-MEJA.
           MOVE 1 TO TB-LINHA.
           START MEJATAB KEY IS NOT LESS THAN TB-CHAVE
               INVALID KEY
               GO TO BAIXA-TAB-FECHA.
           READ MEJATAB NEXT RECORD
               AT END
               GO TO BAIXA-TAB-FECHA.
           IF TB-MEJA NOT = MEJA-ATUAL
              GO TO BAIXA-TAB-FECHA.
           DISPLAY (16, 2) 'SISA TAB MEJA ' MEJA-ATUAL
                   ' MASIH TERBUKA.'.
           CLOSE MEJATAB.
           GO TO BAIXA-TAB-FIM.
       BAIXA-TAB-FECHA.
           MOVE MEJA-ATUAL TO TB-MEJA.
           MOVE ZEROS TO TB-LINHA.
           DELETE MEJATAB RECORD.
           DISPLAY (16, 2) 'TAB MEJA ' MEJA-ATUAL ' LUNAS - DITUTUP.'.
           CLOSE MEJATAB.
       BAIXA-TAB-FIM.
           EXIT.

       CEK-TAB-KASIR.
           MOVE ZEROS TO TAB-KASIR-ABERTO.
           OPEN INPUT MEJATAB.
           IF STATUS-MEJA NOT = "00"
              GO TO CEK-TAB-KASIR-FIM.
           MOVE ZEROS TO TB-CHAVE.
           START MEJATAB KEY IS NOT LESS THAN TB-CHAVE
               INVALID KEY
               GO TO CEK-TAB-KASIR-FECHA.
       CEK-TAB-KASIR-LE.
           READ MEJATAB NEXT RECORD
               AT END
               GO TO CEK-TAB-KASIR-FECHA.
           IF TB-LINHA = ZEROS AND TB-KASIR = KASIR-ATUAL
              ADD 1 TO TAB-KASIR-ABERTO.
           GO TO CEK-TAB-KASIR-LE.
       CEK-TAB-KASIR-FECHA.
           CLOSE MEJATAB.
       CEK-TAB-KASIR-FIM.
           EXIT.

       TANYA.
           DISPLAY (7, 2) 'LAGI? [Y/T]'
           ACCEPT HITUNG-LAGI.
