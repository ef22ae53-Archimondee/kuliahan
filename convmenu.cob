       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVMENU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HARGAANTIGO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-HARGAANT.
           SELECT ESTOQUEANTIGO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-ESTANT.
           SELECT RESEPANTIGO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-RESANT
               FILE STATUS IS ERR-RESANT.
           SELECT PROMOANTIGO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KODE-PROANT
               FILE STATUS IS ERR-PROANT.
           SELECT MEJATAB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TB-CHAVE
               FILE STATUS IS ERR-MEJA.
           SELECT MENUITEM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-KODE
               FILE STATUS IS ERR-MENU.
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
           SELECT RESEP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CHAVE
               FILE STATUS IS ERR-RESEP.
           SELECT PROMO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-KODE
               FILE STATUS IS ERR-PROMO.
       DATA DIVISION.
       FILE SECTION.
       FD  HARGAANTIGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "HARGA.TXT".
       01  REG-HARGAANTIGO.
           02 KODE-HRGANT PIC 9(1).
           02 NAMA-HRGANT PIC X(20).
           02 NILAI-HRGANT PIC 9(8).
           02 BERLAKU-HRGANT PIC 9(8).
       FD  ESTOQUEANTIGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ESTOQUE.TXT".
       01  REG-ESTOQUEANTIGO.
           02 ITEM-ESTANT OCCURS 5 TIMES.
               03 QTD-ESTANT   PIC 9(3).
               03 PONTO-ESTANT PIC 9(3).
               03 LOTE-ESTANT  PIC 9(3).
               03 FORN-ESTANT  PIC 9(3).
       FD  RESEPANTIGO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REG-RESEPANTIGO
           VALUE OF FILE-ID IS 'RESEPANT.DAT'.
       01  REG-RESEPANTIGO.
           02 CHAVE-RESANT.
               03 MENU-RESANT PIC 9(1).
               03 BAHAN-RESANT PIC 9(3).
           02 QTD-RESANT PIC 9(5).
           02 FILLER PIC X(11).
       FD  PROMOANTIGO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PROMOANTIGO
           VALUE OF FILE-ID IS 'PROMOANT.DAT'.
       01  REG-PROMOANTIGO.
           02 KODE-PROANT PIC X(3).
           02 PARTE1-PROANT PIC X(44).
           02 ITEM-PROANT PIC 9(1).
           02 PARTE2-PROANT PIC X(16).
           02 GRATIS-PROANT PIC 9(1).
           02 PARTE3-PROANT PIC X(5).
           02 FILLER PIC X(10).
       COPY "recmeja.cob".
       COPY "recmenu.cob".
       COPY "recharga.cob".
       COPY "recestoq.cob".
       COPY "recresep.cob".
       COPY "recpromo.cob".
       WORKING-STORAGE SECTION.
       77 ERR-HARGAANT PIC XX.
       77 ERR-ESTANT PIC XX.
       77 ERR-RESANT PIC XX.
       77 ERR-PROANT PIC XX.
       77 ERR-MEJA PIC XX.
       77 ERR-MENU PIC XX.
       77 ERR-HARGA PIC XX.
       77 ERR-ESTOQUE PIC XX.
       77 ERR-RESEP PIC XX.
       77 ERR-PROMO PIC XX.
       77 IDX-ITEM PIC 9(1) COMP VALUE ZEROS.
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       77 TEM-ESTANT PIC X VALUE 'N'.
       77 WS-TOTAL-MENU PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-ESTOQUE PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-RESEP PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-PROMO PIC 9(05) VALUE ZEROS.
       01 NAMA-AWAL.
           02 FILLER PIC X(20) VALUE 'MIE AYAM YAMIN'.
           02 FILLER PIC X(20) VALUE 'MIE AYAM BAKSO'.
           02 FILLER PIC X(20) VALUE 'MIE AYAM SPESIAL'.
           02 FILLER PIC X(20) VALUE 'MIE AYAM BIASA'.
           02 FILLER PIC X(20) VALUE 'MIE AYAM PANGSIT'.
       01 NAMA-AWAL-TAB REDEFINES NAMA-AWAL.
           02 NAMA-PADRAO OCCURS 5 TIMES PIC X(20).
       01 HARGA-AWAL.
           02 FILLER PIC 9(8) VALUE 00012000.
           02 FILLER PIC 9(8) VALUE 00014000.
           02 FILLER PIC 9(8) VALUE 00018000.
           02 FILLER PIC 9(8) VALUE 00010000.
           02 FILLER PIC 9(8) VALUE 00011500.
       01 HARGA-AWAL-TAB REDEFINES HARGA-AWAL.
           02 HARGA-PADRAO OCCURS 5 TIMES PIC 9(8).
       01 TABEL-ANTIGO.
           02 ITEM-ANTIGO OCCURS 5 TIMES.
               03 TA-NAMA PIC X(20).
               03 TA-NILAI PIC 9(8).
               03 TA-BERLAKU PIC 9(8).
      *----------------------------------------------------
      * CONVERSAO UNICA PARA O MENU MANTIDO EM CADASTRO.
      * OS CINCO PRATOS FIXOS DO MAKANAN VIRAM OS KODE 001 A
      * 005 DO MENUITEM.DAT (NOME E PRECO DO HARGA.TXT, OU OS
      * VALORES DE FABRICA SE NAO HOUVER), O HARGA.TXT VIRA O
      * HARGA.DAT POR KODE E O ESTOQUE.TXT DE 5 POSICOES VIRA
      * O ESTOQUE.DAT, UM REGISTRO POR KODE. O KODE DO MENU
      * PASSA A TER 3 DIGITOS NO RESEP.DAT E NO PROMO.DAT:
      * ANTES DE EXECUTAR, RENOMEIE O RESEP.DAT ATUAL PARA
      * RESEPANT.DAT E O PROMO.DAT PARA PROMOANT.DAT. TODAS
      * AS TABS DE MEJA DEVEM ESTAR PAGAS OU O PROGRAMA PARA.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** CONVERSAO PARA O MENU EM CADASTRO ***".
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           OPEN INPUT MENUITEM.
           IF ERR-MENU = "00"
              DISPLAY "MENUITEM.DAT JA EXISTE - CONVERSAO JA FEITA."
              CLOSE MENUITEM
              GO TO 999-FIM.
           OPEN INPUT MEJATAB.
           IF ERR-MEJA NOT = "00"
              GO TO 010-CARREGA-HARGA.
           READ MEJATAB NEXT RECORD
               AT END
               MOVE "10" TO ERR-MEJA.
           CLOSE MEJATAB.
           IF ERR-MEJA NOT = "10"
              DISPLAY "ADA TAB MEJA TERBUKA NO MEJATAB.DAT."
              DISPLAY "BAYAR TODAS AS TABS E EXECUTE NOVAMENTE."
              GO TO 999-FIM.
      *----------------------------------------------------
       010-CARREGA-HARGA.
           MOVE ZEROS TO IDX-ITEM.
       010-01-PADRAO.
           ADD 1 TO IDX-ITEM.
           IF IDX-ITEM > 5
              GO TO 010-02-ABRE.
           MOVE NAMA-PADRAO (IDX-ITEM) TO TA-NAMA (IDX-ITEM).
           MOVE HARGA-PADRAO (IDX-ITEM) TO TA-NILAI (IDX-ITEM).
           MOVE TGL-HARI-INI TO TA-BERLAKU (IDX-ITEM).
           GO TO 010-01-PADRAO.
       010-02-ABRE.
           OPEN INPUT HARGAANTIGO.
           IF ERR-HARGAANT NOT = "00"
              DISPLAY "SEM HARGA.TXT - NOMES E PRECOS DE FABRICA."
              GO TO 020-GRAVA-MENU.
       010-03-LE.
           READ HARGAANTIGO
               AT END
               CLOSE HARGAANTIGO
               GO TO 020-GRAVA-MENU.
           IF KODE-HRGANT < 1 OR KODE-HRGANT > 5
              GO TO 010-03-LE.
           IF NAMA-HRGANT NOT = SPACES
              MOVE NAMA-HRGANT TO TA-NAMA (KODE-HRGANT).
           MOVE NILAI-HRGANT TO TA-NILAI (KODE-HRGANT).
           MOVE BERLAKU-HRGANT TO TA-BERLAKU (KODE-HRGANT).
           GO TO 010-03-LE.
      *----------------------------------------------------
       020-GRAVA-MENU.
           OPEN OUTPUT MENUITEM.
           OPEN OUTPUT HARGA.
           MOVE ZEROS TO IDX-ITEM.
       020-01-ITEM.
           ADD 1 TO IDX-ITEM.
           IF IDX-ITEM > 5
              CLOSE MENUITEM
              CLOSE HARGA
              GO TO 030-ESTOQUE.
           MOVE SPACES TO REG-MENUITEM.
           MOVE IDX-ITEM TO MN-KODE.
           MOVE TA-NAMA (IDX-ITEM) TO MN-NAMA.
           MOVE "M" TO MN-KATEGORI.
           MOVE "DAPUR" TO MN-STASIUN.
           MOVE "A" TO MN-AKTIF.
           WRITE REG-MENUITEM.
           MOVE SPACES TO REG-HARGA.
           MOVE IDX-ITEM TO HRG-KODE.
           MOVE TA-NILAI (IDX-ITEM) TO HRG-NILAI.
           MOVE TA-BERLAKU (IDX-ITEM) TO HRG-BERLAKU.
           WRITE REG-HARGA.
           ADD 1 TO WS-TOTAL-MENU.
           GO TO 020-01-ITEM.
      *----------------------------------------------------
       030-ESTOQUE.
           MOVE "N" TO TEM-ESTANT.
           OPEN INPUT ESTOQUEANTIGO.
           IF ERR-ESTANT NOT = "00"
              DISPLAY "SEM ESTOQUE.TXT - ESTOQUE INICIAL DE 50."
              GO TO 030-01-GRAVA.
           READ ESTOQUEANTIGO
               AT END
               CLOSE ESTOQUEANTIGO
               GO TO 030-01-GRAVA.
           MOVE "S" TO TEM-ESTANT.
           CLOSE ESTOQUEANTIGO.
       030-01-GRAVA.
           OPEN OUTPUT ESTOQUE-FILE.
           MOVE ZEROS TO IDX-ITEM.
       030-02-ITEM.
           ADD 1 TO IDX-ITEM.
           IF IDX-ITEM > 5
              CLOSE ESTOQUE-FILE
              GO TO 040-RESEP.
           MOVE SPACES TO REG-ESTOQUE.
           MOVE IDX-ITEM TO EST-KODE.
           MOVE 50 TO EST-QTD.
           MOVE 10 TO EST-PONTO.
           MOVE 30 TO EST-LOTE.
           MOVE ZEROS TO EST-FORN EST-HARGA.
           IF TEM-ESTANT NOT = "S"
              GO TO 030-03-GRAVA.
           MOVE QTD-ESTANT (IDX-ITEM) TO EST-QTD.
           MOVE PONTO-ESTANT (IDX-ITEM) TO EST-PONTO.
           MOVE FORN-ESTANT (IDX-ITEM) TO EST-FORN.
           IF LOTE-ESTANT (IDX-ITEM) NOT = ZEROS
              MOVE LOTE-ESTANT (IDX-ITEM) TO EST-LOTE.
       030-03-GRAVA.
           WRITE REG-ESTOQUE.
           ADD 1 TO WS-TOTAL-ESTOQUE.
           GO TO 030-02-ITEM.
      *----------------------------------------------------
       040-RESEP.
           OPEN INPUT RESEPANTIGO.
           IF ERR-RESANT NOT = "00"
              DISPLAY "SEM RESEPANT.DAT - RESEP NAO CONVERTIDO."
              GO TO 050-PROMO.
           OPEN OUTPUT RESEP.
       040-01-LE.
           READ RESEPANTIGO NEXT RECORD
               AT END
               CLOSE RESEPANTIGO
               CLOSE RESEP
               GO TO 050-PROMO.
           MOVE SPACES TO REG-RESEP.
           MOVE MENU-RESANT TO RS-MENU.
           MOVE BAHAN-RESANT TO RS-BAHAN.
           MOVE QTD-RESANT TO RS-QTD.
           WRITE REG-RESEP
               INVALID KEY
               DISPLAY "CHAVE DUPLICADA: " RS-CHAVE
               GO TO 040-01-LE.
           ADD 1 TO WS-TOTAL-RESEP.
           GO TO 040-01-LE.
      *----------------------------------------------------
       050-PROMO.
           OPEN INPUT PROMOANTIGO.
           IF ERR-PROANT NOT = "00"
              DISPLAY "SEM PROMOANT.DAT - PROMO NAO CONVERTIDO."
              GO TO 900-ENCERRA.
           OPEN OUTPUT PROMO.
       050-01-LE.
           READ PROMOANTIGO NEXT RECORD
               AT END
               CLOSE PROMOANTIGO
               CLOSE PROMO
               GO TO 900-ENCERRA.
           MOVE SPACES TO REG-PROMO.
           MOVE KODE-PROANT TO REG-PROMO (1:3).
           MOVE PARTE1-PROANT TO REG-PROMO (4:44).
           MOVE ITEM-PROANT TO PR-ITEM.
           MOVE PARTE2-PROANT TO REG-PROMO (51:16).
           MOVE GRATIS-PROANT TO PR-ITEM-GRATIS.
           MOVE PARTE3-PROANT TO REG-PROMO (70:5).
           WRITE REG-PROMO
               INVALID KEY
               DISPLAY "CHAVE DUPLICADA: " PR-KODE
               GO TO 050-01-LE.
           ADD 1 TO WS-TOTAL-PROMO.
           GO TO 050-01-LE.
      *----------------------------------------------------
       900-ENCERRA.
           DISPLAY "MENU/HARGA GRAVADOS .: " WS-TOTAL-MENU.
           DISPLAY "ESTOQUE GRAVADOS ....: " WS-TOTAL-ESTOQUE.
           DISPLAY "RESEP CONVERTIDOS ...: " WS-TOTAL-RESEP.
           DISPLAY "PROMO CONVERTIDOS ...: " WS-TOTAL-PROMO.
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA CONVMENU ---------***
