       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATERMST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATERIAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KODE-MATERIAL
               FILE STATUS IS ERR-MATERIAL.
       DATA DIVISION.
       FILE SECTION.
       COPY "recmater.cob".
      *
       WORKING-STORAGE SECTION.
       77 ERR-MATERIAL PIC XX.
       77 OPCAO-MENU PIC X.
       01 ISI-LAGI PIC X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       01 ENTRADA-MATERIAL.
           02 KODE-DIMINTA PIC X(6).
           02 NAMA-DIMINTA PIC X(20).
           02 SATUAN-DIMINTA PIC X(6).
           02 BASE-DIMINTA PIC X.
               88 BASE-VALIDA VALUE 'L', 'l', 'V', 'v'.
           02 COBERTURA-DIMINTA PIC 9(5)V9(4).
           02 HARGA-DIMINTA PIC 9(9).
           02 SISA-DIMINTA PIC 9(3)V99.
       77 WS-TOTAL-LINHAS PIC 9(03) VALUE ZEROS.
       77 WS-COBERTURA-ED PIC ZZZZ9.9999.
       77 WS-HARGA-ED PIC ZZZ,ZZZ,ZZ9.
       77 WS-SISA-ED PIC ZZ9.99.
      *----------------------------------------------------
      * CADASTRO DOS MATERIAIS DE CONSTRUCAO (MATERIAL.DAT)
      * USADOS PELO GEOMETRI PARA ESTIMAR QUANTIDADE E CUSTO.
      * BASE "L" = RENDE COBERTURA M2 POR SATUAN (CAT,
      * KERAMIK), "V" = RENDE COBERTURA M3 POR SATUAN
      * (SEMEN, PASIR). SISA = PERCENTUAL DE DESPERDICIO.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       BUKA-FILE.
           OPEN I-O MATERIAL.
           IF ERR-MATERIAL = '35'
              OPEN OUTPUT MATERIAL
              CLOSE MATERIAL
              OPEN I-O MATERIAL.
           IF ERR-MATERIAL NOT = '00'
              DISPLAY 'GAGAL MEMBUKA MATERIAL.DAT. STATUS='
                      ERR-MATERIAL
              STOP RUN.
       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY '*** MASTER HARGA MATERIAL ***'.
           DISPLAY '1 - Tambah / ubah material'.
           DISPLAY '2 - Hapus material'.
           DISPLAY '3 - Daftar material'.
           DISPLAY '4 - Keluar'.
           DISPLAY 'Pilih menu : '.
           ACCEPT OPCAO-MENU.
           IF OPCAO-MENU = '1'
              GO TO TAMBAH.
           IF OPCAO-MENU = '2'
              GO TO HAPUS.
           IF OPCAO-MENU = '3'
              GO TO DAFTAR.
           IF OPCAO-MENU = '4'
              GO TO SELESAI.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       TAMBAH.
           DISPLAY 'KODE MATERIAL : '.
           ACCEPT KODE-DIMINTA.
           IF KODE-DIMINTA = SPACES
              GO TO TAMBAH.
           MOVE KODE-DIMINTA TO KODE-MATERIAL.
           READ MATERIAL KEY IS KODE-MATERIAL
               INVALID KEY
               MOVE SPACES TO NAMA-MATERIAL SATUAN-MATERIAL
                              BASE-MATERIAL
               MOVE ZEROS TO COBERTURA-MATERIAL HARGA-MATERIAL
                             SISA-MATERIAL.
           IF ERR-MATERIAL = '00'
              MOVE COBERTURA-MATERIAL TO WS-COBERTURA-ED
              MOVE HARGA-MATERIAL TO WS-HARGA-ED
              DISPLAY 'MATERIAL JA CADASTRADO: ' NAMA-MATERIAL
                      ' ' SATUAN-MATERIAL ' ' WS-COBERTURA-ED
                      ' ' WS-HARGA-ED.
           DISPLAY 'NAMA MATERIAL : '.
           MOVE SPACES TO NAMA-DIMINTA.
           ACCEPT NAMA-DIMINTA.
           IF NAMA-DIMINTA = SPACES
              MOVE NAMA-MATERIAL TO NAMA-DIMINTA.
           DISPLAY 'SATUAN BELI (SAK, KALENG, DUS, M3...) : '.
           MOVE SPACES TO SATUAN-DIMINTA.
           ACCEPT SATUAN-DIMINTA.
           IF SATUAN-DIMINTA = SPACES
              MOVE SATUAN-MATERIAL TO SATUAN-DIMINTA.
       TAMBAH-BASE.
           DISPLAY 'DASAR HITUNG L=LUAS M2 / V=VOLUME M3 : '.
           ACCEPT BASE-DIMINTA.
           IF NOT BASE-VALIDA
              DISPLAY 'DASAR HITUNG TIDAK VALID. ULANGI.'
              GO TO TAMBAH-BASE.
       TAMBAH-COBERTURA.
           DISPLAY 'DAYA SEBAR PER SATUAN (M2 ATAU M3, MIS. 12.5) : '.
           ACCEPT COBERTURA-DIMINTA.
           IF COBERTURA-DIMINTA = ZEROS
              DISPLAY 'DAYA SEBAR TIDAK VALID. ULANGI.'
              GO TO TAMBAH-COBERTURA.
       TAMBAH-HARGA.
           DISPLAY 'HARGA PER SATUAN (RP) : '.
           ACCEPT HARGA-DIMINTA.
           IF HARGA-DIMINTA = ZEROS
              DISPLAY 'HARGA TIDAK VALID. ULANGI.'
              GO TO TAMBAH-HARGA.
           DISPLAY 'PERSEN SISA / SUSUT (MIS. 5 ATAU 7.5) : '.
           MOVE ZEROS TO SISA-DIMINTA.
           ACCEPT SISA-DIMINTA.
           MOVE NAMA-DIMINTA TO NAMA-MATERIAL.
           MOVE SATUAN-DIMINTA TO SATUAN-MATERIAL.
           MOVE BASE-DIMINTA TO BASE-MATERIAL.
           IF MATERIAL-LUAS
              MOVE 'L' TO BASE-MATERIAL
           ELSE
              MOVE 'V' TO BASE-MATERIAL.
           MOVE COBERTURA-DIMINTA TO COBERTURA-MATERIAL.
           MOVE HARGA-DIMINTA TO HARGA-MATERIAL.
           MOVE SISA-DIMINTA TO SISA-MATERIAL.
           IF ERR-MATERIAL = '00'
              REWRITE REG-MATERIAL
                  INVALID KEY
                  DISPLAY 'GAGAL MENGUBAH. STATUS=' ERR-MATERIAL
                  GO TO TAMBAH-FIM
              END-REWRITE
              DISPLAY 'MATERIAL DIUBAH.'
              GO TO TAMBAH-FIM.
           WRITE REG-MATERIAL
               INVALID KEY
               DISPLAY 'GAGAL MENYIMPAN. STATUS=' ERR-MATERIAL
               GO TO TAMBAH-FIM.
           DISPLAY 'MATERIAL DISIMPAN.'.
       TAMBAH-FIM.
           DISPLAY 'ADA MATERIAL LAGI [Y/T] ? '.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO TAMBAH.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       HAPUS.
           DISPLAY 'KODE MATERIAL : '.
           ACCEPT KODE-MATERIAL.
           READ MATERIAL KEY IS KODE-MATERIAL
               INVALID KEY
               DISPLAY 'MATERIAL TIDAK DITEMUKAN.'
               GO TO MENU-PRINCIPAL.
           DELETE MATERIAL RECORD.
           DISPLAY 'MATERIAL DIHAPUS.'.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       DAFTAR.
           DISPLAY 'KODE   NAMA                 SATUAN B'
                   '  DAYA SEBAR        HARGA  SISA%'.
           MOVE ZEROS TO WS-TOTAL-LINHAS.
           MOVE SPACES TO KODE-MATERIAL.
           START MATERIAL KEY IS NOT LESS THAN KODE-MATERIAL
               INVALID KEY
               MOVE '10' TO ERR-MATERIAL.
       DAFTAR-LE.
           IF ERR-MATERIAL = '10'
              GO TO DAFTAR-FIM.
           READ MATERIAL NEXT RECORD
               AT END
               GO TO DAFTAR-FIM.
           MOVE COBERTURA-MATERIAL TO WS-COBERTURA-ED.
           MOVE HARGA-MATERIAL TO WS-HARGA-ED.
           MOVE SISA-MATERIAL TO WS-SISA-ED.
           DISPLAY KODE-MATERIAL ' ' NAMA-MATERIAL ' '
                   SATUAN-MATERIAL ' ' BASE-MATERIAL ' '
                   WS-COBERTURA-ED ' ' WS-HARGA-ED ' ' WS-SISA-ED.
           ADD 1 TO WS-TOTAL-LINHAS.
           GO TO DAFTAR-LE.
       DAFTAR-FIM.
           MOVE '00' TO ERR-MATERIAL.
           DISPLAY 'MATERIAL LISTADOS : ' WS-TOTAL-LINHAS.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       SELESAI.
           CLOSE MATERIAL.
           STOP RUN.
      ***---------- FIM DO PROGRAMA MATERMST ---------***
