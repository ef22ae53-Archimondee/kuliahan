       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUANGMST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUANG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KODE-RUANG
               FILE STATUS IS ERR-RUANG.
       DATA DIVISION.
       FILE SECTION.
       COPY "recruang.cob".
      *
       WORKING-STORAGE SECTION.
       77 ERR-RUANG PIC XX.
       77 OPCAO-MENU PIC X.
       01 ISI-LAGI PIC X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       01 ENTRADA-RUANG.
           02 RUANG-DIMINTA PIC X(5).
           02 NAMA-DIMINTA PIC X(20).
           02 KAPASITAS-DIMINTA PIC 9(3).
       77 WS-TOTAL-LINHAS PIC 9(03) VALUE ZEROS.
       77 WS-TOTAL-KURSI PIC 9(05) VALUE ZEROS.
      *----------------------------------------------------
      * CADASTRO DAS RUANG (SALAS) E DA QUANTIDADE DE
      * KURSI (LUGARES) DE UJIAN DE CADA UMA (RUANG.DAT).
      * O CODIGO E O MESMO USADO EM RUANG-JDW NO JADWAL.DAT.
      * USADO PELO DENAHUJIAN PARA DISTRIBUIR OS ALUNOS.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       BUKA-FILE.
           OPEN I-O RUANG.
           IF ERR-RUANG = '35'
              OPEN OUTPUT RUANG
              CLOSE RUANG
              OPEN I-O RUANG.
           IF ERR-RUANG NOT = '00'
              DISPLAY 'GAGAL MEMBUKA RUANG.DAT. STATUS=' ERR-RUANG
              STOP RUN.
       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY '*** MASTER RUANG UJIAN ***'.
           DISPLAY '1 - Tambah / ubah ruang'.
           DISPLAY '2 - Hapus ruang'.
           DISPLAY '3 - Daftar ruang'.
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
           DISPLAY 'KODE RUANG : '.
           ACCEPT RUANG-DIMINTA.
           IF RUANG-DIMINTA = SPACES
              GO TO TAMBAH.
           MOVE RUANG-DIMINTA TO KODE-RUANG.
           READ RUANG KEY IS KODE-RUANG
               INVALID KEY
               MOVE SPACES TO NAMA-RUANG
               MOVE ZEROS TO KAPASITAS-RUANG.
           IF ERR-RUANG = '00'
              DISPLAY 'RUANG JA CADASTRADA: ' NAMA-RUANG
                      ' KURSI ' KAPASITAS-RUANG.
           DISPLAY 'NAMA RUANG : '.
           MOVE SPACES TO NAMA-DIMINTA.
           ACCEPT NAMA-DIMINTA.
           IF NAMA-DIMINTA = SPACES
              MOVE NAMA-RUANG TO NAMA-DIMINTA.
       TAMBAH-KURSI.
           DISPLAY 'JUMLAH KURSI UJIAN (1-999) : '.
           ACCEPT KAPASITAS-DIMINTA.
           IF KAPASITAS-DIMINTA = ZEROS
              DISPLAY 'JUMLAH KURSI TIDAK VALID. ULANGI.'
              GO TO TAMBAH-KURSI.
           MOVE NAMA-DIMINTA TO NAMA-RUANG.
           MOVE KAPASITAS-DIMINTA TO KAPASITAS-RUANG.
           IF ERR-RUANG = '00'
              REWRITE REG-RUANG
                  INVALID KEY
                  DISPLAY 'GAGAL MENGUBAH. STATUS=' ERR-RUANG
                  GO TO TAMBAH-FIM
              END-REWRITE
              DISPLAY 'RUANG DIUBAH.'
              GO TO TAMBAH-FIM.
           WRITE REG-RUANG
               INVALID KEY
               DISPLAY 'GAGAL MENYIMPAN. STATUS=' ERR-RUANG
               GO TO TAMBAH-FIM.
           DISPLAY 'RUANG DISIMPAN.'.
       TAMBAH-FIM.
           DISPLAY 'ADA RUANG LAGI [Y/T] ? '.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO TAMBAH.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       HAPUS.
           DISPLAY 'KODE RUANG : '.
           ACCEPT KODE-RUANG.
           READ RUANG KEY IS KODE-RUANG
               INVALID KEY
               DISPLAY 'RUANG TIDAK DITEMUKAN.'
               GO TO MENU-PRINCIPAL.
           DELETE RUANG RECORD.
           DISPLAY 'RUANG DIHAPUS.'.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       DAFTAR.
           DISPLAY 'KODE  NAMA                 KURSI'.
           MOVE ZEROS TO WS-TOTAL-LINHAS.
           MOVE ZEROS TO WS-TOTAL-KURSI.
           MOVE SPACES TO KODE-RUANG.
           START RUANG KEY IS NOT LESS THAN KODE-RUANG
               INVALID KEY
               MOVE '10' TO ERR-RUANG.
       DAFTAR-LE.
           IF ERR-RUANG = '10'
              GO TO DAFTAR-FIM.
           READ RUANG NEXT RECORD
               AT END
               GO TO DAFTAR-FIM.
           DISPLAY KODE-RUANG ' ' NAMA-RUANG ' ' KAPASITAS-RUANG.
           ADD 1 TO WS-TOTAL-LINHAS.
           ADD KAPASITAS-RUANG TO WS-TOTAL-KURSI.
           GO TO DAFTAR-LE.
       DAFTAR-FIM.
           MOVE '00' TO ERR-RUANG.
           DISPLAY 'RUANG LISTADAS : ' WS-TOTAL-LINHAS
                   '  TOTAL KURSI : ' WS-TOTAL-KURSI.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       SELESAI.
           CLOSE RUANG.
           STOP RUN.
      ***---------- FIM DO PROGRAMA RUANGMST ---------***
