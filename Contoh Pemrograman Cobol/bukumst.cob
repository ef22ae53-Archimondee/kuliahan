       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUKUMST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUKU ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KODE-BUKU
               FILE STATUS IS ERR-BUKU.
           SELECT PUSCTL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERR-CTL.
       DATA DIVISION.
       FILE SECTION.
       COPY "recbuku.cob".
       COPY "recpsctl.cob".
      *
       WORKING-STORAGE SECTION.
       77 ERR-BUKU PIC XX.
       77 ERR-CTL PIC XX.
       77 OPCAO-MENU PIC X.
       01 ISI-LAGI PIC X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       01 ENTRADA-BUKU.
           02 KODE-DIMINTA PIC X(8).
           02 JUDUL-DIMINTA PIC X(30).
           02 PENGARANG-DIMINTA PIC X(20).
           02 STATUS-DIMINTA PIC X.
       01 ENTRADA-PARAMETRO.
           02 LAMA-DIMINTA PIC 9(3).
           02 DENDA-DIMINTA PIC 9(6).
           02 MAX-DIMINTA PIC 9(2).
       77 WS-TOTAL-LINHAS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-DIPINJAM PIC 9(05) VALUE ZEROS.
      *----------------------------------------------------
      * KATALOG DA PERPUSTAKAAN (BUKU.DAT), UM REGISTRO POR
      * EXEMPLAR (KODE DO EXEMPLAR NA ETIQUETA). STATUS:
      * T = TERSEDIA, P = DIPINJAM, H = HILANG. O STATUS P
      * SO E DADO E TIRADO PELO PINJAMBUKU; EXEMPLAR
      * DIPINJAM NAO PODE SER MUDADO AQUI.
      * PERPUS.CTL GUARDA A LAMA DA PINJAMAN EM HARI KERJA,
      * A DENDA POR DIA DE ATRASO E O MAXIMO DE BUKU POR
      * MAHASISWA. SEM PERPUS.CTL VALEM 7 HARI, RP.1000 E
      * 3 BUKU.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       BUKA-FILE.
           OPEN I-O BUKU.
           IF ERR-BUKU = '35'
              OPEN OUTPUT BUKU
              CLOSE BUKU
              OPEN I-O BUKU.
           IF ERR-BUKU NOT = '00'
              DISPLAY 'GAGAL MEMBUKA BUKU.DAT. STATUS=' ERR-BUKU
              STOP RUN.
       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY '*** KATALOG PERPUSTAKAAN ***'.
           DISPLAY '1 - Tambah / ubah buku'.
           DISPLAY '2 - Daftar buku'.
           DISPLAY '3 - Parameter pinjaman dan denda'.
           DISPLAY '4 - Keluar'.
           DISPLAY 'Pilih menu : '.
           ACCEPT OPCAO-MENU.
           IF OPCAO-MENU = '1'
              GO TO TAMBAH.
           IF OPCAO-MENU = '2'
              GO TO DAFTAR.
           IF OPCAO-MENU = '3'
              GO TO PARAMETRO.
           IF OPCAO-MENU = '4'
              GO TO SELESAI.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       TAMBAH.
           DISPLAY 'KODE EKSEMPLAR : '.
           ACCEPT KODE-DIMINTA.
           IF KODE-DIMINTA = SPACES
              GO TO TAMBAH.
           MOVE KODE-DIMINTA TO KODE-BUKU.
           READ BUKU KEY IS KODE-BUKU
               INVALID KEY
               MOVE SPACES TO JUDUL-BUKU
               MOVE SPACES TO PENGARANG-BUKU
               MOVE 'T' TO STATUS-BUKU.
           IF ERR-BUKU = '00'
              DISPLAY 'BUKU JA CADASTRADO: ' JUDUL-BUKU
              DISPLAY 'PENGARANG ' PENGARANG-BUKU
                      ' STATUS ' STATUS-BUKU.
           DISPLAY 'JUDUL : '.
           MOVE SPACES TO JUDUL-DIMINTA.
           ACCEPT JUDUL-DIMINTA.
           IF JUDUL-DIMINTA = SPACES
              MOVE JUDUL-BUKU TO JUDUL-DIMINTA.
           IF JUDUL-DIMINTA = SPACES
              GO TO TAMBAH.
           DISPLAY 'PENGARANG : '.
           MOVE SPACES TO PENGARANG-DIMINTA.
           ACCEPT PENGARANG-DIMINTA.
           IF PENGARANG-DIMINTA = SPACES
              MOVE PENGARANG-BUKU TO PENGARANG-DIMINTA.
           MOVE STATUS-BUKU TO STATUS-DIMINTA.
           IF BUKU-DIPINJAM
              DISPLAY 'BUKU SEDANG DIPINJAM - STATUS MANTIDO.'
              GO TO TAMBAH-GRAVA.
       TAMBAH-STATUS.
           DISPLAY 'STATUS (T=TERSEDIA H=HILANG) : '.
           MOVE SPACES TO STATUS-DIMINTA.
           ACCEPT STATUS-DIMINTA.
           IF STATUS-DIMINTA = SPACES
              MOVE 'T' TO STATUS-DIMINTA.
           IF STATUS-DIMINTA NOT = 'T' AND STATUS-DIMINTA NOT = 'H'
              GO TO TAMBAH-STATUS.
       TAMBAH-GRAVA.
           MOVE JUDUL-DIMINTA TO JUDUL-BUKU.
           MOVE PENGARANG-DIMINTA TO PENGARANG-BUKU.
           MOVE STATUS-DIMINTA TO STATUS-BUKU.
           IF ERR-BUKU = '00'
              REWRITE REG-BUKU
                  INVALID KEY
                  DISPLAY 'GAGAL MENGUBAH. STATUS=' ERR-BUKU
                  GO TO TAMBAH-FIM
              END-REWRITE
              DISPLAY 'BUKU DIUBAH.'
              GO TO TAMBAH-FIM.
           WRITE REG-BUKU
               INVALID KEY
               DISPLAY 'GAGAL MENYIMPAN. STATUS=' ERR-BUKU
               GO TO TAMBAH-FIM.
           DISPLAY 'BUKU DISIMPAN.'.
       TAMBAH-FIM.
           MOVE '00' TO ERR-BUKU.
           DISPLAY 'ADA BUKU LAGI [Y/T] ? '.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO TAMBAH.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       DAFTAR.
           DISPLAY 'KODE     JUDUL                          '
                   'PENGARANG            S'.
           MOVE ZEROS TO WS-TOTAL-LINHAS.
           MOVE ZEROS TO WS-TOTAL-DIPINJAM.
           MOVE SPACES TO KODE-BUKU.
           START BUKU KEY IS NOT LESS THAN KODE-BUKU
               INVALID KEY
               MOVE '10' TO ERR-BUKU.
       DAFTAR-LE.
           IF ERR-BUKU = '10'
              GO TO DAFTAR-FIM.
           READ BUKU NEXT RECORD
               AT END
               GO TO DAFTAR-FIM.
           DISPLAY KODE-BUKU ' ' JUDUL-BUKU ' ' PENGARANG-BUKU ' '
                   STATUS-BUKU.
           ADD 1 TO WS-TOTAL-LINHAS.
           IF BUKU-DIPINJAM
              ADD 1 TO WS-TOTAL-DIPINJAM.
           GO TO DAFTAR-LE.
       DAFTAR-FIM.
           MOVE '00' TO ERR-BUKU.
           DISPLAY 'BUKU LISTADOS : ' WS-TOTAL-LINHAS
                   '  DIPINJAM : ' WS-TOTAL-DIPINJAM.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       PARAMETRO.
           MOVE 7 TO CTL-LAMA-PINJAM.
           MOVE 1000 TO CTL-DENDA-HARI.
           MOVE 3 TO CTL-MAX-BUKU.
           OPEN INPUT PUSCTL.
           IF ERR-CTL = '00'
              READ PUSCTL
                  AT END
                  MOVE 7 TO CTL-LAMA-PINJAM
                  MOVE 1000 TO CTL-DENDA-HARI
                  MOVE 3 TO CTL-MAX-BUKU
              END-READ
              CLOSE PUSCTL.
           DISPLAY 'ATUAL: LAMA PINJAM ' CTL-LAMA-PINJAM
                   ' HARI KERJA  DENDA/HARI RP.' CTL-DENDA-HARI
                   '  MAKS ' CTL-MAX-BUKU ' BUKU'.
           DISPLAY 'LAMA PINJAM, HARI KERJA (ENTER = MANTEM) : '.
           MOVE ZEROS TO LAMA-DIMINTA.
           ACCEPT LAMA-DIMINTA.
           IF LAMA-DIMINTA = ZEROS
              MOVE CTL-LAMA-PINJAM TO LAMA-DIMINTA.
           DISPLAY 'DENDA PER HARI TERLAMBAT RP. (ENTER = MANTEM) : '.
           MOVE ZEROS TO DENDA-DIMINTA.
           ACCEPT DENDA-DIMINTA.
           IF DENDA-DIMINTA = ZEROS
              MOVE CTL-DENDA-HARI TO DENDA-DIMINTA.
           DISPLAY 'MAKS BUKU PER MAHASISWA (ENTER = MANTEM) : '.
           MOVE ZEROS TO MAX-DIMINTA.
           ACCEPT MAX-DIMINTA.
           IF MAX-DIMINTA = ZEROS
              MOVE CTL-MAX-BUKU TO MAX-DIMINTA.
           OPEN OUTPUT PUSCTL.
           MOVE SPACES TO REG-PUSCTL.
           MOVE LAMA-DIMINTA TO CTL-LAMA-PINJAM.
           MOVE DENDA-DIMINTA TO CTL-DENDA-HARI.
           MOVE MAX-DIMINTA TO CTL-MAX-BUKU.
           WRITE REG-PUSCTL.
           CLOSE PUSCTL.
           DISPLAY 'PARAMETER PERPUSTAKAAN DISIMPAN.'.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       SELESAI.
           CLOSE BUKU.
           STOP RUN.
      ***---------- FIM DO PROGRAMA BUKUMST ---------***
