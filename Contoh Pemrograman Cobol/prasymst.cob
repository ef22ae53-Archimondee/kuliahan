       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRASYARATMST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRASYARAT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-PRASYARAT
               FILE STATUS IS ERR-PRASYARAT.
           SELECT MATKUL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KODE-MK
               FILE STATUS IS ERR-MATKUL.
       DATA DIVISION.
       FILE SECTION.
       COPY "recprsy.cob".
       COPY "recmk.cob".
      *
       WORKING-STORAGE SECTION.
       77 ERR-PRASYARAT PIC XX.
       77 ERR-MATKUL PIC XX.
       77 OPCAO-MENU PIC X.
       01 ISI-LAGI PIC X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       01 ENTRADA-PRASYARAT.
           02 MK-DIMINTA PIC X(6).
           02 SYARAT-DIMINTA PIC X(6).
           02 HURUF-DIMINTA PIC X.
       77 WS-NOME-MK-USADO PIC X(25) VALUE SPACES.
       77 WS-TOTAL-LINHAS PIC 9(03) VALUE ZEROS.
      *----------------------------------------------------
      * TABELA DE PRASYARAT DAS MATA KULIAH (PRASYARAT.DAT):
      * PARA CURSAR MK-PRASYARAT O ALUNO PRECISA TER NILAI
      * EM MK-SYARAT COM HURUF IGUAL OU MELHOR QUE
      * HURUF-MIN-SYARAT (PADRAO D). AS DUAS MATA KULIAH
      * DEVEM EXISTIR NO MATKUL.DAT. USADA PELO KRSENTRY.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       BUKA-FILE.
           OPEN INPUT MATKUL.
           IF ERR-MATKUL NOT = '00'
              DISPLAY 'GAGAL MEMBUKA MATKUL.DAT. STATUS=' ERR-MATKUL
              DISPLAY 'DAFTARKAN MATA KULIAH DENGAN MATKULMST.'
              STOP RUN.
           OPEN I-O PRASYARAT.
           IF ERR-PRASYARAT = '35'
              OPEN OUTPUT PRASYARAT
              CLOSE PRASYARAT
              OPEN I-O PRASYARAT.
           IF ERR-PRASYARAT NOT = '00'
              DISPLAY 'GAGAL MEMBUKA PRASYARAT.DAT. STATUS='
                      ERR-PRASYARAT
              CLOSE MATKUL
              STOP RUN.
       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY '*** MASTER PRASYARAT MATA KULIAH ***'.
           DISPLAY '1 - Tambah prasyarat'.
           DISPLAY '2 - Hapus prasyarat'.
           DISPLAY '3 - Daftar prasyarat'.
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
           DISPLAY 'KODE MK : '.
           ACCEPT MK-DIMINTA.
           IF MK-DIMINTA = SPACES
              GO TO TAMBAH.
           MOVE MK-DIMINTA TO KODE-MK.
           READ MATKUL KEY IS KODE-MK
               INVALID KEY
               DISPLAY 'MATA KULIAH TIDAK TERDAFTAR.'
               GO TO TAMBAH-FIM.
           DISPLAY 'MATA KULIAH : ' NAMA-MK.
       TAMBAH-SYARAT.
           DISPLAY 'KODE MK PRASYARAT : '.
           ACCEPT SYARAT-DIMINTA.
           IF SYARAT-DIMINTA = SPACES
              GO TO TAMBAH-SYARAT.
           IF SYARAT-DIMINTA = MK-DIMINTA
              DISPLAY 'MATA KULIAH NAO PODE SER PRASYARAT DE SI MESMA.'
              GO TO TAMBAH-SYARAT.
           MOVE SYARAT-DIMINTA TO KODE-MK.
           READ MATKUL KEY IS KODE-MK
               INVALID KEY
               DISPLAY 'MATA KULIAH PRASYARAT TIDAK TERDAFTAR.'
               GO TO TAMBAH-FIM.
           DISPLAY 'PRASYARAT   : ' NAMA-MK.
       TAMBAH-HURUF.
           DISPLAY 'HURUF MINIMO (A-D; KOSONG = D) : '.
           MOVE SPACES TO HURUF-DIMINTA.
           ACCEPT HURUF-DIMINTA.
           IF HURUF-DIMINTA = SPACES
              MOVE 'D' TO HURUF-DIMINTA.
           IF HURUF-DIMINTA < 'A' OR HURUF-DIMINTA > 'D'
              GO TO TAMBAH-HURUF.
           MOVE MK-DIMINTA TO MK-PRASYARAT.
           MOVE SYARAT-DIMINTA TO MK-SYARAT.
           MOVE HURUF-DIMINTA TO HURUF-MIN-SYARAT.
           WRITE REG-PRASYARAT
               INVALID KEY
               DISPLAY 'PRASYARAT SUDAH TERDAFTAR.'
               GO TO TAMBAH-FIM.
           DISPLAY 'PRASYARAT DISIMPAN.'.
       TAMBAH-FIM.
           DISPLAY 'ADA PRASYARAT LAGI [Y/T] ? '.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO TAMBAH.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       HAPUS.
           DISPLAY 'KODE MK : '.
           ACCEPT MK-PRASYARAT.
           DISPLAY 'KODE MK PRASYARAT : '.
           ACCEPT MK-SYARAT.
           READ PRASYARAT KEY IS KUNCI-PRASYARAT
               INVALID KEY
               DISPLAY 'PRASYARAT TIDAK DITEMUKAN.'
               GO TO HAPUS-FIM.
           DELETE PRASYARAT
               INVALID KEY
               DISPLAY 'GAGAL MENGHAPUS. STATUS=' ERR-PRASYARAT
               GO TO HAPUS-FIM.
           DISPLAY 'PRASYARAT DIHAPUS.'.
       HAPUS-FIM.
           DISPLAY 'HAPUS LAGI [Y/T] ? '.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO HAPUS.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       DAFTAR.
           DISPLAY 'MK     PRASYARAT                        MIN'.
           MOVE ZEROS TO WS-TOTAL-LINHAS.
           MOVE SPACES TO KUNCI-PRASYARAT.
           START PRASYARAT KEY IS NOT LESS THAN KUNCI-PRASYARAT
               INVALID KEY
               MOVE '10' TO ERR-PRASYARAT.
       DAFTAR-LE.
           IF ERR-PRASYARAT = '10'
              GO TO DAFTAR-FIM.
           READ PRASYARAT NEXT RECORD
               AT END
               GO TO DAFTAR-FIM.
           MOVE '(SEM CADASTRO)' TO WS-NOME-MK-USADO.
           MOVE MK-SYARAT TO KODE-MK.
           READ MATKUL KEY IS KODE-MK
               INVALID KEY
               GO TO DAFTAR-MOSTRA.
           MOVE NAMA-MK TO WS-NOME-MK-USADO.
       DAFTAR-MOSTRA.
           DISPLAY MK-PRASYARAT ' ' MK-SYARAT ' ' WS-NOME-MK-USADO
                   '  ' HURUF-MIN-SYARAT.
           ADD 1 TO WS-TOTAL-LINHAS.
           GO TO DAFTAR-LE.
       DAFTAR-FIM.
           MOVE '00' TO ERR-PRASYARAT.
           DISPLAY 'PRASYARAT LISTADOS : ' WS-TOTAL-LINHAS.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       SELESAI.
           CLOSE PRASYARAT.
           CLOSE MATKUL.
           STOP RUN.
      ***---------- FIM DO PROGRAMA PRASYARATMST ---------***
