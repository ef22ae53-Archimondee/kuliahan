       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEASISWAMST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BEASISWA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-BEASISWA
               FILE STATUS IS ERR-BEASISWA.
           SELECT MHS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPM
               FILE STATUS IS ERR.
       DATA DIVISION.
       FILE SECTION.
       COPY "recbeas.cob".
       COPY "recmhs.cob".
      *
       WORKING-STORAGE SECTION.
       77 ERR PIC XX.
       77 ERR-BEASISWA PIC XX.
       77 OPCAO-MENU PIC X.
       77 NPM-VALIDO PIC X.
       01 ISI-LAGI PIC X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       01 ENTRADA-BEASISWA.
           02 NPM-DIMINTA PIC X(8).
           02 MULAI-DIMINTA PIC X(6).
           02 AKHIR-DIMINTA PIC X(6).
           02 JENIS-DIMINTA PIC X.
           02 PERSEN-DIMINTA PIC 9(3).
           02 NOMINAL-DIMINTA PIC 9(8).
           02 KATEGORI-DIMINTA PIC X.
           02 IPK-DIMINTA PIC 9(3).
           02 SPONSOR-DIMINTA PIC X(20).
       77 ADA-TUMPANG PIC X VALUE 'N'.
       77 WS-REG-BEASISWA PIC X(74).
       77 WS-TOTAL-LINHAS PIC 9(03) VALUE ZEROS.
      *----------------------------------------------------
      * CADASTRO DE BEASISWA E DESCONTOS (BEASISWA.DAT),
      * CHAVE NPM + PERIODE INICIAL. JENIS: P = PENUH
      * (TUDO), S = PERSEN DO BRUTO, N = NOMINAL FIXO.
      * KATEGORI: P = PRESTASI (RENOVACAO DEPENDE DO IPK
      * MINIMO - BEARENEW), S = SAUDARA, L = LAIN-LAIN.
      * UM NPM NAO PODE TER DUAS BEASISWA AKTIF NO MESMO
      * PERIODE; O TAGIHGEN APLICA A QUE ESTIVER VALIDA.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       BUKA-FILE.
           OPEN I-O BEASISWA.
           IF ERR-BEASISWA = '35'
              OPEN OUTPUT BEASISWA
              CLOSE BEASISWA
              OPEN I-O BEASISWA.
           IF ERR-BEASISWA NOT = '00'
              DISPLAY 'GAGAL MEMBUKA BEASISWA.DAT. STATUS='
                      ERR-BEASISWA
              STOP RUN.
       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY '*** MASTER BEASISWA / POTONGAN ***'.
           DISPLAY '1 - Tambah beasiswa'.
           DISPLAY '2 - Ubah beasiswa'.
           DISPLAY '3 - Daftar beasiswa'.
           DISPLAY '4 - Keluar'.
           DISPLAY 'Pilih menu : '.
           ACCEPT OPCAO-MENU.
           IF OPCAO-MENU = '1'
              GO TO TAMBAH.
           IF OPCAO-MENU = '2'
              GO TO UBAH.
           IF OPCAO-MENU = '3'
              GO TO DAFTAR.
           IF OPCAO-MENU = '4'
              GO TO SELESAI.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       TAMBAH.
           DISPLAY 'NPM : '.
           ACCEPT NPM-DIMINTA.
           CALL 'VALNPM' USING NPM-DIMINTA NPM-VALIDO.
           IF NPM-VALIDO NOT = 'S'
              DISPLAY 'NPM HARUS 8 ANGKA. ULANGI.'
              GO TO TAMBAH.
           OPEN INPUT MHS.
           IF ERR = '00'
              MOVE NPM-DIMINTA TO NPM
              READ MHS KEY IS NPM
                  INVALID KEY
                  DISPLAY 'NPM TIDAK TERDAFTAR DI DATA.TXT.'
                  CLOSE MHS
                  GO TO TAMBAH-FIM
              END-READ
              DISPLAY 'NAMA : ' NAMA
              CLOSE MHS.
       TAMBAH-PERIODE.
           DISPLAY 'PERIODE MULAI (EX: 20261) : '.
           ACCEPT MULAI-DIMINTA.
           DISPLAY 'PERIODE AKHIR (EX: 20272) : '.
           ACCEPT AKHIR-DIMINTA.
           IF MULAI-DIMINTA = SPACES OR AKHIR-DIMINTA = SPACES
              OR AKHIR-DIMINTA < MULAI-DIMINTA
              DISPLAY 'PERIODE TIDAK VALID. ULANGI.'
              GO TO TAMBAH-PERIODE.
       TAMBAH-JENIS.
           DISPLAY 'JENIS (P=PENUH S=PERSEN N=NOMINAL) : '.
           ACCEPT JENIS-DIMINTA.
           MOVE ZEROS TO PERSEN-DIMINTA.
           MOVE ZEROS TO NOMINAL-DIMINTA.
           IF JENIS-DIMINTA = 'P'
              MOVE 100 TO PERSEN-DIMINTA
              GO TO TAMBAH-KATEGORI.
           IF JENIS-DIMINTA = 'S'
              GO TO TAMBAH-PERSEN.
           IF JENIS-DIMINTA = 'N'
              GO TO TAMBAH-NOMINAL.
           GO TO TAMBAH-JENIS.
       TAMBAH-PERSEN.
           DISPLAY 'PERSEN POTONGAN (1-100) : '.
           ACCEPT PERSEN-DIMINTA.
           IF PERSEN-DIMINTA = ZEROS OR PERSEN-DIMINTA > 100
              GO TO TAMBAH-PERSEN.
           GO TO TAMBAH-KATEGORI.
       TAMBAH-NOMINAL.
           DISPLAY 'NILAI POTONGAN (RP) : '.
           ACCEPT NOMINAL-DIMINTA.
           IF NOMINAL-DIMINTA = ZEROS
              GO TO TAMBAH-NOMINAL.
       TAMBAH-KATEGORI.
           DISPLAY 'KATEGORI (P=PRESTASI S=SAUDARA L=LAIN) : '.
           ACCEPT KATEGORI-DIMINTA.
           MOVE ZEROS TO IPK-DIMINTA.
           IF KATEGORI-DIMINTA = 'S' OR KATEGORI-DIMINTA = 'L'
              GO TO TAMBAH-SPONSOR.
           IF KATEGORI-DIMINTA NOT = 'P'
              GO TO TAMBAH-KATEGORI.
       TAMBAH-IPK.
           DISPLAY 'IPK MINIMO PARA RENOVACAO (1-100) : '.
           ACCEPT IPK-DIMINTA.
           IF IPK-DIMINTA = ZEROS OR IPK-DIMINTA > 100
              GO TO TAMBAH-IPK.
       TAMBAH-SPONSOR.
           DISPLAY 'SPONSOR : '.
           ACCEPT SPONSOR-DIMINTA.
           IF SPONSOR-DIMINTA = SPACES
              GO TO TAMBAH-SPONSOR.
           MOVE SPACES TO WS-REG-BEASISWA.
           PERFORM CEK-TUMPANG THRU CEK-TUMPANG-FIM.
           IF ADA-TUMPANG = 'S'
              DISPLAY 'SUDAH ADA BEASISWA AKTIF NO PERIODE. DITOLAK.'
              GO TO TAMBAH-FIM.
           MOVE SPACES TO REG-BEASISWA.
           MOVE NPM-DIMINTA TO NPM-BEASISWA.
           MOVE MULAI-DIMINTA TO PERIODE-MULAI-BEA.
           MOVE AKHIR-DIMINTA TO PERIODE-AKHIR-BEA.
           MOVE JENIS-DIMINTA TO JENIS-BEASISWA.
           MOVE PERSEN-DIMINTA TO PERSEN-BEASISWA.
           MOVE NOMINAL-DIMINTA TO NOMINAL-BEASISWA.
           MOVE KATEGORI-DIMINTA TO KATEGORI-BEASISWA.
           MOVE SPONSOR-DIMINTA TO SPONSOR-BEASISWA.
           MOVE IPK-DIMINTA TO IPK-MINIMO-BEA.
           MOVE 'A' TO STATUS-BEASISWA.
           MOVE ZEROS TO TGL-CABUT-BEA.
           MOVE ZEROS TO IPK-CABUT-BEA.
           WRITE REG-BEASISWA
               INVALID KEY
               DISPLAY 'BEASISWA SUDAH TERDAFTAR. ULANGI.'
               GO TO TAMBAH-FIM.
           DISPLAY 'BEASISWA DISIMPAN.'.
       TAMBAH-FIM.
           DISPLAY 'ADA BEASISWA LAGI [Y/T] ? '.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO TAMBAH.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
      * PROCURA OUTRA BEASISWA AKTIF DO MESMO NPM CUJO
      * PERIODE SE SOBREPOE AO DIGITADO. NA ALTERACAO, O
      * PROPRIO REGISTRO (WS-REG-BEASISWA) E IGNORADO.
      *----------------------------------------------------
       CEK-TUMPANG.
           MOVE 'N' TO ADA-TUMPANG.
           MOVE NPM-DIMINTA TO NPM-BEASISWA.
           MOVE SPACES TO PERIODE-MULAI-BEA.
           START BEASISWA KEY IS NOT LESS THAN KUNCI-BEASISWA
               INVALID KEY
               MOVE '10' TO ERR-BEASISWA.
           IF ERR-BEASISWA NOT = '10'
              MOVE '00' TO ERR-BEASISWA
              PERFORM CEK-TUMPANG-LE THRU CEK-TUMPANG-LE-FIM
                  UNTIL ERR-BEASISWA = '10'.
           MOVE '00' TO ERR-BEASISWA.
       CEK-TUMPANG-FIM.
           EXIT.
       CEK-TUMPANG-LE.
           READ BEASISWA NEXT RECORD
               AT END
               MOVE '10' TO ERR-BEASISWA
               GO TO CEK-TUMPANG-LE-FIM.
           IF NPM-BEASISWA NOT = NPM-DIMINTA
              MOVE '10' TO ERR-BEASISWA
              GO TO CEK-TUMPANG-LE-FIM.
           IF KUNCI-BEASISWA = WS-REG-BEASISWA (1:14)
              GO TO CEK-TUMPANG-LE-FIM.
           IF NOT BEA-AKTIF
              GO TO CEK-TUMPANG-LE-FIM.
           IF MULAI-DIMINTA > PERIODE-AKHIR-BEA
              GO TO CEK-TUMPANG-LE-FIM.
           IF AKHIR-DIMINTA < PERIODE-MULAI-BEA
              GO TO CEK-TUMPANG-LE-FIM.
           MOVE 'S' TO ADA-TUMPANG.
           DISPLAY 'TUMPANG COM A BEASISWA ' PERIODE-MULAI-BEA
                   '-' PERIODE-AKHIR-BEA ' ' SPONSOR-BEASISWA.
           MOVE '10' TO ERR-BEASISWA.
       CEK-TUMPANG-LE-FIM.
           EXIT.
      *----------------------------------------------------
       UBAH.
           DISPLAY 'NPM : '.
           ACCEPT NPM-DIMINTA.
           DISPLAY 'PERIODE MULAI : '.
           ACCEPT MULAI-DIMINTA.
           MOVE NPM-DIMINTA TO NPM-BEASISWA.
           MOVE MULAI-DIMINTA TO PERIODE-MULAI-BEA.
           READ BEASISWA KEY IS KUNCI-BEASISWA
               INVALID KEY
               DISPLAY 'BEASISWA TIDAK DITEMUKAN.'
               GO TO UBAH-FIM.
           PERFORM MOSTRA-BEASISWA THRU MOSTRA-BEASISWA-FIM.
           IF BEA-DICABUT
              DISPLAY 'BEASISWA DICABUT - SEM ALTERACAO.'
              GO TO UBAH-FIM.
           MOVE REG-BEASISWA TO WS-REG-BEASISWA.
       UBAH-AKHIR.
           DISPLAY 'PERIODE AKHIR (KOSONG = TETAP) : '.
           MOVE SPACES TO AKHIR-DIMINTA.
           ACCEPT AKHIR-DIMINTA.
           IF AKHIR-DIMINTA = SPACES
              MOVE WS-REG-BEASISWA (15:6) TO AKHIR-DIMINTA.
           IF AKHIR-DIMINTA < MULAI-DIMINTA
              DISPLAY 'PERIODE TIDAK VALID. ULANGI.'
              GO TO UBAH-AKHIR.
           PERFORM CEK-TUMPANG THRU CEK-TUMPANG-FIM.
           MOVE WS-REG-BEASISWA TO REG-BEASISWA.
           IF ADA-TUMPANG = 'S'
              DISPLAY 'SUDAH ADA BEASISWA AKTIF NO PERIODE. DITOLAK.'
              GO TO UBAH-FIM.
           MOVE AKHIR-DIMINTA TO PERIODE-AKHIR-BEA.
           IF BEA-PERSEN
              DISPLAY 'PERSEN POTONGAN (0 = TETAP) : '
              MOVE ZEROS TO PERSEN-DIMINTA
              ACCEPT PERSEN-DIMINTA
              IF PERSEN-DIMINTA > ZEROS AND PERSEN-DIMINTA < 101
                 MOVE PERSEN-DIMINTA TO PERSEN-BEASISWA.
           IF BEA-NOMINAL
              DISPLAY 'NILAI POTONGAN (0 = TETAP) : '
              MOVE ZEROS TO NOMINAL-DIMINTA
              ACCEPT NOMINAL-DIMINTA
              IF NOMINAL-DIMINTA > ZEROS
                 MOVE NOMINAL-DIMINTA TO NOMINAL-BEASISWA.
           IF BEA-PRESTASI
              DISPLAY 'IPK MINIMO (0 = TETAP) : '
              MOVE ZEROS TO IPK-DIMINTA
              ACCEPT IPK-DIMINTA
              IF IPK-DIMINTA > ZEROS AND IPK-DIMINTA < 101
                 MOVE IPK-DIMINTA TO IPK-MINIMO-BEA.
           DISPLAY 'SPONSOR (KOSONG = TETAP) : '.
           MOVE SPACES TO SPONSOR-DIMINTA.
           ACCEPT SPONSOR-DIMINTA.
           IF SPONSOR-DIMINTA NOT = SPACES
              MOVE SPONSOR-DIMINTA TO SPONSOR-BEASISWA.
           REWRITE REG-BEASISWA
               INVALID KEY
               DISPLAY 'GAGAL MENYIMPAN. STATUS=' ERR-BEASISWA
               GO TO UBAH-FIM.
           DISPLAY 'BEASISWA ALTERADA.'.
       UBAH-FIM.
           DISPLAY 'ADA BEASISWA LAGI [Y/T] ? '.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO UBAH.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       MOSTRA-BEASISWA.
           DISPLAY NPM-BEASISWA ' ' PERIODE-MULAI-BEA '-'
                   PERIODE-AKHIR-BEA ' JENIS ' JENIS-BEASISWA
                   ' PERSEN ' PERSEN-BEASISWA
                   ' RP.' NOMINAL-BEASISWA
                   ' KAT ' KATEGORI-BEASISWA.
           DISPLAY '         SPONSOR ' SPONSOR-BEASISWA
                   ' IPK MIN ' IPK-MINIMO-BEA
                   ' STATUS ' STATUS-BEASISWA.
           IF BEA-DICABUT
              DISPLAY '         DICABUT A PARTIR DE '
                      PERIODE-CABUT-BEA ' EM ' TGL-CABUT-BEA
                      ' (IPK ' IPK-CABUT-BEA ')'.
       MOSTRA-BEASISWA-FIM.
           EXIT.
      *----------------------------------------------------
       DAFTAR.
           DISPLAY 'NPM (KOSONG = SEMUA) : '.
           MOVE SPACES TO NPM-DIMINTA.
           ACCEPT NPM-DIMINTA.
           MOVE ZEROS TO WS-TOTAL-LINHAS.
           MOVE NPM-DIMINTA TO NPM-BEASISWA.
           MOVE SPACES TO PERIODE-MULAI-BEA.
           START BEASISWA KEY IS NOT LESS THAN KUNCI-BEASISWA
               INVALID KEY
               MOVE '10' TO ERR-BEASISWA.
       DAFTAR-LE.
           IF ERR-BEASISWA = '10'
              GO TO DAFTAR-FIM.
           READ BEASISWA NEXT RECORD
               AT END
               GO TO DAFTAR-FIM.
           IF NPM-DIMINTA NOT = SPACES
              AND NPM-BEASISWA NOT = NPM-DIMINTA
              GO TO DAFTAR-FIM.
           PERFORM MOSTRA-BEASISWA THRU MOSTRA-BEASISWA-FIM.
           ADD 1 TO WS-TOTAL-LINHAS.
           GO TO DAFTAR-LE.
       DAFTAR-FIM.
           MOVE '00' TO ERR-BEASISWA.
           DISPLAY 'BEASISWA LISTADAS : ' WS-TOTAL-LINHAS.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       SELESAI.
           CLOSE BEASISWA.
           STOP RUN.
      ***---------- FIM DO PROGRAMA BEASISWAMST ---------***
