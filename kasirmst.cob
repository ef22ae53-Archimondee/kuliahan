       IDENTIFICATION DIVISION.
       PROGRAM-ID. KASIRMST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KASIR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KODE-KASIR
           FILE STATUS IS STATUS-KASIR.
       DATA DIVISION.
       FILE SECTION.
       COPY "reckasir.cob".
       WORKING-STORAGE SECTION.
       77 STATUS-KASIR PIC X(02) VALUE "00".
       77 SANDI-BARU PIC X(8) VALUE SPACES.
       01 ISI-LAGI PIC X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       01 CONTROLE-ACESSO.
           02 GATE-PROGRAMA PIC X(8) VALUE 'KASIRMST'.
           02 GATE-PERFIL PIC X(1) VALUE 'A'.
           02 GATE-OPERADOR PIC X(4) VALUE SPACES.
           02 GATE-OK PIC X(1) VALUE 'N'.
       01 CONTROLE-SENHA.
           02 SEN-FUNCAO PIC X(1) VALUE 'D'.
           02 SEN-PROGRAMA PIC X(8) VALUE 'KASIRMST'.
           02 SEN-TIPO-ID PIC X(1) VALUE 'K'.
           02 SEN-ID PIC X(4) VALUE SPACES.
           02 SEN-TENTATIVAS PIC 9(2) VALUE ZEROS.
           02 SEN-RESPONSAVEL PIC X(4) VALUE SPACES.
           02 SEN-LIMITE PIC 9(2) VALUE 3.
      *----------------------------------------------------
      * BUKA BLOKIR KASIR MENU MAKANAN (KASIRMAK.DAT) YANG
      * TERKUNCI KARENA SANDI SALAH BERULANG. HANYA UNTUK
      * ADMINISTRATOR (ACESSOVAL PERFIL A). SANDI BARU BOLEH
      * DIISI SEKALIAN; KOSONG = SANDI LAMA TETAP. SETIAP
      * BUKA BLOKIR DICATAT DI SENHALOG.DAT.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       MULAI.
           DISPLAY 'BUKA BLOKIR KASIR MENU MAKANAN'.
           CALL 'ACESSOVAL' USING GATE-PROGRAMA GATE-PERFIL
               GATE-OPERADOR GATE-OK.
           IF GATE-OK NOT = 'S'
              STOP RUN.
           OPEN I-O KASIR.
           IF STATUS-KASIR NOT = "00"
              DISPLAY 'GAGAL MEMBUKA KASIRMAK.DAT. STATUS='
                      STATUS-KASIR
              STOP RUN.
       TERIMA-KODE.
           DISPLAY 'KODE KASIR (KOSONG = SELESAI) : '.
           MOVE SPACES TO KODE-KASIR.
           ACCEPT KODE-KASIR.
           IF KODE-KASIR = SPACES
              GO TO SELESAI.
           READ KASIR
               INVALID KEY
               DISPLAY 'KASIR TIDAK TERDAFTAR.'
               GO TO TERIMA-KODE.
           DISPLAY 'NAMA ........: ' NAMA-KASIR.
           DISPLAY 'SANDI SALAH .: ' GAGAL-KASIR.
           IF KASIR-TERBLOKIR
              DISPLAY 'DIBLOKIR SEJAK ' TGL-BLOKIR-KASIR (7:2) '/'
                      TGL-BLOKIR-KASIR (5:2) '/'
                      TGL-BLOKIR-KASIR (1:4).
           IF NOT KASIR-TERBLOKIR AND GAGAL-KASIR = ZEROS
              DISPLAY 'KASIR TIDAK DIBLOKIR.'
              GO TO TANYA.
           DISPLAY 'BUKA BLOKIR [Y/T] ? '.
           ACCEPT ISI-LAGI.
           IF NOT LAGI
              DISPLAY 'DIBATALKAN.'
              GO TO TANYA.
           DISPLAY 'SANDI BARU (KOSONG = TETAP) : '.
           MOVE SPACES TO SANDI-BARU.
           ACCEPT SANDI-BARU.
           IF SANDI-BARU NOT = SPACES
              CALL 'SENHACRIP' USING KODE-KASIR SANDI-BARU
                  SANDI-KASIR.
           MOVE ZEROS TO GAGAL-KASIR.
           MOVE 'N' TO BLOKIR-KASIR.
           MOVE ZEROS TO TGL-BLOKIR-KASIR.
           REWRITE REG-KASIR
               INVALID KEY
               DISPLAY 'GAGAL MENYIMPAN KASIR. STATUS=' STATUS-KASIR
               GO TO TANYA.
           MOVE KODE-KASIR TO SEN-ID.
           MOVE GATE-OPERADOR TO SEN-RESPONSAVEL.
           CALL 'CTLSENHA' USING CONTROLE-SENHA.
           DISPLAY 'BLOKIR KASIR ' KODE-KASIR ' DIBUKA.'.
       TANYA.
           DISPLAY 'KASIR LAIN [Y/T] ? '.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO TERIMA-KODE.
       SELESAI.
           CLOSE KASIR.
           STOP RUN.
