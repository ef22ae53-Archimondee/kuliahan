       IDENTIFICATION DIVISION.
       PROGRAM-ID. PELANGGARANMST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PELANGGARAN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KODE-PLR
               FILE STATUS IS ERR-PLR.
           SELECT DSPCTL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERR-CTL.
       DATA DIVISION.
       FILE SECTION.
       COPY "recplgr.cob".
       COPY "recdsctl.cob".
      *
       WORKING-STORAGE SECTION.
       77 ERR-PLR PIC XX.
       77 ERR-CTL PIC XX.
       77 OPCAO-MENU PIC X.
       01 ISI-LAGI PIC X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       01 ENTRADA-PLR.
           02 KODE-DIMINTA PIC X(4).
           02 NAMA-DIMINTA PIC X(30).
           02 POIN-DIMINTA PIC 9(3).
           02 STATUS-DIMINTA PIC X.
       01 ENTRADA-BATAS.
           02 BATAS-1-DIMINTA PIC 9(4).
           02 BATAS-2-DIMINTA PIC 9(4).
           02 BATAS-3-DIMINTA PIC 9(4).
       77 WS-TOTAL-LINHAS PIC 9(03) VALUE ZEROS.
      *----------------------------------------------------
      * CADASTRO DOS JENIS PELANGGARAN (PELANGAR.DAT) COM OS
      * POIN DE CADA UM, E DOS BATAS DE POIN ACUMULADOS NO
      * TAHUN QUE GERAM SURAT PARA O WALI (DISIPLIN.CTL):
      * 1 = PERINGATAN, 2 = PANGGILAN ORANG TUA, 3 = SKORSING.
      * SEM DISIPLIN.CTL VALEM 25 / 50 / 75 POIN.
      * PELANGGARAN COM CATATAN NAO E APAGADA, SO INATIVADA.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       BUKA-FILE.
           OPEN I-O PELANGGARAN.
           IF ERR-PLR = '35'
              OPEN OUTPUT PELANGGARAN
              CLOSE PELANGGARAN
              OPEN I-O PELANGGARAN.
           IF ERR-PLR NOT = '00'
              DISPLAY 'GAGAL MEMBUKA PELANGAR.DAT. STATUS=' ERR-PLR
              STOP RUN.
       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY '*** MASTER PELANGGARAN SISWA ***'.
           DISPLAY '1 - Tambah / ubah pelanggaran'.
           DISPLAY '2 - Daftar pelanggaran'.
           DISPLAY '3 - Batas poin surat'.
           DISPLAY '4 - Keluar'.
           DISPLAY 'Pilih menu : '.
           ACCEPT OPCAO-MENU.
           IF OPCAO-MENU = '1'
              GO TO TAMBAH.
           IF OPCAO-MENU = '2'
              GO TO DAFTAR.
           IF OPCAO-MENU = '3'
              GO TO BATAS.
           IF OPCAO-MENU = '4'
              GO TO SELESAI.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       TAMBAH.
           DISPLAY 'KODE PELANGGARAN : '.
           ACCEPT KODE-DIMINTA.
           IF KODE-DIMINTA = SPACES
              GO TO TAMBAH.
           MOVE KODE-DIMINTA TO KODE-PLR.
           READ PELANGGARAN KEY IS KODE-PLR
               INVALID KEY
               MOVE SPACES TO NAMA-PLR
               MOVE ZEROS TO POIN-PLR
               MOVE 'A' TO STATUS-PLR.
           IF ERR-PLR = '00'
              DISPLAY 'PELANGGARAN JA CADASTRADA: ' NAMA-PLR
                      ' POIN ' POIN-PLR ' STATUS ' STATUS-PLR.
           DISPLAY 'URAIAN : '.
           MOVE SPACES TO NAMA-DIMINTA.
           ACCEPT NAMA-DIMINTA.
           IF NAMA-DIMINTA = SPACES
              MOVE NAMA-PLR TO NAMA-DIMINTA.
           IF NAMA-DIMINTA = SPACES
              GO TO TAMBAH.
       TAMBAH-POIN.
           DISPLAY 'POIN (1-999) : '.
           ACCEPT POIN-DIMINTA.
           IF POIN-DIMINTA = ZEROS
              DISPLAY 'POIN TIDAK VALID. ULANGI.'
              GO TO TAMBAH-POIN.
       TAMBAH-STATUS.
           DISPLAY 'STATUS (A=AKTIF N=NONAKTIF) : '.
           MOVE SPACES TO STATUS-DIMINTA.
           ACCEPT STATUS-DIMINTA.
           IF STATUS-DIMINTA = SPACES
              MOVE 'A' TO STATUS-DIMINTA.
           IF STATUS-DIMINTA NOT = 'A' AND STATUS-DIMINTA NOT = 'N'
              GO TO TAMBAH-STATUS.
           MOVE NAMA-DIMINTA TO NAMA-PLR.
           MOVE POIN-DIMINTA TO POIN-PLR.
           MOVE STATUS-DIMINTA TO STATUS-PLR.
           IF ERR-PLR = '00'
              REWRITE REG-PELANGGARAN
                  INVALID KEY
                  DISPLAY 'GAGAL MENGUBAH. STATUS=' ERR-PLR
                  GO TO TAMBAH-FIM
              END-REWRITE
              DISPLAY 'PELANGGARAN DIUBAH.'
              GO TO TAMBAH-FIM.
           WRITE REG-PELANGGARAN
               INVALID KEY
               DISPLAY 'GAGAL MENYIMPAN. STATUS=' ERR-PLR
               GO TO TAMBAH-FIM.
           DISPLAY 'PELANGGARAN DISIMPAN.'.
       TAMBAH-FIM.
           MOVE '00' TO ERR-PLR.
           DISPLAY 'ADA PELANGGARAN LAGI [Y/T] ? '.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO TAMBAH.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       DAFTAR.
           DISPLAY 'KODE URAIAN                        POIN S'.
           MOVE ZEROS TO WS-TOTAL-LINHAS.
           MOVE SPACES TO KODE-PLR.
           START PELANGGARAN KEY IS NOT LESS THAN KODE-PLR
               INVALID KEY
               MOVE '10' TO ERR-PLR.
       DAFTAR-LE.
           IF ERR-PLR = '10'
              GO TO DAFTAR-FIM.
           READ PELANGGARAN NEXT RECORD
               AT END
               GO TO DAFTAR-FIM.
           DISPLAY KODE-PLR ' ' NAMA-PLR ' ' POIN-PLR ' ' STATUS-PLR.
           ADD 1 TO WS-TOTAL-LINHAS.
           GO TO DAFTAR-LE.
       DAFTAR-FIM.
           MOVE '00' TO ERR-PLR.
           DISPLAY 'PELANGGARAN LISTADAS : ' WS-TOTAL-LINHAS.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       BATAS.
           MOVE 25 TO CTL-BATAS-PERINGATAN.
           MOVE 50 TO CTL-BATAS-PANGGILAN.
           MOVE 75 TO CTL-BATAS-SKORSING.
           OPEN INPUT DSPCTL.
           IF ERR-CTL = '00'
              READ DSPCTL
                  AT END
                  MOVE 25 TO CTL-BATAS-PERINGATAN
                  MOVE 50 TO CTL-BATAS-PANGGILAN
                  MOVE 75 TO CTL-BATAS-SKORSING
              END-READ
              CLOSE DSPCTL.
           DISPLAY 'BATAS ATUAL: PERINGATAN ' CTL-BATAS-PERINGATAN
                   ' PANGGILAN ' CTL-BATAS-PANGGILAN
                   ' SKORSING ' CTL-BATAS-SKORSING.
           DISPLAY 'BATAS PERINGATAN (ENTER = MANTEM) : '.
           MOVE ZEROS TO BATAS-1-DIMINTA.
           ACCEPT BATAS-1-DIMINTA.
           IF BATAS-1-DIMINTA = ZEROS
              MOVE CTL-BATAS-PERINGATAN TO BATAS-1-DIMINTA.
           DISPLAY 'BATAS PANGGILAN ORANG TUA (ENTER = MANTEM) : '.
           MOVE ZEROS TO BATAS-2-DIMINTA.
           ACCEPT BATAS-2-DIMINTA.
           IF BATAS-2-DIMINTA = ZEROS
              MOVE CTL-BATAS-PANGGILAN TO BATAS-2-DIMINTA.
           DISPLAY 'BATAS SKORSING (ENTER = MANTEM) : '.
           MOVE ZEROS TO BATAS-3-DIMINTA.
           ACCEPT BATAS-3-DIMINTA.
           IF BATAS-3-DIMINTA = ZEROS
              MOVE CTL-BATAS-SKORSING TO BATAS-3-DIMINTA.
           IF BATAS-2-DIMINTA NOT > BATAS-1-DIMINTA
              OR BATAS-3-DIMINTA NOT > BATAS-2-DIMINTA
              DISPLAY 'BATAS HARUS CRESCENTES. NAO GRAVADO.'
              GO TO MENU-PRINCIPAL.
           OPEN OUTPUT DSPCTL.
           MOVE SPACES TO REG-DSPCTL.
           MOVE BATAS-1-DIMINTA TO CTL-BATAS-PERINGATAN.
           MOVE BATAS-2-DIMINTA TO CTL-BATAS-PANGGILAN.
           MOVE BATAS-3-DIMINTA TO CTL-BATAS-SKORSING.
           WRITE REG-DSPCTL.
           CLOSE DSPCTL.
           DISPLAY 'BATAS POIN DISIMPAN.'.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       SELESAI.
           CLOSE PELANGGARAN.
           STOP RUN.
      ***---------- FIM DO PROGRAMA PELANGGARANMST ---------***
