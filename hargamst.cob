       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HARGA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HRG-KODE
               FILE STATUS IS STATUS-HARGA.
           SELECT MENUITEM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-KODE
               FILE STATUS IS STATUS-MENU.
       DATA DIVISION.
       FILE SECTION.
       COPY "recharga.cob".
       COPY "recmenu.cob".
       WORKING-STORAGE SECTION.
       77 STATUS-HARGA PIC X(02) VALUE "00".
       77 STATUS-MENU PIC X(02) VALUE "00".
       77 PIL PIC 9(3) VALUE ZEROS.
       77 HARGA-BARU PIC 9(8) VALUE ZEROS.
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       01 ISI-LAGI PIC X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       MUAT.
           OPEN INPUT MENUITEM.
           IF STATUS-MENU NOT = "00"
              DISPLAY 'MENUITEM.DAT BELUM ADA. JALANKAN CONVMENU'
              DISPLAY 'ATAU DAFTARKAN MENU DI MENUMST.'
              STOP RUN.
           OPEN I-O HARGA.
           IF STATUS-HARGA = "35"
              OPEN OUTPUT HARGA
              CLOSE HARGA
              OPEN I-O HARGA.
           IF STATUS-HARGA NOT = "00"
              DISPLAY 'GAGAL MEMBUKA HARGA.DAT. STATUS=' STATUS-HARGA
              CLOSE MENUITEM
              STOP RUN.
       DAFTAR.
           DISPLAY 'DAFTAR HARGA MENU MAKANAN'.
           MOVE ZEROS TO MN-KODE.
           START MENUITEM KEY IS NOT LESS THAN MN-KODE
               INVALID KEY
               GO TO UBAH.
       DAFTAR-LOOP.
           READ MENUITEM NEXT RECORD
               AT END
               GO TO UBAH.
           MOVE MN-KODE TO HRG-KODE.
           READ HARGA
               INVALID KEY
               MOVE ZEROS TO HRG-NILAI HRG-BERLAKU.
           DISPLAY MN-KODE '. ' MN-NAMA ' Rp' HRG-NILAI
                   ' BERLAKU ' HRG-BERLAKU ' ' MN-AKTIF.
           GO TO DAFTAR-LOOP.
       UBAH.
           DISPLAY 'UBAH HARGA KODE MENU (0=SELESAI) : '.
           ACCEPT PIL.
           IF PIL = 0
              GO TO SIMPAN.
           MOVE PIL TO MN-KODE.
           READ MENUITEM
               INVALID KEY
               DISPLAY 'KODE MENU TIDAK TERDAFTAR. ULANGI.'
               GO TO UBAH.
           DISPLAY MN-NAMA.
           DISPLAY 'HARGA BARU (ANGKA SAJA) : '.
           ACCEPT HARGA-BARU.
           IF HARGA-BARU = ZEROS
              DISPLAY 'HARGA HARUS LEBIH DARI 0. ULANGI.'
              GO TO UBAH.
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           MOVE PIL TO HRG-KODE.
           READ HARGA
               INVALID KEY
               GO TO UBAH-NOVO.
           MOVE HARGA-BARU TO HRG-NILAI.
           MOVE TGL-HARI-INI TO HRG-BERLAKU.
           REWRITE REG-HARGA.
           GO TO UBAH-LAGI.
       UBAH-NOVO.
           MOVE SPACES TO REG-HARGA.
           MOVE PIL TO HRG-KODE.
           MOVE HARGA-BARU TO HRG-NILAI.
           MOVE TGL-HARI-INI TO HRG-BERLAKU.
           WRITE REG-HARGA.
       UBAH-LAGI.
           DISPLAY 'HARGA DIUBAH.'.
           DISPLAY 'UBAH LAGI [Y/T] ? '.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO UBAH.
       SIMPAN.
           CLOSE HARGA.
           CLOSE MENUITEM.
           DISPLAY 'HARGA.DAT DIPERBARUI.'.
           STOP RUN.
