       77 ERR-KELAS PIC XX.
       77 KELAS-LAMA PIC X(5).
       77 NPM-VALIDO PIC X.
       77 PINJAM-HASIL PIC X.
       77 PINJAM-QTD PIC 9(2).
       01  WS-CHAMADA-ERRO.
           02  WS-ERR-PROGRAMA PIC X(10) VALUE "TULIS".
           02  WS-ERR-ARQUIVO  PIC X(12) VALUE SPACES.
           IF MHS-KELUAR
              DISPLAY(10, 5) 'MAHASISWA SUDAH KELUAR.'
              GO TO TARIK-ALUNO-FIM.
           CALL 'CEKPINJ' USING NPM PINJAM-HASIL PINJAM-QTD.
           IF PINJAM-HASIL = 'S'
              DISPLAY(10, 5) 'MASIH MEMINJAM ' PINJAM-QTD
                             ' BUKU PERPUSTAKAAN.'
              GO TO TARIK-ALUNO-FIM.
           IF PINJAM-HASIL = 'X'
              DISPLAY(10, 5) 'GAGAL MEMBUKA PINJAM.DAT.'
              GO TO TARIK-ALUNO-FIM.
           DISPLAY(6, 5) 'NAMA  : ' NAMA.
           DISPLAY(7, 5) 'KELAS : ' KELAS.
           DISPLAY(10, 5) 'TARIK MAHASISWA INI [Y/T] ? '
