       FD BUKU
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS REG-BUKU
           VALUE OF FILE-ID IS 'BUKU.DAT'.
       01 REG-BUKU.
           02 KODE-BUKU PIC X(8).
           02 JUDUL-BUKU PIC X(30).
           02 PENGARANG-BUKU PIC X(20).
           02 STATUS-BUKU PIC X.
               88 BUKU-TERSEDIA VALUE 'T', ' '.
               88 BUKU-DIPINJAM VALUE 'P'.
               88 BUKU-HILANG VALUE 'H'.
