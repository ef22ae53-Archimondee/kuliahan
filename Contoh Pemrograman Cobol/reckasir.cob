       FD KASIR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-KASIR
           VALUE OF FILE-ID IS 'KASIRMAK.DAT'.
       01 REG-KASIR.
           02 KODE-KASIR PIC X(4).
           02 NAMA-KASIR PIC X(20).
           02 SANDI-KASIR PIC X(16).
           02 GAGAL-KASIR PIC 9(2).
           02 BLOKIR-KASIR PIC X(1).
               88 KASIR-TERBLOKIR VALUE 'Y'.
           02 TGL-BLOKIR-KASIR PIC 9(8).
           02 FILLER PIC X(9).
