       FD IJAZAH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 93 CHARACTERS
           DATA RECORD IS REG-IJAZAH
           VALUE OF FILE-ID IS 'IJAZAH.DAT'.
       01 REG-IJAZAH.
           02 NPM-IJAZAH PIC X(8).
           02 NOMOR-IJAZAH PIC 9(7).
           02 TAHUN-IJAZAH PIC 9(4).
           02 TGL-LULUS-IJAZAH PIC 9(8).
           02 IPK-IJAZAH PIC 9(3)V9.
           02 SKS-IJAZAH PIC 9(3).
           02 STATUS-IJAZAH PIC X.
               88 IJZ-BERNOMOR VALUE 'N'.
               88 IJZ-DICETAK VALUE 'C'.
               88 IJZ-DIAMBIL VALUE 'A'.
           02 TGL-NOMOR-IJAZAH PIC 9(8).
           02 TGL-CETAK-IJAZAH PIC 9(8).
           02 TGL-AMBIL-IJAZAH PIC 9(8).
           02 PENERIMA-IJAZAH PIC X(20).
           02 QTD-ULANG-IJAZAH PIC 9(2).
           02 NOMOR-LAMA-IJAZAH PIC 9(7).
           02 FILLER PIC X(5).
