       FD PCUTI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS REG-PCUTI
           VALUE OF FILE-ID IS 'PCUTI.DAT'.
       01 REG-PCUTI.
           02 PC-CHAVE.
               03 PC-NOKAR PIC 9(4).
               03 PC-TGL-MULAI PIC 9(8).
           02 PC-JENIS PIC X.
               88 PC-TAHUNAN VALUE 'T'.
               88 PC-SAKIT VALUE 'S'.
               88 PC-TANPA-UPAH VALUE 'U'.
           02 PC-TGL-AKHIR PIC 9(8).
           02 PC-HARI PIC 9(3).
           02 PC-STATUS PIC X.
               88 PC-AGUARDANDO VALUE 'P'.
               88 PC-DISETUJUI VALUE 'A'.
               88 PC-DITOLAK VALUE 'R'.
           02 PC-HARI-BAYAR PIC 9(3).
           02 PC-HARI-POTONG PIC 9(3).
           02 PC-ALASAN PIC X(30).
           02 PC-PENYETUJU PIC X(10).
           02 PC-TGL-SETUJU PIC 9(8).
