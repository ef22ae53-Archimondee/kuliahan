       FD PROMO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PROMO
           VALUE OF FILE-ID IS 'PROMO.DAT'.
       01 REG-PROMO.
           02 PR-KODE PIC 9(3).
           02 PR-NAMA PIC X(20).
           02 PR-TGL-MULAI PIC 9(8).
           02 PR-TGL-AKHIR PIC 9(8).
           02 PR-JAM-MULAI PIC 9(4).
           02 PR-JAM-AKHIR PIC 9(4).
           02 PR-ITEM PIC 9(3).
           02 PR-QTD-MIN PIC 9(3).
           02 PR-TIPO PIC X.
               88 PR-TIPO-PERSEN VALUE 'P'.
               88 PR-TIPO-NILAI VALUE 'N'.
               88 PR-TIPO-GRATIS VALUE 'G'.
           02 PR-PERSEN PIC 9(2)V99.
           02 PR-NILAI PIC 9(8).
           02 PR-ITEM-GRATIS PIC 9(3).
           02 PR-QTD-GRATIS PIC 9(3).
           02 PR-PESERTA PIC X.
               88 PR-UNTUK-SEMUA VALUE 'S'.
               88 PR-UNTUK-MEMBER VALUE 'M'.
           02 PR-AKTIF PIC X.
               88 PR-ATIVA VALUE 'A'.
               88 PR-INATIVA VALUE 'I'.
           02 FILLER PIC X(6).
