       FD TAGIHAN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS REG-TAGIHAN
           VALUE OF FILE-ID IS 'TAGIHAN.DAT'.
       01 REG-TAGIHAN.
           02 STATUS-TAGIHAN PIC X.
               88 TAGIHAN-TERBUKA VALUE 'T', 't'.
               88 TAGIHAN-LUNAS VALUE 'L', 'l'.
           02 BRUTO-TAGIHAN PIC 9(8).
           02 POTONGAN-TAGIHAN PIC 9(8).
           02 SPONSOR-TAGIHAN PIC X(20).
