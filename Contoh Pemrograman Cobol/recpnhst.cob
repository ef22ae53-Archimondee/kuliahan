       FD PNLHIST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 111 CHARACTERS
           DATA RECORD IS REG-PNLHIST
           VALUE OF FILE-ID IS 'PNLHIST.DAT'.
       01 REG-PNLHIST.
           02 KUNCI-PNLHIST.
               03 TAHUN-PNLHIST PIC 9(4).
               03 SEQ-PNLHIST PIC 9(5).
           02 DADOS-PNLHIST PIC X(94).
           02 TGL-ARQ-PNLHIST PIC 9(8).
