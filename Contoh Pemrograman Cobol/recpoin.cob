       FD POINDSP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS REG-POINDSP
           VALUE OF FILE-ID IS 'POINDSP.DAT'.
       01 REG-POINDSP.
           02 KUNCI-POIN.
               03 NPM-POIN PIC X(8).
               03 TAHUN-POIN PIC 9(4).
           02 TOTAL-POIN PIC 9(4).
           02 QTD-PLG-POIN PIC 9(3).
           02 NIVEL-SURAT-POIN PIC 9.
               88 POIN-SEM-SURAT VALUE 0.
               88 POIN-PERINGATAN VALUE 1.
               88 POIN-PANGGILAN VALUE 2.
               88 POIN-SKORSING VALUE 3.
           02 TGL-SURAT-POIN PIC 9(8).
           02 TGL-ULTIMA-POIN PIC 9(8).
