       FD NILHIST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS REG-NILHIST
           VALUE OF FILE-ID IS 'NILHIST.DAT'.
       01 REG-NILHIST.
           02 DADOS-NILHIST.
               03 KUNCI-NILHIST.
                   04 NPM-NILHIST PIC X(8).
                   04 PERIODE-NILHIST PIC X(6).
                   04 MK-NILHIST PIC X(6).
               03 UTS-NILHIST PIC 9(3).
               03 UAS-NILHIST PIC 9(3).
               03 HASIL-NILHIST PIC 9(3).
               03 HURUF-NILHIST PIC X.
           02 TAHUN-NILHIST PIC 9(4).
           02 TGL-ARQ-NILHIST PIC 9(8).
