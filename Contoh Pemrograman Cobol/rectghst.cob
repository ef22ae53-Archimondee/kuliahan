       FD TAGHIST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS REG-TAGHIST
           VALUE OF FILE-ID IS 'TAGHIST.DAT'.
       01 REG-TAGHIST.
           02 DADOS-TAGHIST.
               03 KUNCI-TAGHIST.
                   04 NPM-TAGHIST PIC X(8).
                   04 PERIODE-TAGHIST PIC X(6).
               03 NILAI-TAGHIST PIC 9(8).
               03 DIBAYAR-TAGHIST PIC 9(8).
               03 STATUS-TAGHIST PIC X.
               03 BRUTO-TAGHIST PIC 9(8).
               03 POTONGAN-TAGHIST PIC 9(8).
               03 SPONSOR-TAGHIST PIC X(20).
           02 TAHUN-TAGHIST PIC 9(4).
           02 TGL-ARQ-TAGHIST PIC 9(8).
