       FD ABSHIST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS REG-ABSHIST
           VALUE OF FILE-ID IS 'ABSHIST.DAT'.
       01 REG-ABSHIST.
           02 DADOS-ABSHIST.
               03 KUNCI-ABSHIST.
                   04 NPM-ABSHIST PIC X(8).
                   04 TGL-ABSHIST PIC 9(8).
               03 KELAS-ABSHIST PIC X(5).
               03 STATUS-ABSHIST PIC X.
           02 TAHUN-ABSHIST PIC 9(4).
           02 TGL-ARQ-ABSHIST PIC 9(8).
