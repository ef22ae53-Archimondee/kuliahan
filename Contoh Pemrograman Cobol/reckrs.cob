       FD KRS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS REG-KRS
           VALUE OF FILE-ID IS 'KRS.DAT'.
       01 REG-KRS.
           02 KUNCI-KRS.
               03 NPM-KRS PIC X(8).
               03 PERIODE-KRS PIC X(6).
               03 MK-KRS PIC X(6).
           02 SKS-KRS PIC 9(2).
           02 TGL-KRS PIC 9(8).
