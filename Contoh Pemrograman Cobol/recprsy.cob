       FD PRASYARAT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS REG-PRASYARAT
           VALUE OF FILE-ID IS 'PRASYARAT.DAT'.
       01 REG-PRASYARAT.
           02 KUNCI-PRASYARAT.
               03 MK-PRASYARAT PIC X(6).
               03 MK-SYARAT PIC X(6).
           02 HURUF-MIN-SYARAT PIC X.
