       FD DUDUK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS REG-DUDUK
           VALUE OF FILE-ID IS 'DUDUK.DAT'.
       01 REG-DUDUK.
           02 KUNCI-DUDUK.
               03 PERIODE-DUDUK PIC X(6).
               03 JENIS-DUDUK PIC X(3).
               03 NPM-DUDUK PIC X(8).
               03 MK-DUDUK PIC X(6).
           02 RUANG-DUDUK PIC X(5).
           02 KURSI-DUDUK PIC 9(3).
           02 KELAS-DUDUK PIC X(5).
