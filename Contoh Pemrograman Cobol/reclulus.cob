       FD LULUS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS REG-LULUS
           VALUE OF FILE-ID IS 'LULUS.DAT'.
       01 REG-LULUS.
           02 KUNCI-LULUS.
               03 NPM-LULUS PIC X(8).
               03 TAHUN-LULUS PIC 9(4).
           02 MEDIA-LULUS PIC 9(3).
           02 FREQ-LULUS PIC 9(3).
           02 VEREDICTO-LULUS PIC X(10).
               88 LULUS-OK VALUE 'LULUS     '.
           02 KELAS-LULUS PIC X(5).
