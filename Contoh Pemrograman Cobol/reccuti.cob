       FD CUTI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS REG-CUTI
           VALUE OF FILE-ID IS 'CUTI.DAT'.
       01 REG-CUTI.
           02 CT-CHAVE.
               03 CT-NOKAR PIC 9(4).
               03 CT-TAHUN PIC 9(4).
               03 CT-JENIS PIC X.
                   88 CUTI-TAHUNAN VALUE 'T'.
                   88 CUTI-SAKIT VALUE 'S'.
           02 CT-HAK PIC 9(3).
           02 CT-MAX-BAWA PIC 9(3).
           02 CT-BAWA PIC 9(3).
           02 CT-DIAMBIL PIC 9(3).
           02 CT-LEBIH PIC 9(3).
