       FD GAJICTL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-GAJICTL
           VALUE OF FILE-ID IS 'GAJICTL.DAT'.
       01 REG-GAJICTL.
           02 GC-PERIODE PIC X(6).
           02 GC-STATUS PIC X.
               88 GC-BUKA VALUE 'B'.
               88 GC-HITUNG VALUE 'H'.
               88 GC-SETUJU VALUE 'S'.
               88 GC-RILIS VALUE 'R'.
               88 GC-TUTUP VALUE 'T'.
           02 GC-QTD PIC 9(4).
           02 GC-BRUTO PIC 9(11).
           02 GC-LIQUIDO PIC 9(11).
           02 GC-HITUNGAN PIC 9(3).
           02 GC-OPERADOR PIC X(4).
           02 GC-TGL PIC 9(8).
           02 GC-HORA PIC 9(6).
           02 FILLER PIC X(6).
