       FD SETTLE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-SETTLE
           VALUE OF FILE-ID IS 'SETTLE.TXT'.
       01 REG-SETTLE.
           02 TERMINAL-STL PIC X(8).
           02 APPROVAL-STL PIC X(6).
           02 DATA-TRX-STL PIC 9(8).
           02 DATA-STL PIC 9(8).
           02 JENIS-STL PIC X.
           02 BRUTO-STL PIC 9(10).
           02 MDR-STL PIC 9(8).
           02 LIQUIDO-STL PIC 9(10).
           02 FILLER PIC X(21).
