       FD THRCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'THR.CTL'.
       01 REG-THRCTL.
           02 CTL-THR-TAHUN PIC 9(4).
           02 FILLER PIC X(1).
           02 CTL-THR-TGL PIC 9(8).
           02 FILLER PIC X(1).
           02 CTL-THR-QTD PIC 9(4).
           02 FILLER PIC X(1).
           02 CTL-THR-TOTAL PIC 9(11).
