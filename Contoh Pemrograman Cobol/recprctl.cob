       FD PRDCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PERIODE.CTL'.
       01 REG-PRDCTL.
           02 CTL-PERIODE-ATUAL PIC X(6).
           02 FILLER PIC X(1).
           02 CTL-TAHUN-FECHADO PIC 9(4).
           02 FILLER PIC X(1).
           02 CTL-DATA-FECHO PIC 9(8).
