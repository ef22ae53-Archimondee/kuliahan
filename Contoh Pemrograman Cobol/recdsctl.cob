       FD DSPCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DISIPLIN.CTL'.
       01 REG-DSPCTL.
           02 CTL-BATAS-PERINGATAN PIC 9(4).
           02 FILLER PIC X(1).
           02 CTL-BATAS-PANGGILAN PIC 9(4).
           02 FILLER PIC X(1).
           02 CTL-BATAS-SKORSING PIC 9(4).
