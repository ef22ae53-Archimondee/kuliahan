       FD IJZCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'IJAZAH.CTL'.
       01 REG-IJZCTL.
           02 CTL-ULTIMO-NOMOR PIC 9(7).
           02 FILLER PIC X(1).
           02 CTL-DATA-ULTIMA PIC 9(8).
