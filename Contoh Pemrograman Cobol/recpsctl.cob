       FD PUSCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PERPUS.CTL'.
       01 REG-PUSCTL.
           02 CTL-LAMA-PINJAM PIC 9(3).
           02 FILLER PIC X(1).
           02 CTL-DENDA-HARI PIC 9(6).
           02 FILLER PIC X(1).
           02 CTL-MAX-BUKU PIC 9(2).
