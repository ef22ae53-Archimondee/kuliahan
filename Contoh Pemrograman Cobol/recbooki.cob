       FD BOOKING
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-BOOKING
           VALUE OF FILE-ID IS 'BOOKING.DAT'.
       01 REG-BOOKING.
           02 BK-NOKUCING PIC 9(5).
           02 BK-NOPEMBELI PIC 9(4).
           02 BK-DP PIC 9(8).
           02 BK-TGL PIC 9(8).
           02 BK-TGL-EXP PIC 9(8).
           02 BK-SITUACAO PIC X.
               88 BK-AKTIF VALUE 'A'.
               88 BK-TERJUAL VALUE 'V'.
               88 BK-HANGUS VALUE 'H'.
           02 BK-NOTA PIC 9(6).
           02 BK-TGL-FIM PIC 9(8).
           02 FILLER PIC X(12).
