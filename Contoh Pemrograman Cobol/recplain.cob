       FD PENDLAIN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PENDLAIN
           VALUE OF FILE-ID IS 'PENDLAIN.DAT'.
       01 REG-PENDLAIN.
           02 PL-TGL PIC 9(8).
           02 PL-ASAL PIC X(10).
           02 PL-REFERENSI PIC X(12).
           02 PL-PEMBELI PIC 9(4).
           02 PL-NILAI PIC 9(11).
           02 PL-KETERANGAN PIC X(30).
           02 FILLER PIC X(5).
