       FD HARGA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS REG-HARGA
           VALUE OF FILE-ID IS 'HARGA.DAT'.
       01 REG-HARGA.
           02 HRG-KODE PIC 9(3).
           02 HRG-NILAI PIC 9(8).
           02 HRG-BERLAKU PIC 9(8).
           02 FILLER PIC X(11).
