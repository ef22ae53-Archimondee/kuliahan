       FD IJZBATAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-IJZBATAL
           VALUE OF FILE-ID IS 'IJZBATAL.DAT'.
       01 REG-IJZBATAL.
           02 NOMOR-BATAL PIC 9(7).
           02 NPM-BATAL PIC X(8).
           02 TAHUN-BATAL PIC 9(4).
           02 TGL-BATAL PIC 9(8).
           02 NOMOR-BARU-BATAL PIC 9(7).
           02 ALASAN-BATAL PIC X(30).
           02 OTORISASI-BATAL PIC X(20).
