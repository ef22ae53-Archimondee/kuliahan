       FD RAPEL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS REG-RAPEL
           VALUE OF FILE-ID IS 'RAPEL.DAT'.
       01 REG-RAPEL.
           02 RP-CHAVE.
               03 RP-NOKAR PIC 9(4).
               03 RP-PERIODE-BAYAR PIC X(6).
               03 RP-PERIODE PIC X(6).
           02 RP-GAJI-LAMA PIC 9(7).
           02 RP-GAJI-BARU PIC 9(7).
           02 RP-SELISIH PIC S9(7) SIGN IS LEADING SEPARATE.
           02 RP-PAJAK PIC S9(7) SIGN IS LEADING SEPARATE.
           02 RP-JAMSOS PIC S9(7) SIGN IS LEADING SEPARATE.
           02 RP-STATUS PIC X.
               88 RP-PENDENTE VALUE 'P'.
               88 RP-DIBAYAR VALUE 'B'.
