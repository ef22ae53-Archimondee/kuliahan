       FD SEHATKUC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-SEHATKUC
           VALUE OF FILE-ID IS 'SEHATKUC.DAT'.
       01 REG-SEHATKUC.
           02 SH-CHAVE.
               03 SH-NOKUCING PIC 9(5).
               03 SH-TGL PIC 9(8).
               03 SH-URUT PIC 9(1).
           02 SH-TIPO PIC X.
               88 SH-VAKSINASI VALUE 'V'.
               88 SH-OBAT-CACING VALUE 'C'.
               88 SH-CEK-DOKTER VALUE 'P'.
               88 SH-TIPO-VALIDO VALUE 'V', 'C', 'P'.
           02 SH-VAKSIN PIC X(2).
               88 SH-VAKSIN-VALIDA VALUE 'F1', 'F2', 'RB'.
           02 SH-DOKTER PIC X(20).
           02 SH-TGL-BERIKUT PIC 9(8).
           02 SH-CATATAN PIC X(25).
           02 FILLER PIC X(10).
