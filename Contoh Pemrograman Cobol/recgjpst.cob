       FD GAJIPOST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS REG-GAJIPOST
           VALUE OF FILE-ID IS 'GAJIPOST.DAT'.
       01 REG-GAJIPOST.
           02 GP-CHAVE.
               03 GP-PERIODE PIC X(6).
               03 GP-NOKAR PIC 9(4).
           02 GP-NAMA PIC X(20).
           02 GP-BRUTO PIC 9(9).
           02 GP-RUBRIK PIC 9(7).
           02 GP-ABSEN PIC 9(7).
           02 GP-PAJAK PIC 9(7).
           02 GP-JAMSOS PIC 9(7).
           02 GP-LIQUIDO PIC 9(7).
           02 GP-KASBON PIC 9(7).
           02 GP-BANK-KODE PIC X(3).
           02 GP-BANK-REK PIC X(12).
