       FD GAJIYTD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 336 CHARACTERS
           DATA RECORD IS REG-GAJIYTD
           VALUE OF FILE-ID IS 'GAJIYTD.DAT'.
       01 REG-GAJIYTD.
           02 YTD-PAJAK PIC 9(9).
           02 YTD-JAMSOSTEK PIC 9(9).
           02 YTD-LIQUIDO PIC 9(9).
           02 YTD-MESES.
               03 YTD-MES OCCURS 12 TIMES.
                   04 YTD-M-GAJI PIC 9(7).
                   04 YTD-M-PAJAK PIC 9(7).
                   04 YTD-M-JAMSOS PIC 9(7).
