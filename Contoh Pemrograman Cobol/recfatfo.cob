       FD FATFORN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS REG-FATFORN
           VALUE OF FILE-ID IS 'FATFORN.DAT'.
       01 REG-FATFORN.
           02 FT-CHAVE.
               03 FT-FORN PIC 9(3).
               03 FT-NOFAT PIC X(12).
               03 FT-LINHA PIC 9(3).
           02 FT-CABECA.
               03 FT-NOPED PIC 9(6).
               03 FT-TGL-FAT PIC 9(8).
               03 FT-TGL-VENC PIC 9(8).
               03 FT-TOTAL PIC 9(9).
               03 FT-TGL-PAGO PIC 9(8).
               03 FT-STATUS PIC X.
                   88 FT-BLOKIR VALUE 'B'.
                   88 FT-HUTANG VALUE 'A'.
                   88 FT-LUNAS VALUE 'P'.
                   88 FT-TOLAK VALUE 'X'.
               03 FT-SELISIH PIC X.
               03 FT-TGL-ENTRI PIC 9(8).
               03 FT-QTD-LINHAS PIC 9(3).
               03 FILLER PIC X(20).
           02 FT-ITEM REDEFINES FT-CABECA.
               03 FT-LINHA-PO PIC 9(3).
               03 FT-NAMA PIC X(20).
               03 FT-QTD PIC 9(7).
               03 FT-HARGA PIC 9(8).
               03 FT-NILAI PIC 9(9).
               03 FT-QTD-TERIMA PIC 9(7).
               03 FT-HARGA-PO PIC 9(8).
               03 FT-DIF-HARGA PIC X.
               03 FT-DIF-QTD PIC X.
               03 FILLER PIC X(8).
