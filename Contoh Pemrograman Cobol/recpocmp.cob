       FD POCOMP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-POCOMP
           VALUE OF FILE-ID IS 'POCOMP.DAT'.
       01 REG-POCOMP.
           02 PO-CHAVE.
               03 PO-NOPED PIC 9(6).
               03 PO-LINHA PIC 9(3).
           02 PO-CABECA.
               03 PO-FORN PIC 9(3).
               03 PO-TGL PIC 9(8).
               03 PO-STATUS PIC X.
                   88 PO-ABERTO VALUE 'A'.
                   88 PO-FECHADO VALUE 'F'.
               03 PO-QTD-LINHAS PIC 9(3).
               03 FILLER PIC X(56).
           02 PO-ITEM-LINHA REDEFINES PO-CABECA.
               03 PO-ORIGEM PIC X.
                   88 PO-DE-BAHAN VALUE 'B'.
                   88 PO-DE-PORSI VALUE 'P'.
               03 PO-ITEM PIC 9(3).
               03 PO-NAMA PIC X(20).
               03 PO-SATUAN PIC X(6).
               03 PO-QTD PIC 9(7).
               03 PO-HARGA PIC 9(8).
               03 PO-TERIMA PIC 9(7).
               03 PO-FATURA PIC 9(7).
               03 FILLER PIC X(12).
