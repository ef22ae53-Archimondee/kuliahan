       FD PENAWARAN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-PENAWARAN
           VALUE OF FILE-ID IS 'PENAWARAN.DAT'.
       01 REG-PENAWARAN.
           02 CHAVE-PENAWARAN.
               03 NO-PENAWARAN PIC 9(6).
               03 LINHA-PENAWARAN PIC 9(3).
           02 CABECA-PENAWARAN.
               03 TGL-PENAWARAN PIC 9(8).
               03 NAMA-PENAWARAN PIC X(30).
               03 SITUACAO-PENAWARAN PIC X.
                   88 PENAWARAN-ABERTA VALUE 'A'.
                   88 PENAWARAN-PEDIDA VALUE 'P'.
               03 QTD-LINHAS-PENAWARAN PIC 9(3).
               03 TOTAL-PENAWARAN PIC 9(11).
               03 FILLER PIC X(38).
           02 ITEM-PENAWARAN REDEFINES CABECA-PENAWARAN.
               03 BANGUN-PENAWARAN PIC X(20).
               03 UKURAN-PENAWARAN PIC 9(7)V99.
               03 KODE-MAT-PENAWARAN PIC X(6).
               03 SATUAN-PENAWARAN PIC X(6).
               03 QTD-PENAWARAN PIC 9(7).
               03 HARGA-PENAWARAN PIC 9(9).
               03 CUSTO-PENAWARAN PIC 9(11).
               03 EXATA-PENAWARAN PIC 9(7)V9(4).
               03 BASE-PENAWARAN PIC X.
               03 FILLER PIC X(11).
