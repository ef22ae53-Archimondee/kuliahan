       FD OPNAME
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-OPNAME
           VALUE OF FILE-ID IS 'OPNAME.DAT'.
       01 REG-OPNAME.
           02 ON-CHAVE.
               03 ON-TIPO PIC X.
                   88 ON-BAHAN VALUE 'B'.
                   88 ON-PORSI VALUE 'P'.
               03 ON-KODE PIC 9(3).
           02 ON-NAMA PIC X(20).
           02 ON-SATUAN PIC X(6).
           02 ON-SISTEM PIC 9(7).
           02 ON-FISIK PIC 9(7).
           02 ON-HARGA PIC 9(8).
           02 ON-TGL PIC 9(8).
           02 ON-HORA PIC 9(6).
           02 ON-OPERADOR PIC X(4).
           02 FILLER PIC X(10).
