       FD KONSKUC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS REG-KONSKUC
           VALUE OF FILE-ID IS 'KONSKUC.DAT'.
       01 REG-KONSKUC.
           02 KS-NOKUCING PIC 9(5).
           02 KS-NOPETERNAK PIC 9(3).
           02 KS-TIPO PIC X.
               88 KS-KOMISI-PERSEN VALUE 'K'.
               88 KS-HARGA-MINIMO VALUE 'M'.
           02 KS-PERSEN PIC 9(2)V99.
           02 KS-HARGA-MIN PIC 9(8).
           02 KS-TGL-MASUK PIC 9(8).
           02 KS-SITUACAO PIC X.
               88 KS-DI-TOKO VALUE 'D'.
               88 KS-TERJUAL VALUE 'V'.
           02 KS-NOTA PIC 9(6).
           02 KS-TGL-VENDA PIC 9(8).
           02 KS-HARGA-JUAL PIC 9(8).
           02 KS-KOMISI PIC 9(8).
           02 KS-HUTANG PIC 9(8).
           02 KS-SIT-HUTANG PIC X.
               88 KS-SEM-HUTANG VALUE ' '.
               88 KS-HUTANG-ABERTO VALUE 'A'.
               88 KS-HUTANG-PAGO VALUE 'P'.
           02 KS-ESTORNO PIC 9(8).
           02 KS-TGL-ACERTO PIC 9(8).
           02 FILLER PIC X(5).
