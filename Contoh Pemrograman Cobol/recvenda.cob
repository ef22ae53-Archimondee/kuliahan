       FD VENDATRX
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-VENDATRX
           VALUE OF FILE-ID IS 'VENDATRX.DAT'.
       01 REG-VENDATRX.
               88 VENDA-ABERTA VALUE 'N', ' '.
               88 VENDA-LIQUIDADA VALUE 'L', 'l'.
           02 KASIR-VENDA PIC X(4).
           02 TIPO-VENDA PIC X.
               88 VENDA-PRODUTO VALUE 'I', ' '.
               88 VENDA-DESCONTO VALUE 'D'.
           02 PROMO-VENDA PIC 9(3).
           02 TENDER-VENDA PIC X.
               88 PAGO-TUNAI VALUE 'T', ' '.
               88 PAGO-BON VALUE 'B'.
               88 PAGO-EDC VALUE 'E'.
               88 PAGO-KARYAWAN VALUE 'K'.
           02 FILLER PIC X(2).
