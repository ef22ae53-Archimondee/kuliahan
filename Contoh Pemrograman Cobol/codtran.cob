       FD CODTRANS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS REG-CODTRAN
           VALUE OF FILE-ID IS "CODTRAN.DAT".
       01  REG-CODTRAN.
           02  CODIGO-TRN         PIC 9(03).
           02  DESCRICAO-TRN      PIC X(20).
           02  NATUREZA-TRN       PIC X(01).
               88  TRN-CREDITO    VALUE "C" "c".
               88  TRN-DEBITO     VALUE "D" "d".
               88  TRN-AMBAS      VALUE "A" "a".
           02  CONTA-CONTABIL-TRN PIC X(12).
           02  TARIFA-TRN         PIC X(01).
               88  TRN-TARIFA     VALUE "S" "s".
