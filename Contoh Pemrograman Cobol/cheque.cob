       FD CHEQUES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS REG-CHEQUE
           VALUE OF FILE-ID IS "CHEQUES.DAT".
       01  REG-CHEQUE.
               88  CHQ-EMITIDO    VALUE "E" "e".
               88  CHQ-PAGO       VALUE "P" "p".
               88  CHQ-SUSTADO    VALUE "S" "s".
               88  CHQ-DEVOLVIDO  VALUE "D" "d".
           02  DATA-EMISSAO-CHQ   PIC 9(08).
           02  DATA-PAGTO-CHQ     PIC 9(08).
           02  MOTIVO-DEVOL-CHQ   PIC 9(02).
           02  DATA-DEVOL-CHQ     PIC 9(08).
