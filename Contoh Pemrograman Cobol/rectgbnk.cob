       FD TAGBANK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS REG-TAGBANK
           VALUE OF FILE-ID IS 'TAGBANK.DAT'.
       01 REG-TAGBANK.
           02 CHAVE-TAGBANK.
               03 CONTA-TAGBANK PIC 9(5).
               03 SEQ-TAGBANK PIC 9(5).
           02 DATA-MOV-TAGBANK PIC 9(8).
           02 HISTORICO-TAGBANK PIC X(20).
           02 NPM-TAGBANK PIC X(8).
           02 PERIODE-TAGBANK PIC X(6).
           02 VALOR-TAGBANK PIC 9(7)V99.
           02 APLICADO-TAGBANK PIC 9(8).
           02 SUSPENSO-TAGBANK PIC 9(7)V99.
           02 MOTIVO-TAGBANK PIC X.
               88 TAGBANK-APLICADO VALUE ' '.
               88 TAGBANK-REF-INVALIDA VALUE 'R'.
               88 TAGBANK-SEM-TAGIHAN VALUE 'T'.
               88 TAGBANK-JA-LUNAS VALUE 'L'.
               88 TAGBANK-KELEBIHAN VALUE 'K'.
               88 TAGBANK-SEN VALUE 'S'.
           02 TGL-PROSES-TAGBANK PIC 9(8).
           02 FILLER PIC X(3).
