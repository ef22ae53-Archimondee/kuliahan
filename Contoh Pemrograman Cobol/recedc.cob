       FD EDCTRX
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-EDCTRX
           VALUE OF FILE-ID IS 'EDCTRX.TXT'.
       01 REG-EDCTRX.
           02 DATA-EDC PIC 9(8).
           02 HORA-EDC PIC 9(6).
           02 CAIXA-EDC PIC X.
               88 EDC-MAKANAN VALUE 'M'.
               88 EDC-KUCING VALUE 'K'.
           02 DOKUMEN-EDC PIC 9(6).
           02 KASIR-EDC PIC X(4).
           02 JENIS-EDC PIC X.
               88 EDC-DEBIT VALUE 'D'.
               88 EDC-KREDIT VALUE 'K'.
               88 EDC-QRIS VALUE 'Q'.
           02 TERMINAL-EDC PIC X(8).
           02 APPROVAL-EDC PIC X(6).
           02 VALOR-EDC PIC 9(10).
           02 SITUACAO-EDC PIC X.
               88 EDC-APROVADO VALUE 'A'.
               88 EDC-BATAL VALUE 'B'.
           02 FILLER PIC X(29).
