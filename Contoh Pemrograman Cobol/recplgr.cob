       FD PELANGGARAN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS REG-PELANGGARAN
           VALUE OF FILE-ID IS 'PELANGAR.DAT'.
       01 REG-PELANGGARAN.
           02 KODE-PLR PIC X(4).
           02 NAMA-PLR PIC X(30).
           02 POIN-PLR PIC 9(3).
           02 STATUS-PLR PIC X.
               88 PLR-AKTIF VALUE 'A', ' '.
               88 PLR-NONAKTIF VALUE 'N'.
