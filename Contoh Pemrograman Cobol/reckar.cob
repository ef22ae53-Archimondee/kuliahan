       FD KARYAWAN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS REG-KARYAWAN
           VALUE OF FILE-ID IS 'KARYAWAN.DAT'.
       01 REG-KARYAWAN.
           02 BANK-KODE-KAR PIC X(3).
           02 BANK-REK-KAR PIC X(12).
           02 DEPT-KAR PIC 9(3).
           02 TGL-MASUK-KAR PIC 9(8).
