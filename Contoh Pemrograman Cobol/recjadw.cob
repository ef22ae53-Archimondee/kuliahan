       FD JADWAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS REG-JADWAL
           VALUE OF FILE-ID IS 'JADWAL.DAT'.
       01 REG-JADWAL.
               03 JAM-MULAI-JDW PIC 9(2).
           02 JAM-AKHIR-JDW PIC 9(2).
           02 RUANG-JDW PIC X(5).
           02 GURU-JDW PIC 9(4).
