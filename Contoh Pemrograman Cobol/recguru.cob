       FD GURU
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS REG-GURU
           VALUE OF FILE-ID IS 'GURU.DAT'.
       01 REG-GURU.
           02 STATUS-GURU PIC X.
               88 GURU-AKTIF VALUE 'A', 'a'.
               88 GURU-NONAKTIF VALUE 'N', 'n'.
           02 NOKAR-GURU PIC 9(4).
           02 BEBAN-GURU PIC 9(2).
           02 TARIF-HONOR-GURU PIC 9(6).
