       FD HONOR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS REG-HONOR
           VALUE OF FILE-ID IS 'HONOR.DAT'.
       01 REG-HONOR.
           02 HN-CHAVE.
               03 HN-NOKAR PIC 9(4).
               03 HN-PERIODE PIC X(6).
           02 HN-NOGURU PIC 9(4).
           02 HN-JAM-MENGAJAR PIC 9(3).
           02 HN-JAM-KONTRAK PIC 9(3).
           02 HN-JAM-LEBIH PIC 9(3).
           02 HN-NILAI PIC 9(7).
