       FD DISIPLIN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS REG-DISIPLIN
           VALUE OF FILE-ID IS 'DISIPLIN.DAT'.
       01 REG-DISIPLIN.
           02 KUNCI-DISIPLIN.
               03 NPM-DSP PIC X(8).
               03 TGL-DSP PIC 9(8).
               03 SEQ-DSP PIC 9(2).
           02 KODE-PLR-DSP PIC X(4).
           02 POIN-DSP PIC 9(3).
           02 KETERANGAN-DSP PIC X(30).
