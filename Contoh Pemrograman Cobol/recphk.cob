       FD PHK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS REG-PHK
           VALUE OF FILE-ID IS 'PHK.DAT'.
       01 REG-PHK.
           02 PH-NOKAR PIC 9(4).
           02 PH-TGL-KELUAR PIC 9(8).
           02 PH-ALASAN PIC X.
               88 PH-MUNDUR VALUE 'U'.
               88 PH-DIPHK VALUE 'P'.
               88 PH-PENSIUN VALUE 'N'.
               88 PH-KONTRAK VALUE 'K'.
           02 PH-BLN-KERJA PIC 9(3).
           02 PH-UPAH PIC 9(7).
           02 PH-GAJI-AKHIR PIC 9(7).
           02 PH-HARI-CUTI PIC 9(3).
           02 PH-UANG-CUTI PIC 9(7).
           02 PH-PESANGON PIC 9(9).
           02 PH-PENGHARGAAN PIC 9(9).
           02 PH-KOMPENSASI PIC 9(9).
           02 PH-PAJAK PIC 9(9).
           02 PH-JAMSOS PIC 9(7).
           02 PH-KASBON PIC 9(7).
           02 PH-LIQUIDO PIC 9(9).
           02 PH-OPERADOR PIC X(4).
           02 PH-TGL-PROSES PIC 9(8).
           02 FILLER PIC X(19).
