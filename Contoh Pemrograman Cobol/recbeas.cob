       FD BEASISWA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS REG-BEASISWA
           VALUE OF FILE-ID IS 'BEASISWA.DAT'.
       01 REG-BEASISWA.
           02 KUNCI-BEASISWA.
               03 NPM-BEASISWA PIC X(8).
               03 PERIODE-MULAI-BEA PIC X(6).
           02 PERIODE-AKHIR-BEA PIC X(6).
           02 JENIS-BEASISWA PIC X.
               88 BEA-PENUH VALUE 'P'.
               88 BEA-PERSEN VALUE 'S'.
               88 BEA-NOMINAL VALUE 'N'.
           02 PERSEN-BEASISWA PIC 9(3).
           02 NOMINAL-BEASISWA PIC 9(8).
           02 KATEGORI-BEASISWA PIC X.
               88 BEA-PRESTASI VALUE 'P'.
               88 BEA-SAUDARA VALUE 'S'.
               88 BEA-LAIN VALUE 'L'.
           02 SPONSOR-BEASISWA PIC X(20).
           02 IPK-MINIMO-BEA PIC 9(3).
           02 STATUS-BEASISWA PIC X.
               88 BEA-AKTIF VALUE 'A'.
               88 BEA-DICABUT VALUE 'C'.
           02 PERIODE-CABUT-BEA PIC X(6).
           02 TGL-CABUT-BEA PIC 9(8).
           02 IPK-CABUT-BEA PIC 9(3).
