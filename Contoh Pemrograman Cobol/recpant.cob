       FD PANTAU
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS REG-PANTAU
           VALUE OF FILE-ID IS 'PANTAU.DAT'.
       01 REG-PANTAU.
           02 KUNCI-PANTAU.
               03 NPM-PANTAU PIC X(8).
               03 PERIODE-PANTAU PIC X(6).
           02 KELAS-PANTAU PIC X(5).
           02 PRIORITAS-PANTAU PIC 9.
               88 PANTAU-TINGGI VALUE 1.
               88 PANTAU-SEDANG VALUE 2.
               88 PANTAU-RENDAH VALUE 3.
           02 QTD-GAGAL-PANTAU PIC 9(2).
           02 RATA-UTS-PANTAU PIC 9(3).
           02 RATA-LALU-PANTAU PIC 9(3).
           02 PCT-ABSEN-PANTAU PIC 9(3).
           02 KRITERIA-PANTAU.
               03 KRIT-GAGAL-PANTAU PIC X.
               03 KRIT-TURUN-PANTAU PIC X.
               03 KRIT-ABSEN-PANTAU PIC X.
           02 TGL-DETEKSI-PANTAU PIC 9(8).
           02 TINDAKAN-PANTAU PIC X(40).
           02 KONSELOR-PANTAU PIC X(20).
           02 TGL-TINDAKAN-PANTAU PIC 9(8).
