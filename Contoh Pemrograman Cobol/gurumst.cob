           02 COLUMN PLUS 1 PIC X(25) TO NAMA-GURU.
           02 LINE 5 COLUMN 5 'AKTIF(A/N) : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X TO STATUS-GURU.
           02 LINE 6 COLUMN 5 'NOKAR      : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(4) TO NOKAR-GURU.
           02 LINE 7 COLUMN 5 'BEBAN JAM  : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(2) TO BEBAN-GURU.
           02 LINE 8 COLUMN 5 'HONOR/JAM  : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(6) TO TARIF-HONOR-GURU.
       01 CARI-GURU.
           02 LINE 3 COLUMN 5 'NOMOR      : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(4) TO NOGURU.
           02 COLUMN PLUS 1 PIC X(25) TO NAMA-GURU.
           02 LINE 5 COLUMN 5 'AKTIF(A/N) : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X TO STATUS-GURU.
           02 LINE 6 COLUMN 5 'NOKAR      : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(4) TO NOKAR-GURU.
           02 LINE 7 COLUMN 5 'BEBAN JAM  : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(2) TO BEBAN-GURU.
           02 LINE 8 COLUMN 5 'HONOR/JAM  : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(6) TO TARIF-HONOR-GURU.

       PROCEDURE DIVISION.
       BUKA-FILE.
           GO TO MENU-PRINCIPAL.
       DAFTAR.
           DISPLAY HAPUS-LAYAR.
           DISPLAY(2, 5) 'NO    NAMA                      AKTIF NOKAR'
                         ' BEBAN HONOR/JAM'.
           MOVE ZEROS TO NOGURU.
           START GURU KEY IS NOT LESS THAN NOGURU
               INVALID KEY
           READ GURU NEXT RECORD
               AT END
               GO TO DAFTAR-FIM.
           DISPLAY NOGURU '  ' NAMA-GURU ' ' STATUS-GURU '     '
                   NOKAR-GURU '  ' BEBAN-GURU '    ' TARIF-HONOR-GURU.
           GO TO DAFTAR-LE.
       DAFTAR-FIM.
           MOVE '00' TO ERR.
