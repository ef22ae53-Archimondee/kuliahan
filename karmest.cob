           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       77 OPCAO-MENU PIC X.
       01 DATA-CALENDARIO.
           02 CAL-DIA PIC 9(2).
           02 CAL-MES PIC 9(2).
           02 CAL-ANO PIC 9(4).
       77 DATA-OK PIC X.

       SCREEN SECTION.
       01 HAPUS-LAYAR.
           02 COLUMN PLUS 1 PIC X(12) TO BANK-REK-KAR.
           02 LINE 10 COLUMN 5 'DEPARTEMEN : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) TO DEPT-KAR.
           02 LINE 11 COLUMN 5 'TGL MASUK  : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(8) TO TGL-MASUK-KAR.
           02 COLUMN PLUS 2 '(YYYYMMDD)'.
       01 CARI-KARYAWAN.
           02 LINE 3 COLUMN 5 'NOMOR      : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(4) TO NOKAR.
           02 COLUMN PLUS 1 PIC X(12) TO BANK-REK-KAR.
           02 LINE 10 COLUMN 5 'DEPARTEMEN : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) TO DEPT-KAR.
           02 LINE 11 COLUMN 5 'TGL MASUK  : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(8) TO TGL-MASUK-KAR.
           02 COLUMN PLUS 2 '(YYYYMMDD)'.
       01 ISI-EFETIVO.
           02 LINE 12 COLUMN 5 'TGL EFEKTIF (YYYYMMDD) : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(8) TO GH-TGL-EFEKTIF.

       PROCEDURE DIVISION.
           IF NOT KAR-AKTIF AND NOT KAR-NONAKTIF
              MOVE 'A' TO AKTIF-KAR.
           PERFORM VALIDA-DEPT THRU VALIDA-DEPT-FIM.
           PERFORM VALIDA-MASUK THRU VALIDA-MASUK-FIM.
           WRITE REG-KARYAWAN
               INVALID KEY
               DISPLAY(10, 5) 'NOMOR SUDAH TERDAFTAR. ULANGI.'
           DISPLAY UBAH-KARYAWAN
           ACCEPT UBAH-KARYAWAN.
           PERFORM VALIDA-DEPT THRU VALIDA-DEPT-FIM.
           PERFORM VALIDA-MASUK THRU VALIDA-MASUK-FIM.
           REWRITE REG-KARYAWAN.
           IF GAJI-POKOK-KAR NOT = GAJI-POKOK-ANT
              OR TUNJANGAN-KAR NOT = TUNJANGAN-ANT
           IF DEPT-KAR = ZEROS
              GO TO VALIDA-DEPT-FIM.
           IF ADA-DEPT NOT = 'S'
              DISPLAY(15, 5) 'DEPTO.DAT TIDAK ADA - DEPT DIKOSONGKAN.'
              MOVE ZEROS TO DEPT-KAR
              GO TO VALIDA-DEPT-FIM.
           MOVE DEPT-KAR TO KODE-DEPT.
           READ DEPARTEMEN KEY IS KODE-DEPT
               INVALID KEY
               DISPLAY(15, 5) 'DEPARTEMEN TIDAK TERDAFTAR - '
                              'DIKOSONGKAN.'
               MOVE ZEROS TO DEPT-KAR
               GO TO VALIDA-DEPT-FIM.
           DISPLAY(15, 5) 'DEPARTEMEN: ' NAMA-DEPT.
       VALIDA-DEPT-FIM.
           EXIT.
       VALIDA-MASUK.
           IF TGL-MASUK-KAR = ZEROS
              DISPLAY(14, 5) 'TANPA TGL MASUK - TIDAK IKUT THR.'
              GO TO VALIDA-MASUK-FIM.
           MOVE TGL-MASUK-KAR (7:2) TO CAL-DIA.
           MOVE TGL-MASUK-KAR (5:2) TO CAL-MES.
           MOVE TGL-MASUK-KAR (1:4) TO CAL-ANO.
           CALL 'DATAVAL' USING DATA-CALENDARIO DATA-OK.
           IF DATA-OK NOT = 'S'
              DISPLAY(14, 5) 'TGL MASUK TIDAK VALID - DIKOSONGKAN.'
              MOVE ZEROS TO TGL-MASUK-KAR.
       VALIDA-MASUK-FIM.
           EXIT.
       GRAVA-HISTORIA.
           MOVE ZEROS TO GH-TGL-EFEKTIF.
           DISPLAY ISI-EFETIVO
               AT END
               GO TO DAFTAR-FIM.
           DISPLAY NOKAR '  ' NAMA-KAR ' ' GAJI-POKOK-KAR ' '
                   TUNJANGAN-KAR ' ' AKTIF-KAR ' ' TGL-MASUK-KAR.
           GO TO DAFTAR-LE.
       DAFTAR-FIM.
           MOVE '00' TO ERR.
