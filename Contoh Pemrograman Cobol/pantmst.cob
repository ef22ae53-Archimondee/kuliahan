       IDENTIFICATION DIVISION.
       PROGRAM-ID. PANTAUMST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PANTAU ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-PANTAU
               FILE STATUS IS ERR-PANTAU.
           SELECT MHS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPM
               FILE STATUS IS ERR.
       DATA DIVISION.
       FILE SECTION.
       COPY "recpant.cob".
       COPY "recmhs.cob".
      *
       WORKING-STORAGE SECTION.
       77 ERR PIC XX.
       77 ERR-PANTAU PIC XX.
       77 TEM-MHS PIC X VALUE 'N'.
       77 OPCAO-MENU PIC X.
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       01 ISI-LAGI PIC X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       01 ENTRADA-PANTAU.
           02 NPM-DIMINTA PIC X(8).
           02 PERIODE-DIMINTA PIC X(6).
           02 TINDAKAN-DIMINTA PIC X(40).
           02 KONSELOR-DIMINTA PIC X(20).
       77 WS-TINDAKAN PIC X(40).
       77 WS-TOTAL-LINHAS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-SEM-TINDAKAN PIC 9(05) VALUE ZEROS.
      *----------------------------------------------------
      * TINDAK LANJUT DO KONSELOR SOBRE OS ALERTAS DO
      * PERINGATDINI (PANTAU.DAT, NPM + PERIODE): REGISTRA
      * A TINDAKAN TOMADA, QUEM A TOMOU E A DATA. NA PROXIMA
      * RODADA O PERINGATDINI MOSTRA A TINDAKAN E SE O
      * ALUNO MELHOROU. SO O PERINGATDINI CRIA ALERTAS.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       BUKA-FILE.
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           OPEN I-O PANTAU.
           IF ERR-PANTAU NOT = '00'
              DISPLAY 'GAGAL MEMBUKA PANTAU.DAT. STATUS=' ERR-PANTAU
              DISPLAY 'RODE ANTES O PERINGATDINI.'
              STOP RUN.
           OPEN INPUT MHS.
           IF ERR = '00'
              MOVE 'S' TO TEM-MHS.
       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY '*** TINDAK LANJUT PERINGATAN DINI ***'.
           DISPLAY '1 - Catat tindakan konselor'.
           DISPLAY '2 - Daftar peringatan per periode'.
           DISPLAY '3 - Keluar'.
           DISPLAY 'Pilih menu : '.
           ACCEPT OPCAO-MENU.
           IF OPCAO-MENU = '1'
              GO TO CATAT.
           IF OPCAO-MENU = '2'
              GO TO DAFTAR.
           IF OPCAO-MENU = '3'
              GO TO SELESAI.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       CATAT.
           DISPLAY 'NPM : '.
           ACCEPT NPM-DIMINTA.
           IF NPM-DIMINTA = SPACES
              GO TO CATAT.
           DISPLAY 'PERIODE (EX: 20261) : '.
           ACCEPT PERIODE-DIMINTA.
           MOVE NPM-DIMINTA TO NPM-PANTAU.
           MOVE PERIODE-DIMINTA TO PERIODE-PANTAU.
           READ PANTAU KEY IS KUNCI-PANTAU
               INVALID KEY
               DISPLAY 'NPM SEM PERINGATAN NESTE PERIODE.'
               GO TO CATAT-FIM.
           MOVE SPACES TO NAMA.
           IF TEM-MHS = 'S'
              MOVE NPM-DIMINTA TO NPM
              READ MHS KEY IS NPM
                  INVALID KEY
                  MOVE SPACES TO NAMA.
           DISPLAY 'NAMA : ' NAMA '  KELAS : ' KELAS-PANTAU.
           DISPLAY 'PRIORIDADE ' PRIORITAS-PANTAU
                   '  UTS < 55 : ' QTD-GAGAL-PANTAU
                   '  RATA UTS ' RATA-UTS-PANTAU
                   '  ANTERIOR ' RATA-LALU-PANTAU
                   '  ABSEN ' PCT-ABSEN-PANTAU '%'.
           DISPLAY 'KRITERIA G/T/A : ' KRIT-GAGAL-PANTAU ' '
                   KRIT-TURUN-PANTAU ' ' KRIT-ABSEN-PANTAU
                   '  DETEKSI EM ' TGL-DETEKSI-PANTAU.
           IF TINDAKAN-PANTAU NOT = SPACES
              DISPLAY 'TINDAKAN ATUAL : ' TINDAKAN-PANTAU
              DISPLAY 'OLEH ' KONSELOR-PANTAU
                      ' EM ' TGL-TINDAKAN-PANTAU.
       CATAT-TINDAKAN.
           DISPLAY 'TINDAKAN : '.
           MOVE SPACES TO TINDAKAN-DIMINTA.
           ACCEPT TINDAKAN-DIMINTA.
           IF TINDAKAN-DIMINTA = SPACES
              GO TO CATAT-TINDAKAN.
       CATAT-KONSELOR.
           DISPLAY 'KONSELOR : '.
           MOVE SPACES TO KONSELOR-DIMINTA.
           ACCEPT KONSELOR-DIMINTA.
           IF KONSELOR-DIMINTA = SPACES
              GO TO CATAT-KONSELOR.
           MOVE TINDAKAN-DIMINTA TO TINDAKAN-PANTAU.
           MOVE KONSELOR-DIMINTA TO KONSELOR-PANTAU.
           MOVE TGL-HARI-INI TO TGL-TINDAKAN-PANTAU.
           REWRITE REG-PANTAU
               INVALID KEY
               DISPLAY 'GAGAL MENGUBAH. STATUS=' ERR-PANTAU
               GO TO CATAT-FIM.
           DISPLAY 'TINDAKAN DISIMPAN.'.
       CATAT-FIM.
           MOVE '00' TO ERR-PANTAU.
           DISPLAY 'ADA TINDAKAN LAGI [Y/T] ? '.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO CATAT.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       DAFTAR.
           DISPLAY 'PERIODE (EX: 20261) : '.
           ACCEPT PERIODE-DIMINTA.
           DISPLAY 'NPM      KELAS P GTA TINDAKAN'.
           MOVE ZEROS TO WS-TOTAL-LINHAS.
           MOVE ZEROS TO WS-TOTAL-SEM-TINDAKAN.
           MOVE LOW-VALUES TO KUNCI-PANTAU.
           START PANTAU KEY IS NOT LESS THAN KUNCI-PANTAU
               INVALID KEY
               MOVE '10' TO ERR-PANTAU.
       DAFTAR-LE.
           IF ERR-PANTAU = '10'
              GO TO DAFTAR-FIM.
           READ PANTAU NEXT RECORD
               AT END
               GO TO DAFTAR-FIM.
           IF PERIODE-PANTAU NOT = PERIODE-DIMINTA
              GO TO DAFTAR-LE.
           MOVE TINDAKAN-PANTAU TO WS-TINDAKAN.
           IF WS-TINDAKAN = SPACES
              MOVE '(BELUM ADA TINDAKAN)' TO WS-TINDAKAN
              ADD 1 TO WS-TOTAL-SEM-TINDAKAN.
           DISPLAY NPM-PANTAU ' ' KELAS-PANTAU ' '
                   PRIORITAS-PANTAU ' ' KRIT-GAGAL-PANTAU
                   KRIT-TURUN-PANTAU KRIT-ABSEN-PANTAU ' '
                   WS-TINDAKAN.
           ADD 1 TO WS-TOTAL-LINHAS.
           GO TO DAFTAR-LE.
       DAFTAR-FIM.
           MOVE '00' TO ERR-PANTAU.
           DISPLAY 'PERINGATAN : ' WS-TOTAL-LINHAS
                   '  SEM TINDAKAN : ' WS-TOTAL-SEM-TINDAKAN.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       SELESAI.
           CLOSE PANTAU.
           IF TEM-MHS = 'S'
              CLOSE MHS.
           STOP RUN.
      ***---------- FIM DO PROGRAMA PANTAUMST ---------***
