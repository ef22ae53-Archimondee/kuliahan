       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEARENEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BEASISWA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-BEASISWA
               FILE STATUS IS ERR-BEASISWA.
           SELECT MHS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPM
               FILE STATUS IS ERR.
           SELECT NILAI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-NILAI
               FILE STATUS IS ERR-NILAI.
           SELECT MATKUL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KODE-MK
               FILE STATUS IS ERR-MATKUL.
           SELECT LAPORAN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-LAPORAN.
       DATA DIVISION.
       FILE SECTION.
       COPY "recbeas.cob".
       COPY "recmhs.cob".
       COPY "recnilai.cob".
       COPY "recmk.cob".
       FD  LAPORAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BEARENEW.TXT'.
       01  REG-LAPORAN PIC X(90).
      *
       WORKING-STORAGE SECTION.
       77 ERR PIC XX.
       77 ERR-BEASISWA PIC XX.
       77 ERR-NILAI PIC XX.
       77 ERR-MATKUL PIC XX.
       77 ERR-LAPORAN PIC XX.
       77 TEM-MHS PIC X VALUE 'N'.
       77 TEM-MATKUL PIC X VALUE 'N'.
       77 PERIODE-DIMINTA PIC X(6).
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       77 WS-SKS-USADO PIC 9(2) VALUE ZEROS.
       77 WS-NAMA-USADO PIC X(25) VALUE SPACES.
       77 WS-SITUACAO PIC X(12) VALUE SPACES.
       01 ACUMULADORES-ALUNO.
           02 WS-PONTOS PIC 9(08) VALUE ZEROS.
           02 WS-SKS PIC 9(05) VALUE ZEROS.
           02 WS-IPK PIC 9(3)V9 VALUE ZEROS.
       77 WS-IPK-ED PIC ZZ9.9.
       77 WS-TOTAL-LIDAS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-AVALIADAS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-MANTIDAS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-CABUT PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-SEM-NILAI PIC 9(05) VALUE ZEROS.
       77 WS-LINHA-LAPORAN PIC X(90).
      *----------------------------------------------------
      * RENOVACAO DAS BEASISWA DE PRESTASI ANTES DE GERAR
      * AS TAGIHAN DO PERIODE INFORMADO. PARA CADA BEASISWA
      * AKTIF DE KATEGORI PRESTASI, JA INICIADA E AINDA
      * VALIDA NO PERIODE, CALCULA O IPK (MEDIA DO HASIL
      * PONDERADA PELO SKS, COMO NO TRANSKRIP) COM OS NILAI
      * DOS PERIODES ANTERIORES. IPK ABAIXO DO MINIMO DA
      * BEASISWA = DICABUT A PARTIR DO PERIODE INFORMADO.
      * ALUNO SEM NILAI OU KELUAR: MANTIDA E LISTADA.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** RENOVACAO DE BEASISWA PRESTASI ***".
           DISPLAY "PERIODE A RENOVAR (EX: 20262) : ".
           ACCEPT PERIODE-DIMINTA.
           IF PERIODE-DIMINTA = SPACES
              GO TO 001-INICIO.
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           OPEN I-O BEASISWA.
           IF ERR-BEASISWA NOT = "00"
              DISPLAY "GAGAL MEMBUKA BEASISWA.DAT. STATUS="
                      ERR-BEASISWA
              GO TO 999-FIM.
           OPEN INPUT NILAI.
           IF ERR-NILAI NOT = "00"
              DISPLAY "GAGAL MEMBUKA NILAI.DAT. STATUS=" ERR-NILAI
              CLOSE BEASISWA
              GO TO 999-FIM.
           OPEN INPUT MATKUL.
           IF ERR-MATKUL = "00"
              MOVE "S" TO TEM-MATKUL.
           OPEN INPUT MHS.
           IF ERR = "00"
              MOVE "S" TO TEM-MHS.
           OPEN OUTPUT LAPORAN.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "RENOVACAO DE BEASISWA PRESTASI - PERIODE "
                  PERIODE-DIMINTA " - " TGL-HARI-INI
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "NPM      NAMA                      IPK   MIN"
               TO WS-LINHA-LAPORAN.
           MOVE "SITUACAO     SPONSOR" TO WS-LINHA-LAPORAN (47:20).
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
      *----------------------------------------------------
       010-LE-BEASISWA.
           PERFORM 020-PROCESSA-BEASISWA THRU 020-99-FIM
               UNTIL ERR-BEASISWA = "10".
           CLOSE BEASISWA.
           CLOSE NILAI.
           IF TEM-MATKUL = "S"
              CLOSE MATKUL.
           IF TEM-MHS = "S"
              CLOSE MHS.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-PROCESSA-BEASISWA.
           READ BEASISWA NEXT RECORD
               AT END
               MOVE "10" TO ERR-BEASISWA
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-LIDAS.
           IF NOT BEA-AKTIF OR NOT BEA-PRESTASI
              GO TO 020-99-FIM.
           IF PERIODE-MULAI-BEA NOT < PERIODE-DIMINTA
              GO TO 020-99-FIM.
           IF PERIODE-AKHIR-BEA < PERIODE-DIMINTA
              GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-AVALIADAS.
           PERFORM 030-BUSCA-NOME THRU 030-99-FIM.
           PERFORM 040-CALCULA-IPK THRU 040-99-FIM.
           IF WS-SKS = ZEROS
              MOVE "SEM NILAI" TO WS-SITUACAO
              ADD 1 TO WS-TOTAL-SEM-NILAI
              GO TO 020-50-LISTA.
           IF WS-IPK NOT < IPK-MINIMO-BEA
              MOVE "MANTIDA" TO WS-SITUACAO
              ADD 1 TO WS-TOTAL-MANTIDAS
              GO TO 020-50-LISTA.
           MOVE "C" TO STATUS-BEASISWA.
           MOVE PERIODE-DIMINTA TO PERIODE-CABUT-BEA.
           MOVE TGL-HARI-INI TO TGL-CABUT-BEA.
           MOVE WS-IPK TO IPK-CABUT-BEA.
           REWRITE REG-BEASISWA
               INVALID KEY
               DISPLAY "ERRO AO GRAVAR " KUNCI-BEASISWA
                       " STATUS=" ERR-BEASISWA
               GO TO 020-99-FIM.
           MOVE "DICABUT" TO WS-SITUACAO.
           ADD 1 TO WS-TOTAL-CABUT.
       020-50-LISTA.
           MOVE WS-IPK TO WS-IPK-ED.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING NPM-BEASISWA " " WS-NAMA-USADO " " WS-IPK-ED
                  " " IPK-MINIMO-BEA "  " WS-SITUACAO " "
                  SPONSOR-BEASISWA
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-BUSCA-NOME.
           MOVE "(SEM CADASTRO)" TO WS-NAMA-USADO.
           IF TEM-MHS NOT = "S"
              GO TO 030-99-FIM.
           MOVE NPM-BEASISWA TO NPM.
           READ MHS KEY IS NPM
               INVALID KEY
               GO TO 030-99-FIM.
           MOVE NAMA TO WS-NAMA-USADO.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-CALCULA-IPK.
           MOVE ZEROS TO WS-PONTOS.
           MOVE ZEROS TO WS-SKS.
           MOVE ZEROS TO WS-IPK.
           MOVE NPM-BEASISWA TO NPM-NILAI.
           MOVE SPACES TO PERIODE-NILAI.
           MOVE SPACES TO MK-NILAI.
           START NILAI KEY IS NOT LESS THAN KUNCI-NILAI
               INVALID KEY
               MOVE "10" TO ERR-NILAI.
           IF ERR-NILAI NOT = "10"
              MOVE "00" TO ERR-NILAI
              PERFORM 041-SOMA-NILAI THRU 041-99-FIM
                  UNTIL ERR-NILAI = "10".
           MOVE "00" TO ERR-NILAI.
           IF WS-SKS > ZEROS
              COMPUTE WS-IPK = WS-PONTOS / WS-SKS.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       041-SOMA-NILAI.
           READ NILAI NEXT RECORD
               AT END
               MOVE "10" TO ERR-NILAI
               GO TO 041-99-FIM.
           IF NPM-NILAI NOT = NPM-BEASISWA
              MOVE "10" TO ERR-NILAI
              GO TO 041-99-FIM.
           IF PERIODE-NILAI NOT < PERIODE-DIMINTA
              MOVE "10" TO ERR-NILAI
              GO TO 041-99-FIM.
           PERFORM 042-BUSCA-SKS THRU 042-99-FIM.
           COMPUTE WS-PONTOS = WS-PONTOS + HASIL-NILAI * WS-SKS-USADO.
           ADD WS-SKS-USADO TO WS-SKS.
       041-99-FIM.
           EXIT.
      *----------------------------------------------------
       042-BUSCA-SKS.
           MOVE 1 TO WS-SKS-USADO.
           IF TEM-MATKUL NOT = "S"
              GO TO 042-99-FIM.
           IF MK-NILAI = SPACES
              GO TO 042-99-FIM.
           MOVE MK-NILAI TO KODE-MK.
           READ MATKUL KEY IS KODE-MK
               INVALID KEY
               GO TO 042-99-FIM.
           IF SKS-MK > ZEROS
              MOVE SKS-MK TO WS-SKS-USADO.
       042-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-LAPORAN TO REG-LAPORAN.
           WRITE REG-LAPORAN.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           MOVE ALL "-" TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "AVALIADAS: " WS-TOTAL-AVALIADAS
                  " MANTIDAS: " WS-TOTAL-MANTIDAS
                  " DICABUT: " WS-TOTAL-CABUT
                  " SEM NILAI: " WS-TOTAL-SEM-NILAI
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE LAPORAN.
           DISPLAY "BEASISWA LIDAS .......: " WS-TOTAL-LIDAS.
           DISPLAY "PRESTASI AVALIADAS ...: " WS-TOTAL-AVALIADAS.
           DISPLAY "MANTIDAS .............: " WS-TOTAL-MANTIDAS.
           DISPLAY "DICABUT ..............: " WS-TOTAL-CABUT.
           DISPLAY "SEM NILAI ............: " WS-TOTAL-SEM-NILAI.
           DISPLAY "RELATORIO GRAVADO EM BEARENEW.TXT".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA BEARENEW ---------***
