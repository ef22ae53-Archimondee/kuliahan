       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOPINJAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PINJAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KODE-BUKU-PINJAM
               FILE STATUS IS ERR-PINJAM.
           SELECT BUKU ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KODE-BUKU
               FILE STATUS IS ERR-BUKU.
           SELECT MHS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPM
               FILE STATUS IS ERR.
           SELECT PUSCTL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERR-CTL.
           SELECT AVISO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-AVISO.
       DATA DIVISION.
       FILE SECTION.
       COPY "recpinj.cob".
       COPY "recbuku.cob".
       COPY "recmhs.cob".
       COPY "recpsctl.cob".
       FD  AVISO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'AVISOPUS.TXT'.
       01  REG-AVISO PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 ERR PIC XX.
       77 ERR-PINJAM PIC XX.
       77 ERR-BUKU PIC XX.
       77 ERR-CTL PIC XX.
       77 ERR-AVISO PIC XX.
       77 TEM-BUKU PIC X VALUE 'N'.
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       77 DENDA-HARI PIC 9(6) VALUE 1000.
       01 DATA-CALENDARIO.
           02 CAL-DIA PIC 9(2).
           02 CAL-MES PIC 9(2).
           02 CAL-ANO PIC 9(4).
       01 CALCULO-ATRASO.
           02 WS-FUNCAO-DIAS PIC X VALUE 'N'.
           02 WS-NUM-DIAS PIC 9(7) VALUE ZEROS.
           02 WS-DIAS-HOJE PIC 9(7) VALUE ZEROS.
           02 WS-DIAS-ATRASO PIC 9(5) VALUE ZEROS.
           02 WS-VALOR-DENDA PIC 9(8) VALUE ZEROS.
       77 WS-TOTAL-LIDOS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-ATRASO PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-AVISOS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-JA-AVISADOS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-DENDA PIC 9(10) VALUE ZEROS.
       77 WS-LINHA-AVISO PIC X(80).
      *----------------------------------------------------
      * AVISO DE ATRASO DAS PINJAMAN DA PERPUSTAKAAN. CADA
      * EXEMPLAR DO PINJAM.DAT COM JATUH TEMPO VENCIDO GERA
      * UM AVISO PARA O MAHASISWA NO AVISOPUS.TXT COM OS
      * DIAS DE ATRASO E A DENDA ACUMULADA ATE HOJE (A
      * DENDA SO E LANCADA NO TAGIHAN NA DEVOLUCAO). O
      * PINJAM.DAT GUARDA QUANTOS AVISOS SAIRAM E A DATA DO
      * ULTIMO; RODAR DUAS VEZES NO MESMO DIA NAO REPETE.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** AVISO DE ATRASO - PINJAMAN PERPUSTAKAAN ***".
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           OPEN INPUT PUSCTL.
           IF ERR-CTL = "00"
              READ PUSCTL
                  NOT AT END
                  MOVE CTL-DENDA-HARI TO DENDA-HARI
              END-READ
              CLOSE PUSCTL.
           MOVE TGL-HARI-INI (7:2) TO CAL-DIA.
           MOVE TGL-HARI-INI (5:2) TO CAL-MES.
           MOVE TGL-HARI-INI (1:4) TO CAL-ANO.
           MOVE "N" TO WS-FUNCAO-DIAS.
           CALL "DIASDATA" USING DATA-CALENDARIO WS-FUNCAO-DIAS
               WS-DIAS-HOJE.
           OPEN I-O PINJAM.
           IF ERR-PINJAM NOT = "00"
              DISPLAY "GAGAL MEMBUKA PINJAM.DAT. STATUS=" ERR-PINJAM
              GO TO 999-FIM.
           OPEN INPUT MHS.
           IF ERR NOT = "00"
              DISPLAY "GAGAL MEMBUKA DATA.TXT. STATUS=" ERR
              CLOSE PINJAM
              GO TO 999-FIM.
           OPEN INPUT BUKU.
           IF ERR-BUKU = "00"
              MOVE "S" TO TEM-BUKU.
           OPEN OUTPUT AVISO.
      *----------------------------------------------------
       010-LE-PINJAM.
           PERFORM 020-PROCESSA-PINJAM THRU 020-99-FIM
               UNTIL ERR-PINJAM = "10".
           CLOSE PINJAM.
           CLOSE MHS.
           IF TEM-BUKU = "S"
              CLOSE BUKU.
           CLOSE AVISO.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-PROCESSA-PINJAM.
           READ PINJAM NEXT RECORD
               AT END
               MOVE "10" TO ERR-PINJAM
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-LIDOS.
           IF TGL-TEMPO-PINJAM NOT < TGL-HARI-INI
              GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-ATRASO.
           MOVE TGL-TEMPO-PINJAM (7:2) TO CAL-DIA.
           MOVE TGL-TEMPO-PINJAM (5:2) TO CAL-MES.
           MOVE TGL-TEMPO-PINJAM (1:4) TO CAL-ANO.
           MOVE "N" TO WS-FUNCAO-DIAS.
           CALL "DIASDATA" USING DATA-CALENDARIO WS-FUNCAO-DIAS
               WS-NUM-DIAS.
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-NUM-DIAS.
           COMPUTE WS-VALOR-DENDA = WS-DIAS-ATRASO * DENDA-HARI.
           ADD WS-VALOR-DENDA TO WS-TOTAL-DENDA.
           IF TGL-AVISO-PINJAM = TGL-HARI-INI
              ADD 1 TO WS-TOTAL-JA-AVISADOS
              GO TO 020-99-FIM.
           MOVE NPM-PINJAM TO NPM.
           READ MHS KEY IS NPM
               INVALID KEY
               MOVE SPACES TO NAMA
               MOVE SPACES TO KELAS.
           MOVE SPACES TO JUDUL-BUKU.
           MOVE SPACES TO PENGARANG-BUKU.
           IF TEM-BUKU = "S"
              MOVE KODE-BUKU-PINJAM TO KODE-BUKU
              READ BUKU KEY IS KODE-BUKU
                  INVALID KEY
                  MOVE SPACES TO JUDUL-BUKU.
           ADD 1 TO QTD-AVISO-PINJAM.
           MOVE TGL-HARI-INI TO TGL-AVISO-PINJAM.
           PERFORM 050-GERA-AVISO THRU 050-99-FIM.
           REWRITE REG-PINJAM
               INVALID KEY
               DISPLAY "ERRO AO GRAVAR PINJAM " KODE-BUKU-PINJAM
                       " STATUS=" ERR-PINJAM.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-GERA-AVISO.
           ADD 1 TO WS-TOTAL-AVISOS.
           MOVE ALL "=" TO WS-LINHA-AVISO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "PEMBERITAHUAN KETERLAMBATAN PENGEMBALIAN BUKU"
             TO WS-LINHA-AVISO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-AVISO.
           STRING "TANGGAL: " TGL-HARI-INI
                  "   PEMBERITAHUAN KE-" QTD-AVISO-PINJAM
               DELIMITED BY SIZE INTO WS-LINHA-AVISO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-AVISO.
           STRING "KEPADA: " NAMA " NPM " NPM-PINJAM " KELAS " KELAS
               DELIMITED BY SIZE INTO WS-LINHA-AVISO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-AVISO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-AVISO.
           STRING "BUKU   : " KODE-BUKU-PINJAM " " JUDUL-BUKU
               DELIMITED BY SIZE INTO WS-LINHA-AVISO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-AVISO.
           STRING "DIPINJAM " TGL-PINJAM
                  "  JATUH TEMPO " TGL-TEMPO-PINJAM
                  "  TERLAMBAT " WS-DIAS-ATRASO " HARI"
               DELIMITED BY SIZE INTO WS-LINHA-AVISO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-AVISO.
           STRING "DENDA SAMPAI HARI INI RP." WS-VALOR-DENDA
                  " (RP." DENDA-HARI " PER HARI)"
               DELIMITED BY SIZE INTO WS-LINHA-AVISO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-AVISO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "SEGERA KEMBALIKAN BUKU. DENDA DITAGIHKAN BERSAMA SPP."
             TO WS-LINHA-AVISO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "=" TO WS-LINHA-AVISO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-AVISO TO REG-AVISO.
           WRITE REG-AVISO.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           DISPLAY "------------------------------------------------".
           DISPLAY "PINJAMAN LIDAS .............: " WS-TOTAL-LIDOS.
           DISPLAY "PINJAMAN TERLAMBAT .........: " WS-TOTAL-ATRASO.
           DISPLAY "AVISOS GERADOS .............: " WS-TOTAL-AVISOS.
           DISPLAY "JA AVISADAS HOJE ...........: "
                   WS-TOTAL-JA-AVISADOS.
           DISPLAY "DENDA ACUMULADA ........ RP.: " WS-TOTAL-DENDA.
           DISPLAY "AVISOS GRAVADOS EM AVISOPUS.TXT".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA AVISOPINJAM ---------***
