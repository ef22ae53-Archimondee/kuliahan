       IDENTIFICATION DIVISION.
       PROGRAM-ID. REKAPDISIPLIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KELASMASTER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KODE-KELAS
               FILE STATUS IS ERR-KELAS.
           SELECT GURU ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOGURU
               FILE STATUS IS ERR-GURU.
           SELECT MHS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NPM
               FILE STATUS IS ERR.
           SELECT POINDSP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-POIN
               FILE STATUS IS ERR-POIN.
           SELECT LAPORAN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-LAPORAN.
       DATA DIVISION.
       FILE SECTION.
       COPY "reckelas.cob".
       COPY "recguru.cob".
       COPY "recmhs.cob".
       COPY "recpoin.cob".
       FD  LAPORAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DISIPKLS.TXT'.
       01  REG-LAPORAN PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 ERR PIC XX.
       77 ERR-KELAS PIC XX.
       77 ERR-GURU PIC XX.
       77 ERR-POIN PIC XX.
       77 ERR-LAPORAN PIC XX.
       77 TEM-GURU PIC X VALUE 'N'.
       77 TAHUN-DIMINTA PIC 9(4).
       77 WS-NAMA-WALI PIC X(25).
       77 WS-SURAT PIC X(10).
       01 TOTAIS-KELAS.
           02 WS-KLS-ALUNOS PIC 9(4) VALUE ZEROS.
           02 WS-KLS-COM-POIN PIC 9(4) VALUE ZEROS.
           02 WS-KLS-POIN PIC 9(6) VALUE ZEROS.
           02 WS-KLS-SURAT PIC 9(4) VALUE ZEROS.
       77 WS-TOTAL-KELAS PIC 9(4) VALUE ZEROS.
       77 WS-TOTAL-COM-POIN PIC 9(5) VALUE ZEROS.
       77 WS-TOTAL-POIN PIC 9(7) VALUE ZEROS.
       77 WS-LINHA-LAPORAN PIC X(80).
      *----------------------------------------------------
      * REKAP DE POIN DISCIPLINARES DO TAHUN POR KELAS PARA
      * O WALI KELAS (KELAS.DAT / GURU.DAT). PARA CADA KELAS
      * O DATA.TXT E LIDO POR INTEIRO E OS SISWA ATIVOS COM
      * POIN NO POINDSP.DAT SAO LISTADOS COM O TOTAL, O
      * NUMERO DE PELANGGARAN E A ULTIMA SURAT EMITIDA.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** REKAP POIN DISIPLIN POR KELAS ***".
           DISPLAY "TAHUN (YYYY) : ".
           ACCEPT TAHUN-DIMINTA.
           IF TAHUN-DIMINTA = ZEROS
              GO TO 001-INICIO.
           OPEN INPUT KELASMASTER.
           IF ERR-KELAS NOT = "00"
              DISPLAY "GAGAL MEMBUKA KELAS.DAT. STATUS=" ERR-KELAS
              GO TO 999-FIM.
           OPEN INPUT POINDSP.
           IF ERR-POIN NOT = "00"
              DISPLAY "GAGAL MEMBUKA POINDSP.DAT. STATUS=" ERR-POIN
              CLOSE KELASMASTER
              GO TO 999-FIM.
           OPEN INPUT GURU.
           IF ERR-GURU = "00"
              MOVE "S" TO TEM-GURU.
           OPEN OUTPUT LAPORAN.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "REKAP POIN DISIPLIN POR KELAS - TAHUN "
                  TAHUN-DIMINTA
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
      *----------------------------------------------------
       010-LE-KELAS.
           PERFORM 020-PROCESSA-KELAS THRU 020-99-FIM
               UNTIL ERR-KELAS = "10".
           CLOSE KELASMASTER.
           CLOSE POINDSP.
           IF TEM-GURU = "S"
              CLOSE GURU.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-PROCESSA-KELAS.
           READ KELASMASTER NEXT RECORD
               AT END
               MOVE "10" TO ERR-KELAS
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-KELAS.
           MOVE ZEROS TO WS-KLS-ALUNOS.
           MOVE ZEROS TO WS-KLS-COM-POIN.
           MOVE ZEROS TO WS-KLS-POIN.
           MOVE ZEROS TO WS-KLS-SURAT.
           MOVE "(SEM WALI KELAS)" TO WS-NAMA-WALI.
           IF TEM-GURU = "S" AND WALI-KELAS > ZEROS
              MOVE WALI-KELAS TO NOGURU
              READ GURU KEY IS NOGURU
                  NOT INVALID KEY
                  MOVE NAMA-GURU TO WS-NAMA-WALI.
           MOVE ALL "-" TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "KELAS " KODE-KELAS " " NAMA-KELAS
                  " WALI: " WS-NAMA-WALI
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "  NPM      NAMA                      POIN QTD SURAT"
               TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           OPEN INPUT MHS.
           IF ERR NOT = "00"
              DISPLAY "GAGAL MEMBUKA DATA.TXT. STATUS=" ERR
              MOVE "10" TO ERR-KELAS
              GO TO 020-99-FIM.
           PERFORM 030-PROCESSA-ALUNO THRU 030-99-FIM
               UNTIL ERR = "10".
           CLOSE MHS.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "  SISWA: " WS-KLS-ALUNOS
                  " COM POIN: " WS-KLS-COM-POIN
                  " TOTAL POIN: " WS-KLS-POIN
                  " COM SURAT: " WS-KLS-SURAT
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-PROCESSA-ALUNO.
           READ MHS NEXT RECORD
               AT END
               MOVE "10" TO ERR
               GO TO 030-99-FIM.
           IF MHS-KELUAR
              GO TO 030-99-FIM.
           IF KELAS NOT = KODE-KELAS
              GO TO 030-99-FIM.
           ADD 1 TO WS-KLS-ALUNOS.
           MOVE NPM TO NPM-POIN.
           MOVE TAHUN-DIMINTA TO TAHUN-POIN.
           READ POINDSP KEY IS KUNCI-POIN
               INVALID KEY
               GO TO 030-99-FIM.
           IF TOTAL-POIN = ZEROS
              GO TO 030-99-FIM.
           ADD 1 TO WS-KLS-COM-POIN.
           ADD TOTAL-POIN TO WS-KLS-POIN.
           ADD 1 TO WS-TOTAL-COM-POIN.
           ADD TOTAL-POIN TO WS-TOTAL-POIN.
           MOVE "-" TO WS-SURAT.
           IF POIN-PERINGATAN
              MOVE "PERINGATAN" TO WS-SURAT.
           IF POIN-PANGGILAN
              MOVE "PANGGILAN" TO WS-SURAT.
           IF POIN-SKORSING
              MOVE "SKORSING" TO WS-SURAT.
           IF NOT POIN-SEM-SURAT
              ADD 1 TO WS-KLS-SURAT.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "  " NPM " " NAMA " " TOTAL-POIN " "
                  QTD-PLG-POIN " " WS-SURAT
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       030-99-FIM.
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
           STRING "KELAS: " WS-TOTAL-KELAS
                  " SISWA COM POIN: " WS-TOTAL-COM-POIN
                  " TOTAL POIN: " WS-TOTAL-POIN
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE LAPORAN.
           DISPLAY "KELAS LISTADAS .......: " WS-TOTAL-KELAS.
           DISPLAY "SISWA COM POIN .......: " WS-TOTAL-COM-POIN.
           DISPLAY "RELATORIO GRAVADO EM DISIPKLS.TXT".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA REKAPDISIPLIN ---------***
