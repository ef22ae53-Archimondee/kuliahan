       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUTITHN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KARYAWAN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOKAR
               FILE STATUS IS ERR-KAR.
           SELECT CUTI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CHAVE
               FILE STATUS IS ERR-CUTI.
           SELECT PCUTI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CHAVE
               FILE STATUS IS ERR-PCUTI.
           SELECT LAPORAN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-LAPORAN.
       DATA DIVISION.
       FILE SECTION.
       COPY "reckar.cob".
       COPY "reccuti.cob".
       COPY "recpcuti.cob".
       FD  LAPORAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CUTITHN.TXT'.
       01  REG-LAPORAN PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERR-KAR PIC XX.
       77 ERR-CUTI PIC XX.
       77 ERR-PCUTI PIC XX.
       77 ERR-LAPORAN PIC XX.
       77 TAHUN-DIMINTA PIC 9(4) VALUE ZEROS.
       77 WS-LINHA-LAPORAN PIC X(80).
       77 WS-TOTAL-KARYAWAN PIC 9(4) VALUE ZEROS.
       77 WS-TEM-DADOS PIC X VALUE 'N'.
       01 SALDO-JENIS.
           02 WS-SALDO PIC 9(3) VALUE ZEROS.
           02 WS-DIBAWA PIC 9(3) VALUE ZEROS.
           02 WS-HANGUS PIC 9(3) VALUE ZEROS.
       01 TOTAIS-KARYAWAN.
           02 WS-KAR-POTONG PIC 9(4) VALUE ZEROS.
           02 WS-KAR-PENDENTE PIC 9(4) VALUE ZEROS.
       01 TOTAIS-EMPRESA.
           02 EMP-HAK PIC 9(6) VALUE ZEROS.
           02 EMP-DIAMBIL PIC 9(6) VALUE ZEROS.
           02 EMP-LEBIH PIC 9(6) VALUE ZEROS.
           02 EMP-DIBAWA PIC 9(6) VALUE ZEROS.
           02 EMP-HANGUS PIC 9(6) VALUE ZEROS.
           02 EMP-POTONG PIC 9(6) VALUE ZEROS.
           02 EMP-PENDENTE PIC 9(6) VALUE ZEROS.
      *----------------------------------------------------
      * LAPORAN CUTI TAHUNAN POR KARYAWAN: HAK, DIBAWA DO
      * ANO ANTERIOR, DIAMBIL, SALDO, O QUE PODE SER LEVADO
      * AO ANO SEGUINTE (ATE O MAXIMO DO CUTI.DAT) E O QUE
      * HANGUS. MOSTRA TAMBEM OS DIAS APROVADOS SEM UPAH E
      * OS PEDIDOS AINDA PENDENTES NO PCUTI.DAT.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** LAPORAN CUTI TAHUNAN ***".
           DISPLAY "TAHUN (YYYY) : ".
           ACCEPT TAHUN-DIMINTA.
           IF TAHUN-DIMINTA = ZEROS
              GO TO 001-INICIO.
           OPEN INPUT KARYAWAN.
           IF ERR-KAR NOT = "00"
              DISPLAY "GAGAL MEMBUKA KARYAWAN.DAT. STATUS=" ERR-KAR
              GO TO 999-FIM.
           OPEN INPUT CUTI.
           IF ERR-CUTI NOT = "00"
              DISPLAY "GAGAL MEMBUKA CUTI.DAT. STATUS=" ERR-CUTI
              CLOSE KARYAWAN
              GO TO 999-FIM.
           OPEN INPUT PCUTI.
           IF ERR-PCUTI NOT = "00"
              DISPLAY "GAGAL MEMBUKA PCUTI.DAT. STATUS=" ERR-PCUTI
              CLOSE KARYAWAN
              CLOSE CUTI
              GO TO 999-FIM.
           OPEN OUTPUT LAPORAN.
           IF ERR-LAPORAN NOT = "00"
              DISPLAY "GAGAL MEMBUAT CUTITHN.TXT. STATUS=" ERR-LAPORAN
              CLOSE KARYAWAN
              CLOSE CUTI
              CLOSE PCUTI
              GO TO 999-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "LAPORAN CUTI TAHUNAN - TAHUN " TAHUN-DIMINTA
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "=" TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
      *----------------------------------------------------
       010-LE-KARYAWAN.
           READ KARYAWAN NEXT RECORD
               AT END
               GO TO 030-RESUMO.
           MOVE "N" TO WS-TEM-DADOS.
           MOVE ZEROS TO WS-KAR-POTONG WS-KAR-PENDENTE.
           PERFORM 040-SOMA-PEDIDOS THRU 040-99-FIM.
           MOVE NOKAR TO CT-NOKAR.
           MOVE TAHUN-DIMINTA TO CT-TAHUN.
           MOVE "T" TO CT-JENIS.
           READ CUTI KEY IS CT-CHAVE
               INVALID KEY
               MOVE "23" TO ERR-CUTI.
           IF ERR-CUTI = "00"
              MOVE "S" TO WS-TEM-DADOS.
           MOVE "S" TO CT-JENIS.
           READ CUTI KEY IS CT-CHAVE
               INVALID KEY
               MOVE "23" TO ERR-CUTI.
           IF ERR-CUTI = "00"
              MOVE "S" TO WS-TEM-DADOS.
           IF WS-TEM-DADOS NOT = "S"
              GO TO 010-LE-KARYAWAN.
           ADD 1 TO WS-TOTAL-KARYAWAN.
           PERFORM 020-IMPRIME-KARYAWAN THRU 020-99-FIM.
           GO TO 010-LE-KARYAWAN.
      *----------------------------------------------------
       020-IMPRIME-KARYAWAN.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "KARYAWAN " NOKAR " " NAMA-KAR
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "  J HAK DIBAWA DIAMBIL LEBIH SALDO KE-THN-DEPAN HANGUS"
               TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "T" TO CT-JENIS.
           PERFORM 025-IMPRIME-JENIS THRU 025-99-FIM.
           MOVE "S" TO CT-JENIS.
           PERFORM 025-IMPRIME-JENIS THRU 025-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "  HARI TANPA UPAH: " WS-KAR-POTONG
                  "  PENGAJUAN PENDING: " WS-KAR-PENDENTE
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       025-IMPRIME-JENIS.
           MOVE NOKAR TO CT-NOKAR.
           MOVE TAHUN-DIMINTA TO CT-TAHUN.
           READ CUTI KEY IS CT-CHAVE
               INVALID KEY
               GO TO 025-99-FIM.
           COMPUTE WS-SALDO = CT-HAK + CT-BAWA - CT-DIAMBIL.
           MOVE WS-SALDO TO WS-DIBAWA.
           IF WS-DIBAWA > CT-MAX-BAWA
              MOVE CT-MAX-BAWA TO WS-DIBAWA.
           COMPUTE WS-HANGUS = WS-SALDO - WS-DIBAWA.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "  " CT-JENIS " " CT-HAK " " CT-BAWA "    "
                  CT-DIAMBIL "     " CT-LEBIH "   " WS-SALDO "   "
                  WS-DIBAWA "           " WS-HANGUS
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           ADD CT-HAK TO EMP-HAK.
           ADD CT-DIAMBIL TO EMP-DIAMBIL.
           ADD CT-LEBIH TO EMP-LEBIH.
           ADD WS-DIBAWA TO EMP-DIBAWA.
           ADD WS-HANGUS TO EMP-HANGUS.
       025-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-RESUMO.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "=" TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "RESUMO DA EMPRESA" TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "KARYAWAN NO LAPORAN ..: " WS-TOTAL-KARYAWAN
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "TOTAL HAK CUTI .......: " EMP-HAK " HARI"
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "TOTAL DIAMBIL ........: " EMP-DIAMBIL " HARI"
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "TOTAL MELEBIHI HAK ...: " EMP-LEBIH " HARI"
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "TOTAL KE TAHUN DEPAN .: " EMP-DIBAWA " HARI"
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "TOTAL HANGUS .........: " EMP-HANGUS " HARI"
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "TOTAL TANPA UPAH .....: " EMP-POTONG " HARI"
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "PENGAJUAN PENDING ....: " EMP-PENDENTE
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE KARYAWAN.
           CLOSE CUTI.
           CLOSE PCUTI.
           CLOSE LAPORAN.
           DISPLAY "KARYAWAN NO LAPORAN : " WS-TOTAL-KARYAWAN.
           DISPLAY "PENGAJUAN PENDING   : " EMP-PENDENTE.
           DISPLAY "LAPORAN DITULIS KE CUTITHN.TXT".
           GO TO 999-FIM.
      *----------------------------------------------------
       040-SOMA-PEDIDOS.
           MOVE NOKAR TO PC-NOKAR.
           COMPUTE PC-TGL-MULAI = TAHUN-DIMINTA * 10000.
           START PCUTI KEY IS NOT LESS THAN PC-CHAVE
               INVALID KEY
               GO TO 040-99-FIM.
       040-10-LE.
           READ PCUTI NEXT RECORD
               AT END
               GO TO 040-99-FIM.
           IF PC-NOKAR NOT = NOKAR
              OR PC-TGL-MULAI (1:4) NOT = TAHUN-DIMINTA
              GO TO 040-99-FIM.
           MOVE "S" TO WS-TEM-DADOS.
           IF PC-DISETUJUI
              ADD PC-HARI-POTONG TO WS-KAR-POTONG
              ADD PC-HARI-POTONG TO EMP-POTONG.
           IF PC-AGUARDANDO
              ADD 1 TO WS-KAR-PENDENTE
              ADD 1 TO EMP-PENDENTE.
           GO TO 040-10-LE.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-LAPORAN TO REG-LAPORAN.
           WRITE REG-LAPORAN.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
