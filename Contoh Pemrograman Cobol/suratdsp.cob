       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURATDISIPLIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POINDSP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KUNCI-POIN
               FILE STATUS IS ERR-POIN.
           SELECT DISIPLIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-DISIPLIN
               FILE STATUS IS ERR-DSP.
           SELECT PELANGGARAN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KODE-PLR
               FILE STATUS IS ERR-PLR.
           SELECT DSPCTL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERR-CTL.
           SELECT MHS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPM
               FILE STATUS IS ERR.
           SELECT WALIMURID ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPM-WALI
               FILE STATUS IS ERR-WALI.
           SELECT SURAT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-SURAT.
       DATA DIVISION.
       FILE SECTION.
       COPY "recpoin.cob".
       COPY "recdisip.cob".
       COPY "recplgr.cob".
       COPY "recdsctl.cob".
       COPY "recmhs.cob".
       COPY "recwali.cob".
       FD  SURAT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'SURATDSP.TXT'.
       01  REG-SURAT PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 ERR PIC XX.
       77 ERR-POIN PIC XX.
       77 ERR-DSP PIC XX.
       77 ERR-PLR PIC XX.
       77 ERR-CTL PIC XX.
       77 ERR-WALI PIC XX.
       77 ERR-SURAT PIC XX.
       77 TEM-WALI PIC X VALUE 'N'.
       77 TEM-PLR PIC X VALUE 'N'.
       77 TAHUN-DIMINTA PIC 9(4).
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       01 BATAS-SURAT.
           02 BATAS-PERINGATAN PIC 9(4) VALUE 25.
           02 BATAS-PANGGILAN PIC 9(4) VALUE 50.
           02 BATAS-SKORSING PIC 9(4) VALUE 75.
       77 WS-NIVEL PIC 9 VALUE ZEROS.
       77 WS-NAMA-PLR PIC X(30).
       77 WS-TOTAL-LIDOS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-SURAT PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-SP1 PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-SP2 PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-SP3 PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-SEM-WALI PIC 9(05) VALUE ZEROS.
       77 WS-LINHA-SURAT PIC X(80).
      *----------------------------------------------------
      * SURAT DE ESCALONAMENTO DISCIPLINAR PARA O WALI DO
      * SISWA (WALIMRD.DAT). PARA CADA NPM DO TAHUN NO
      * POINDSP.DAT, O NIVEL ALCANCADO PELO TOTAL DE POIN
      * (BATAS EM DISIPLIN.CTL, PADRAO 25/50/75) E COMPARADO
      * COM O NIVEL DA ULTIMA SURAT EMITIDA; SO SAI SURAT
      * QUANDO O NIVEL SOBE: 1 = PERINGATAN, 2 = PANGGILAN
      * ORANG TUA, 3 = SKORSING. SEM WALI CADASTRADO A SURAT
      * FICA PENDENTE E SAI NA PROXIMA RODADA.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** SURAT PELANGGARAN DISIPLIN PARA O WALI ***".
           DISPLAY "TAHUN (YYYY) : ".
           ACCEPT TAHUN-DIMINTA.
           IF TAHUN-DIMINTA = ZEROS
              GO TO 001-INICIO.
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           OPEN INPUT DSPCTL.
           IF ERR-CTL = "00"
              READ DSPCTL
                  NOT AT END
                  MOVE CTL-BATAS-PERINGATAN TO BATAS-PERINGATAN
                  MOVE CTL-BATAS-PANGGILAN TO BATAS-PANGGILAN
                  MOVE CTL-BATAS-SKORSING TO BATAS-SKORSING
              END-READ
              CLOSE DSPCTL.
           OPEN I-O POINDSP.
           IF ERR-POIN NOT = "00"
              DISPLAY "GAGAL MEMBUKA POINDSP.DAT. STATUS=" ERR-POIN
              GO TO 999-FIM.
           OPEN INPUT DISIPLIN.
           IF ERR-DSP NOT = "00"
              DISPLAY "GAGAL MEMBUKA DISIPLIN.DAT. STATUS=" ERR-DSP
              CLOSE POINDSP
              GO TO 999-FIM.
           OPEN INPUT MHS.
           IF ERR NOT = "00"
              DISPLAY "GAGAL MEMBUKA DATA.TXT. STATUS=" ERR
              CLOSE POINDSP
              CLOSE DISIPLIN
              GO TO 999-FIM.
           OPEN INPUT PELANGGARAN.
           IF ERR-PLR = "00"
              MOVE "S" TO TEM-PLR.
           OPEN INPUT WALIMURID.
           IF ERR-WALI = "00"
              MOVE "S" TO TEM-WALI.
           OPEN OUTPUT SURAT.
      *----------------------------------------------------
       010-LE-POIN.
           PERFORM 020-PROCESSA-POIN THRU 020-99-FIM
               UNTIL ERR-POIN = "10".
           CLOSE POINDSP.
           CLOSE DISIPLIN.
           CLOSE MHS.
           IF TEM-PLR = "S"
              CLOSE PELANGGARAN.
           IF TEM-WALI = "S"
              CLOSE WALIMURID.
           CLOSE SURAT.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-PROCESSA-POIN.
           READ POINDSP NEXT RECORD
               AT END
               MOVE "10" TO ERR-POIN
               GO TO 020-99-FIM.
           IF TAHUN-POIN NOT = TAHUN-DIMINTA
              GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-LIDOS.
           MOVE ZEROS TO WS-NIVEL.
           IF TOTAL-POIN NOT < BATAS-PERINGATAN
              MOVE 1 TO WS-NIVEL.
           IF TOTAL-POIN NOT < BATAS-PANGGILAN
              MOVE 2 TO WS-NIVEL.
           IF TOTAL-POIN NOT < BATAS-SKORSING
              MOVE 3 TO WS-NIVEL.
           IF WS-NIVEL NOT > NIVEL-SURAT-POIN
              GO TO 020-99-FIM.
           MOVE NPM-POIN TO NPM.
           READ MHS KEY IS NPM
               INVALID KEY
               GO TO 020-99-FIM.
           IF MHS-KELUAR
              GO TO 020-99-FIM.
           MOVE SPACES TO REG-WALIMURID.
           IF TEM-WALI = "S"
              MOVE NPM-POIN TO NPM-WALI
              READ WALIMURID
                  INVALID KEY
                  MOVE SPACES TO NAMA-WALI.
           IF NAMA-WALI = SPACES
              ADD 1 TO WS-TOTAL-SEM-WALI
              DISPLAY "SEM WALI CADASTRADO: " NPM-POIN " " NAMA
              GO TO 020-99-FIM.
           PERFORM 050-GERA-SURAT THRU 050-99-FIM.
           MOVE WS-NIVEL TO NIVEL-SURAT-POIN.
           MOVE TGL-HARI-INI TO TGL-SURAT-POIN.
           REWRITE REG-POINDSP
               INVALID KEY
               DISPLAY "ERRO AO GRAVAR POINDSP " NPM-POIN
                       " STATUS=" ERR-POIN.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-GERA-SURAT.
           ADD 1 TO WS-TOTAL-SURAT.
           MOVE ALL "=" TO WS-LINHA-SURAT.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           IF WS-NIVEL = 1
              ADD 1 TO WS-TOTAL-SP1
              MOVE "SURAT PERINGATAN DISIPLIN" TO WS-LINHA-SURAT.
           IF WS-NIVEL = 2
              ADD 1 TO WS-TOTAL-SP2
              MOVE "SURAT PANGGILAN ORANG TUA / WALI"
                TO WS-LINHA-SURAT.
           IF WS-NIVEL = 3
              ADD 1 TO WS-TOTAL-SP3
              MOVE "SURAT PEMBERITAHUAN SKORSING" TO WS-LINHA-SURAT.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-SURAT.
           STRING "TANGGAL: " TGL-HARI-INI
               DELIMITED BY SIZE INTO WS-LINHA-SURAT.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-SURAT.
           STRING "KEPADA: " NAMA-WALI " (" HUBUNGAN-WALI ")"
               DELIMITED BY SIZE INTO WS-LINHA-SURAT.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-SURAT.
           STRING "ALAMAT: " ALAMAT-WALI
               DELIMITED BY SIZE INTO WS-LINHA-SURAT.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-SURAT.
           STRING "TELP  : " TELP-WALI
               DELIMITED BY SIZE INTO WS-LINHA-SURAT.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-SURAT.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-SURAT.
           STRING "DENGAN HORMAT, SISWA " NAMA " KELAS " KELAS
               DELIMITED BY SIZE INTO WS-LINHA-SURAT.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-SURAT.
           STRING "(NPM " NPM-POIN ") MENGUMPULKAN " TOTAL-POIN
                  " POIN PELANGGARAN NO TAHUN " TAHUN-DIMINTA ":"
               DELIMITED BY SIZE INTO WS-LINHA-SURAT.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           PERFORM 060-LISTA-PELANGGARAN THRU 060-99-FIM.
           MOVE SPACES TO WS-LINHA-SURAT.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           IF WS-NIVEL = 1
              MOVE "MOHON BIMBINGAN DAN PERHATIAN DARI WALI."
                TO WS-LINHA-SURAT.
           IF WS-NIVEL = 2
              MOVE "WALI DIMINTA DATANG KE SEKOLAH DALAM 7 HARI."
                TO WS-LINHA-SURAT.
           IF WS-NIVEL = 3
              MOVE "SISWA DISKORSING. WALI WAJIB DATANG KE SEKOLAH."
                TO WS-LINHA-SURAT.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "=" TO WS-LINHA-SURAT.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
       060-LISTA-PELANGGARAN.
           MOVE NPM-POIN TO NPM-DSP.
           COMPUTE TGL-DSP = TAHUN-DIMINTA * 10000.
           MOVE ZEROS TO SEQ-DSP.
           START DISIPLIN KEY IS NOT LESS THAN KUNCI-DISIPLIN
               INVALID KEY
               GO TO 060-99-FIM.
       060-01-LE.
           READ DISIPLIN NEXT RECORD
               AT END
               GO TO 060-99-FIM.
           IF NPM-DSP NOT = NPM-POIN
              GO TO 060-99-FIM.
           IF TGL-DSP (1:4) NOT = TAHUN-DIMINTA
              GO TO 060-99-FIM.
           MOVE KETERANGAN-DSP TO WS-NAMA-PLR.
           IF TEM-PLR = "S"
              MOVE KODE-PLR-DSP TO KODE-PLR
              READ PELANGGARAN KEY IS KODE-PLR
                  NOT INVALID KEY
                  MOVE NAMA-PLR TO WS-NAMA-PLR.
           MOVE SPACES TO WS-LINHA-SURAT.
           STRING "  " TGL-DSP "  " WS-NAMA-PLR " " POIN-DSP " POIN"
               DELIMITED BY SIZE INTO WS-LINHA-SURAT.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           GO TO 060-01-LE.
       060-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-SURAT TO REG-SURAT.
           WRITE REG-SURAT.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           DISPLAY "------------------------------------------------".
           DISPLAY "SISWA COM POIN NO TAHUN ....: " WS-TOTAL-LIDOS.
           DISPLAY "SURAT GERADAS ..............: " WS-TOTAL-SURAT.
           DISPLAY "  PERINGATAN ...............: " WS-TOTAL-SP1.
           DISPLAY "  PANGGILAN ORANG TUA ......: " WS-TOTAL-SP2.
           DISPLAY "  SKORSING .................: " WS-TOTAL-SP3.
           DISPLAY "SEM WALI CADASTRADO ........: "
                   WS-TOTAL-SEM-WALI.
           DISPLAY "SURAT GRAVADAS EM SURATDSP.TXT".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA SURATDISIPLIN ---------***
