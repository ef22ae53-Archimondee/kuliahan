       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RELMAKAN.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAKKAR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-CHAVE
               FILE STATUS IS STATUS-MAKKAR.
           SELECT POTMAKAN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS STATUS-POTMAKAN.
           SELECT KARYAWAN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOKAR
               FILE STATUS IS STATUS-KARYAWAN.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       COPY "recmakar.cob".
      *
       COPY "recpotmk.cob".
      *
       COPY "reckar.cob".
      *
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELMAKAN.TXT".
       01  REG-RELATORIO          PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-MAKKAR      PIC X(02) VALUE "00".
           02  STATUS-POTMAKAN    PIC X(02) VALUE "00".
           02  STATUS-KARYAWAN    PIC X(02) VALUE "00".
           02  STATUS-RELATORIO   PIC X(02) VALUE "00".
           02  WS-TEM-POTMAKAN    PIC X(01) VALUE "N".
           02  WS-TEM-KARYAWAN    PIC X(01) VALUE "N".
           02  WS-BULAN           PIC X(06) VALUE SPACES.
           02  WS-NOKAR-PEDIDO    PIC 9(04) VALUE ZEROS.
           02  WS-LIMITE          PIC 9(08) VALUE 500000.
           02  WS-TOTAL-KAR       PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-STRUK     PIC 9(07) VALUE ZEROS.
           02  WS-TOTAL-VALOR     PIC 9(11) VALUE ZEROS.
           02  WS-VALOR-ED        PIC ZZ.ZZZ.ZZZ.ZZ9.
           02  WS-SITUACAO        PIC X(16) VALUE SPACES.
           02  WS-DOCUMENTO       PIC X(17) VALUE SPACES.
      *****  KARYAWAN EM QUEBRA (O MAKKAR ESTA EM ORDEM DE NOKAR)
       01  WS-KARYAWAN-ATUAL.
           02  WS-NOKAR-ANT       PIC 9(04) VALUE ZEROS.
           02  WS-QTD-KAR         PIC 9(04) VALUE ZEROS.
           02  WS-VALOR-KAR       PIC 9(08) VALUE ZEROS.
           02  WS-SISA-LIMITE     PIC 9(08) VALUE ZEROS.
       01  WS-LINHA-RELATORIO     PIC X(80) VALUE SPACES.
       01  CAMPOS-PARAMETER.
           02  PRM-KODE           PIC X(12) VALUE SPACES.
           02  PRM-TGL            PIC 9(08) VALUE ZEROS.
           02  PRM-NILAI          PIC 9(09)V99 VALUE ZEROS.
           02  PRM-BERLAKU        PIC 9(08) VALUE ZEROS.
           02  PRM-HASIL          PIC X(01) VALUE "N".
      *----------------------------------------------------
      * EXTRATO MENSAL DA CONTA DE MAKAN KARYAWAN (MAKKAR.DAT)
      * PARA O KANTIN E O HRD: POR NOKAR, CADA STRUK DO MES
      * (DATA, HORA, KASIR, VALOR E SITUACAO - BELUM DICORTE,
      * CORTADO PARA A FOLHA DE UM PERIODE OU LUNAS), O TOTAL
      * DO MES CONTRA O LIMITE (PARAMETRO LIMITMAKAN) E O
      * DESCONTO NA FOLHA DO PERIODE (POTMAKAN.DAT). NOKAR 0
      * LISTA TODOS. GRAVA EM RELMAKAN.TXT.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** EXTRATO MAKAN KARYAWAN ***".
           DISPLAY "BULAN (YYYYMM) : ".
           ACCEPT WS-BULAN.
           IF WS-BULAN = SPACES
              GO TO 999-FIM.
           DISPLAY "NOKAR (0 = SEMUA) : ".
           ACCEPT WS-NOKAR-PEDIDO.
           MOVE "LIMITMAKAN" TO PRM-KODE.
           MOVE WS-BULAN TO PRM-TGL (1:6).
           MOVE "31" TO PRM-TGL (7:2).
           CALL "PARAMVAL" USING CAMPOS-PARAMETER.
           IF PRM-HASIL = "S"
              MOVE PRM-NILAI TO WS-LIMITE.
           OPEN INPUT MAKKAR.
           IF STATUS-MAKKAR NOT = "00"
              DISPLAY "SEM MAKKAR.DAT. STATUS=" STATUS-MAKKAR
              GO TO 999-FIM.
           OPEN INPUT POTMAKAN.
           IF STATUS-POTMAKAN = "00"
              MOVE "S" TO WS-TEM-POTMAKAN.
           OPEN INPUT KARYAWAN.
           IF STATUS-KARYAWAN = "00"
              MOVE "S" TO WS-TEM-KARYAWAN.
           OPEN OUTPUT RELATORIO.
           MOVE WS-LIMITE TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "EXTRATO MAKAN KARYAWAN - BULAN " WS-BULAN
                  "  LIMITE RP." WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
      *----------------------------------------------------
       010-LE-MAKKAR.
           MOVE WS-NOKAR-PEDIDO TO MK-NOKAR.
           MOVE ZEROS TO MK-DATA MK-STRUK.
           START MAKKAR KEY IS NOT LESS THAN MK-CHAVE
               INVALID KEY
               MOVE "10" TO STATUS-MAKKAR.
           IF STATUS-MAKKAR NOT = "10"
              PERFORM 020-PROCESSA-STRUK THRU 020-99-FIM
                  UNTIL STATUS-MAKKAR = "10".
           IF WS-NOKAR-ANT NOT = ZEROS
              PERFORM 040-FECHA-KARYAWAN THRU 040-99-FIM.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-PROCESSA-STRUK.
           READ MAKKAR NEXT RECORD
               AT END
               MOVE "10" TO STATUS-MAKKAR
               GO TO 020-99-FIM.
           IF WS-NOKAR-PEDIDO NOT = ZEROS
              AND MK-NOKAR NOT = WS-NOKAR-PEDIDO
              MOVE "10" TO STATUS-MAKKAR
              GO TO 020-99-FIM.
           IF MK-DATA (1:6) NOT = WS-BULAN
              GO TO 020-99-FIM.
           IF MK-NOKAR = WS-NOKAR-ANT
              GO TO 020-05-LINHA.
           IF WS-NOKAR-ANT NOT = ZEROS
              PERFORM 040-FECHA-KARYAWAN THRU 040-99-FIM.
           PERFORM 030-NOVO-KARYAWAN THRU 030-99-FIM.
       020-05-LINHA.
           ADD 1 TO WS-QTD-KAR.
           ADD MK-VALOR TO WS-VALOR-KAR.
           MOVE SPACES TO WS-DOCUMENTO.
           IF MK-SALDO
              STRING "SALDO DARI " MK-ORIGEM
                  DELIMITED BY SIZE INTO WS-DOCUMENTO
           ELSE
              STRING "STRUK " MK-STRUK " " MK-KASIR
                  DELIMITED BY SIZE INTO WS-DOCUMENTO.
           MOVE SPACES TO WS-SITUACAO.
           IF MK-LUNAS
              STRING "LUNAS " MK-PERIODE
                  DELIMITED BY SIZE INTO WS-SITUACAO
           ELSE
              IF MK-PERIODE = SPACES
                 MOVE "BELUM DICORTE" TO WS-SITUACAO
              ELSE
                 STRING "CORTE " MK-PERIODE
                     DELIMITED BY SIZE INTO WS-SITUACAO.
           MOVE MK-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "  " MK-DATA (7:2) "/" MK-DATA (5:2) "/"
                  MK-DATA (1:4) " " MK-HORA (1:2) ":" MK-HORA (3:2)
                  "  " WS-DOCUMENTO " " WS-VALOR-ED "  " WS-SITUACAO
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-NOVO-KARYAWAN.
           MOVE MK-NOKAR TO WS-NOKAR-ANT.
           MOVE ZEROS TO WS-QTD-KAR WS-VALOR-KAR.
           ADD 1 TO WS-TOTAL-KAR.
           MOVE "(NAO CADASTRADO)" TO NAMA-KAR.
           MOVE ZEROS TO DEPT-KAR.
           MOVE SPACES TO AKTIF-KAR.
           IF WS-TEM-KARYAWAN = "S"
              MOVE MK-NOKAR TO NOKAR
              READ KARYAWAN KEY IS NOKAR
                  INVALID KEY
                  MOVE "(NAO CADASTRADO)" TO NAMA-KAR
                  MOVE ZEROS TO DEPT-KAR
                  MOVE SPACES TO AKTIF-KAR.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "NOKAR " WS-NOKAR-ANT "  " NAMA-KAR "  DEPT "
                  DEPT-KAR "  STATUS " AKTIF-KAR
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-FECHA-KARYAWAN.
           ADD WS-QTD-KAR TO WS-TOTAL-STRUK.
           ADD WS-VALOR-KAR TO WS-TOTAL-VALOR.
           MOVE ZEROS TO WS-SISA-LIMITE.
           IF WS-LIMITE > WS-VALOR-KAR
              COMPUTE WS-SISA-LIMITE = WS-LIMITE - WS-VALOR-KAR.
           MOVE WS-VALOR-KAR TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "  TOTAL DO MES (" WS-QTD-KAR " STRUK) ......RP."
                  WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE WS-SISA-LIMITE TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "  SISA LIMITE ...................RP." WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           IF WS-TEM-POTMAKAN NOT = "S"
              GO TO 040-99-FIM.
           MOVE WS-NOKAR-ANT TO PM-NOKAR.
           MOVE WS-BULAN TO PM-PERIODE.
           READ POTMAKAN KEY IS PM-CHAVE
               INVALID KEY
               GO TO 040-99-FIM.
           MOVE PM-TOTAL TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "  CORTE FOLHA " WS-BULAN " (" PM-QTD
                  " STRUK) ......RP." WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE PM-POTONG TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           IF PM-FECHADO
              STRING "  DIPOTONG GAJI (PERIODE TUTUP) .RP." WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           ELSE
              STRING "  DIPOTONG GAJI .................RP." WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           CLOSE MAKKAR.
           IF WS-TEM-POTMAKAN = "S"
              CLOSE POTMAKAN.
           IF WS-TEM-KARYAWAN = "S"
              CLOSE KARYAWAN.
           MOVE ALL "=" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE WS-TOTAL-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "KARYAWAN: " WS-TOTAL-KAR "  STRUK: " WS-TOTAL-STRUK
                  "  TOTAL RP." WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           DISPLAY "KARYAWAN LISTADOS ......: " WS-TOTAL-KAR.
           DISPLAY "TOTAL DO MES ........RP.: " WS-VALOR-ED.
           DISPLAY "RELATORIO GRAVADO EM RELMAKAN.TXT".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA RELMAKAN ---------***
