       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TAGMAKAN.
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
           SELECT PHK ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-NOKAR
               FILE STATUS IS STATUS-PHK.
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
       COPY "recphk.cob".
      *
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TAGMAKAN.TXT".
       01  REG-RELATORIO          PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-MAKKAR      PIC X(02) VALUE "00".
           02  STATUS-POTMAKAN    PIC X(02) VALUE "00".
           02  STATUS-KARYAWAN    PIC X(02) VALUE "00".
           02  STATUS-PHK         PIC X(02) VALUE "00".
           02  STATUS-RELATORIO   PIC X(02) VALUE "00".
           02  WS-TEM-KARYAWAN    PIC X(01) VALUE "N".
           02  WS-TEM-PHK         PIC X(01) VALUE "N".
           02  WS-PERIODE         PIC X(06) VALUE SPACES.
           02  WS-TOTAL-KAR       PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-STRUK     PIC 9(07) VALUE ZEROS.
           02  WS-TOTAL-VALOR     PIC 9(11) VALUE ZEROS.
           02  WS-TOTAL-RECUSA    PIC 9(05) VALUE ZEROS.
           02  WS-VALOR-RECUSA    PIC 9(11) VALUE ZEROS.
           02  WS-VALOR-ED        PIC ZZ.ZZZ.ZZZ.ZZ9.
           02  WS-QTD-ED          PIC ZZZ9.
      *****  KARYAWAN EM QUEBRA (O MAKKAR ESTA EM ORDEM DE NOKAR)
       01  WS-KARYAWAN-ATUAL.
           02  WS-NOKAR-ANT       PIC 9(04) VALUE ZEROS.
           02  WS-NAMA-ANT        PIC X(20) VALUE SPACES.
           02  WS-KAR-OK          PIC X(01) VALUE "N".
           02  WS-SITUACAO-ANT    PIC X(20) VALUE SPACES.
           02  WS-QTD-KAR         PIC 9(04) VALUE ZEROS.
           02  WS-VALOR-KAR       PIC 9(08) VALUE ZEROS.
       01  WS-LINHA-RELATORIO     PIC X(80) VALUE SPACES.
       01  CONTROLE-ACESSO.
           02  GATE-PROGRAMA      PIC X(08) VALUE "TAGMAKAN".
           02  GATE-PERFIL        PIC X(01) VALUE "C".
           02  GATE-OPERADOR      PIC X(04) VALUE SPACES.
           02  GATE-OK            PIC X(01) VALUE "N".
       01  CONTROLE-GAJI.
           02  CG-FUNCAO          PIC X(01) VALUE "L".
           02  CG-PERIODE         PIC X(06) VALUE SPACES.
           02  CG-STATUS          PIC X(01) VALUE SPACES.
           02  CG-OPERADOR        PIC X(04) VALUE SPACES.
           02  CG-QTD             PIC 9(04) VALUE ZEROS.
           02  CG-BRUTO           PIC 9(11) VALUE ZEROS.
           02  CG-LIQUIDO         PIC 9(11) VALUE ZEROS.
           02  CG-HITUNGAN        PIC 9(03) VALUE ZEROS.
           02  CG-TGL             PIC 9(08) VALUE ZEROS.
           02  CG-CATATAN         PIC X(30) VALUE SPACES.
           02  CG-RESULTADO       PIC X(01) VALUE "N".
      *----------------------------------------------------
      * CORTE DA CONTA DE MAKAN KARYAWAN PARA A FOLHA. JUNTA
      * OS STRUK EM ABERTO DO MAKKAR.DAT ATE O FIM DO PERIODE
      * (YYYYMM) QUE AINDA NAO FORAM CORTADOS, MARCA NELES O
      * PERIODE E GRAVA UM TOTAL POR NOKAR NO POTMAKAN.DAT,
      * QUE O CONTOH (FOLHA) DESCONTA NO GAJI DO PERIODE.
      * KARYAWAN NONAKTIF OU COM PHK NAO ENTRA NA FOLHA: A
      * CONTA FICA EM ABERTO E SAI NA LISTA PARA COBRANCA
      * MANUAL. UMA NOVA EXECUCAO REFAZ O POTMAKAN DO
      * PERIODE; PERIODE JA DISETUJUI/RILIS/TUTUP NAO PODE
      * SER CORTADO. LISTAGEM EM TAGMAKAN.TXT.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** CORTE MAKAN KARYAWAN PARA FOLHA ***".
           CALL "ACESSOVAL" USING GATE-PROGRAMA GATE-PERFIL
               GATE-OPERADOR GATE-OK.
           IF GATE-OK NOT = "S"
              GO TO 999-FIM.
           DISPLAY "PERIODE GAJI (YYYYMM) : ".
           ACCEPT WS-PERIODE.
           IF WS-PERIODE = SPACES
              GO TO 999-FIM.
           MOVE "L" TO CG-FUNCAO.
           MOVE WS-PERIODE TO CG-PERIODE.
           CALL "GAJISTAT" USING CONTROLE-GAJI.
           IF CG-RESULTADO NOT = "S"
              DISPLAY "GAGAL MEMBACA GAJICTL.DAT."
              GO TO 999-FIM.
           IF CG-STATUS = "S" OR "R" OR "T"
              DISPLAY "PERIODE " WS-PERIODE " SUDAH DISETUJUI/"
                      "DIRILIS/DITUTUP (STATUS " CG-STATUS ")."
              DISPLAY "CORTE NAO PERMITIDO."
              GO TO 999-FIM.
           IF CG-STATUS = "H"
              DISPLAY "PERHATIAN: PERIODE " WS-PERIODE
                      " SUDAH DIHITUNG."
              DISPLAY "HITUNG ULANG GAJI (CONTOH) SETELAH CORTE.".
           OPEN I-O MAKKAR.
           IF STATUS-MAKKAR NOT = "00"
              DISPLAY "SEM MAKKAR.DAT. STATUS=" STATUS-MAKKAR
              GO TO 999-FIM.
           OPEN I-O POTMAKAN.
           IF STATUS-POTMAKAN = "35"
              OPEN OUTPUT POTMAKAN
              CLOSE POTMAKAN
              OPEN I-O POTMAKAN.
           IF STATUS-POTMAKAN NOT = "00"
              DISPLAY "GAGAL MEMBUKA POTMAKAN.DAT. STATUS="
                      STATUS-POTMAKAN
              CLOSE MAKKAR
              GO TO 999-FIM.
           OPEN INPUT KARYAWAN.
           IF STATUS-KARYAWAN = "00"
              MOVE "S" TO WS-TEM-KARYAWAN
           ELSE
              DISPLAY "KARYAWAN.DAT TIDAK ADA - CORTE CANCELADO."
              CLOSE MAKKAR
              CLOSE POTMAKAN
              GO TO 999-FIM.
           OPEN INPUT PHK.
           IF STATUS-PHK = "00"
              MOVE "S" TO WS-TEM-PHK.
           PERFORM 010-LIMPA-POTMAKAN THRU 010-99-FIM.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "CORTE MAKAN KARYAWAN - PERIODE GAJI " WS-PERIODE
                  "  OPERADOR " GATE-OPERADOR
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "NOKAR NAMA" TO WS-LINHA-RELATORIO.
           MOVE "STRUK" TO WS-LINHA-RELATORIO (28:5).
           MOVE "TOTAL  SITUACAO" TO WS-LINHA-RELATORIO (43:15).
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
      *----------------------------------------------------
       020-LE-MAKKAR.
           MOVE ZEROS TO MK-NOKAR MK-DATA MK-STRUK.
           START MAKKAR KEY IS NOT LESS THAN MK-CHAVE
               INVALID KEY
               MOVE "10" TO STATUS-MAKKAR.
           IF STATUS-MAKKAR NOT = "10"
              PERFORM 030-PROCESSA-STRUK THRU 030-99-FIM
                  UNTIL STATUS-MAKKAR = "10".
           IF WS-NOKAR-ANT NOT = ZEROS
              PERFORM 050-FECHA-KARYAWAN THRU 050-99-FIM.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       010-LIMPA-POTMAKAN.
           MOVE ZEROS TO PM-NOKAR.
           MOVE SPACES TO PM-PERIODE.
           START POTMAKAN KEY IS NOT LESS THAN PM-CHAVE
               INVALID KEY
               GO TO 010-99-FIM.
       010-01-LE.
           READ POTMAKAN NEXT RECORD
               AT END
               GO TO 010-99-FIM.
           IF PM-PERIODE = WS-PERIODE
              DELETE POTMAKAN RECORD.
           GO TO 010-01-LE.
       010-99-FIM.
           EXIT.
      *----------------------------------------------------
      * STRUK QUE ENTRA NO CORTE: EM ABERTO, DATA ATE O FIM
      * DO PERIODE E SEM CORTE ANTERIOR (OU DESTE MESMO
      * PERIODE, QUANDO O CORTE E REFEITO).
      *----------------------------------------------------
       030-PROCESSA-STRUK.
           READ MAKKAR NEXT RECORD
               AT END
               MOVE "10" TO STATUS-MAKKAR
               GO TO 030-99-FIM.
           IF NOT MK-ABERTO
              GO TO 030-99-FIM.
           IF MK-DATA (1:6) > WS-PERIODE
              GO TO 030-99-FIM.
           IF MK-PERIODE NOT = SPACES AND NOT = WS-PERIODE
              GO TO 030-99-FIM.
           IF MK-NOKAR = WS-NOKAR-ANT
              GO TO 030-05-ACUMULA.
           IF WS-NOKAR-ANT NOT = ZEROS
              PERFORM 050-FECHA-KARYAWAN THRU 050-99-FIM.
           PERFORM 040-NOVO-KARYAWAN THRU 040-99-FIM.
       030-05-ACUMULA.
           ADD 1 TO WS-QTD-KAR.
           ADD MK-VALOR TO WS-VALOR-KAR.
           IF WS-KAR-OK = "S"
              MOVE WS-PERIODE TO MK-PERIODE
           ELSE
              MOVE SPACES TO MK-PERIODE.
           REWRITE REG-MAKKAR
               INVALID KEY
               DISPLAY "GAGAL REGRAVAR MAKKAR " MK-NOKAR " "
                       MK-STRUK " STATUS=" STATUS-MAKKAR.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-NOVO-KARYAWAN.
           MOVE MK-NOKAR TO WS-NOKAR-ANT.
           MOVE ZEROS TO WS-QTD-KAR WS-VALOR-KAR.
           MOVE "S" TO WS-KAR-OK.
           MOVE "POTONG GAJI" TO WS-SITUACAO-ANT.
           MOVE MK-NOKAR TO NOKAR.
           READ KARYAWAN KEY IS NOKAR
               INVALID KEY
               MOVE "(NAO CADASTRADO)" TO WS-NAMA-ANT
               MOVE "N" TO WS-KAR-OK
               MOVE "TAGIH MANUAL" TO WS-SITUACAO-ANT
               GO TO 040-99-FIM.
           MOVE NAMA-KAR TO WS-NAMA-ANT.
           IF NOT KAR-AKTIF
              MOVE "N" TO WS-KAR-OK
              MOVE "NONAKTIF-TAGIH MANUAL" TO WS-SITUACAO-ANT
              GO TO 040-99-FIM.
           IF WS-TEM-PHK NOT = "S"
              GO TO 040-99-FIM.
           MOVE MK-NOKAR TO PH-NOKAR.
           READ PHK KEY IS PH-NOKAR
               INVALID KEY
               GO TO 040-99-FIM.
           MOVE "N" TO WS-KAR-OK.
           MOVE "PHK-TAGIH MANUAL" TO WS-SITUACAO-ANT.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-FECHA-KARYAWAN.
           IF WS-KAR-OK = "S"
              GO TO 050-05-POTMAKAN.
           ADD 1 TO WS-TOTAL-RECUSA.
           ADD WS-VALOR-KAR TO WS-VALOR-RECUSA.
           GO TO 050-10-LISTA.
       050-05-POTMAKAN.
           MOVE SPACES TO REG-POTMAKAN.
           MOVE WS-NOKAR-ANT TO PM-NOKAR.
           MOVE WS-PERIODE TO PM-PERIODE.
           MOVE WS-NAMA-ANT TO PM-NAMA.
           MOVE WS-QTD-KAR TO PM-QTD.
           MOVE WS-VALOR-KAR TO PM-TOTAL.
           MOVE ZEROS TO PM-POTONG.
           MOVE "A" TO PM-SITUACAO.
           WRITE REG-POTMAKAN
               INVALID KEY
               DISPLAY "GAGAL GRAVAR POTMAKAN " WS-NOKAR-ANT
                       " STATUS=" STATUS-POTMAKAN.
           ADD 1 TO WS-TOTAL-KAR.
           ADD WS-QTD-KAR TO WS-TOTAL-STRUK.
           ADD WS-VALOR-KAR TO WS-TOTAL-VALOR.
       050-10-LISTA.
           MOVE WS-QTD-KAR TO WS-QTD-ED.
           MOVE WS-VALOR-KAR TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-NOKAR-ANT "  " WS-NAMA-ANT "  " WS-QTD-ED
                  " " WS-VALOR-ED "  " WS-SITUACAO-ANT
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       050-99-FIM.
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
           CLOSE POTMAKAN.
           CLOSE KARYAWAN.
           IF WS-TEM-PHK = "S"
              CLOSE PHK.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE WS-TOTAL-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "PARA A FOLHA: " WS-TOTAL-KAR " KARYAWAN  "
                  WS-TOTAL-STRUK " STRUK  RP." WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE WS-VALOR-RECUSA TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "TAGIH MANUAL: " WS-TOTAL-RECUSA " KARYAWAN  "
                  "RP." WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           DISPLAY "KARYAWAN PARA A FOLHA ..: " WS-TOTAL-KAR.
           MOVE WS-TOTAL-VALOR TO WS-VALOR-ED.
           DISPLAY "TOTAL A DESCONTAR ...RP.: " WS-VALOR-ED.
           DISPLAY "TAGIH MANUAL ...........: " WS-TOTAL-RECUSA.
           DISPLAY "RELATORIO GRAVADO EM TAGMAKAN.TXT".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA TAGMAKAN ---------***
