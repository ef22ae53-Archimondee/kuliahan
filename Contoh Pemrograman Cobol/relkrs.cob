       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELKRS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KRS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KUNCI-KRS
               FILE STATUS IS ERR-KRS.
           SELECT MATKUL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KODE-MK
               FILE STATUS IS ERR-MATKUL.
           SELECT LAPORAN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-LAPORAN.
       DATA DIVISION.
       FILE SECTION.
       COPY "reckrs.cob".
       COPY "recmk.cob".
       FD  LAPORAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'KRSREL.TXT'.
       01  REG-LAPORAN PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 ERR-KRS PIC XX.
       77 ERR-MATKUL PIC XX.
       77 ERR-LAPORAN PIC XX.
       77 PERIODE-DIMINTA PIC X(6).
       01 TABELA-MK.
           02 QTD-MK PIC 9(3) COMP VALUE ZEROS.
           02 IDX-MK PIC 9(3) COMP VALUE ZEROS.
           02 MK-OCORRENCIA OCCURS 300 TIMES.
               03 TAB-KODE-MK PIC X(6).
               03 TAB-ALUNOS PIC 9(5).
               03 TAB-SKS PIC 9(2).
               03 TAB-LISTADO PIC X.
       77 WS-ALUNOS-USADO PIC 9(5) VALUE ZEROS.
       77 WS-TOTAL-INSCRICOES PIC 9(6) VALUE ZEROS.
       77 WS-TOTAL-SKS PIC 9(7) VALUE ZEROS.
       77 WS-TOTAL-MK PIC 9(5) VALUE ZEROS.
       77 WS-LINHA-LAPORAN PIC X(80).
      *----------------------------------------------------
      * QUANTIDADE DE INSCRITOS (KRS) POR MATA KULIAH NO
      * PERIODE. UMA PASSADA NO KRS.DAT ACUMULA OS INSCRITOS
      * POR KODE; DEPOIS O MATKUL.DAT E LIDO EM ORDEM DE
      * KODE (INCLUSIVE MATA KULIAH SEM INSCRITOS). KODES
      * DO KRS QUE NAO EXISTEM MAIS NO MATKUL.DAT SAEM NO
      * FIM COMO (SEM CADASTRO).
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** INSCRITOS POR MATA KULIAH (KRS) ***".
           DISPLAY "PERIODE AKADEMIK (EX: 20261) : ".
           ACCEPT PERIODE-DIMINTA.
           IF PERIODE-DIMINTA = SPACES
              GO TO 001-INICIO.
           OPEN INPUT KRS.
           IF ERR-KRS NOT = "00"
              DISPLAY "GAGAL MEMBUKA KRS.DAT. STATUS=" ERR-KRS
              GO TO 999-FIM.
           PERFORM 010-ACUMULA-KRS THRU 010-99-FIM
               UNTIL ERR-KRS = "10".
           CLOSE KRS.
           OPEN OUTPUT LAPORAN.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "INSCRITOS POR MATA KULIAH - PERIODE "
                  PERIODE-DIMINTA
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "KODE   MATA KULIAH               SKS  INSCRITOS"
               TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           OPEN INPUT MATKUL.
           IF ERR-MATKUL = "00"
              PERFORM 030-LISTA-MATKUL THRU 030-99-FIM
                  UNTIL ERR-MATKUL = "10"
              CLOSE MATKUL.
           PERFORM 040-LISTA-SEM-CADASTRO THRU 040-99-FIM
               VARYING IDX-MK FROM 1 BY 1
               UNTIL IDX-MK > QTD-MK.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       010-ACUMULA-KRS.
           READ KRS NEXT RECORD
               AT END
               MOVE "10" TO ERR-KRS
               GO TO 010-99-FIM.
           IF PERIODE-KRS NOT = PERIODE-DIMINTA
              GO TO 010-99-FIM.
           ADD 1 TO WS-TOTAL-INSCRICOES.
           ADD SKS-KRS TO WS-TOTAL-SKS.
           PERFORM 020-PROCURA-MK THRU 020-99-FIM.
           IF IDX-MK > QTD-MK
              IF QTD-MK < 300
                 ADD 1 TO QTD-MK
                 MOVE MK-KRS TO TAB-KODE-MK (QTD-MK)
                 MOVE ZEROS TO TAB-ALUNOS (QTD-MK)
                 MOVE SKS-KRS TO TAB-SKS (QTD-MK)
                 MOVE "N" TO TAB-LISTADO (QTD-MK)
              ELSE
                 DISPLAY "TABELA DE MATA KULIAH CHEIA (300) - "
                         MK-KRS " IGNORADA."
                 GO TO 010-99-FIM.
           ADD 1 TO TAB-ALUNOS (IDX-MK).
       010-99-FIM.
           EXIT.
      *----------------------------------------------------
       020-PROCURA-MK.
           MOVE ZEROS TO IDX-MK.
       020-01-PROCURA.
           ADD 1 TO IDX-MK.
           IF IDX-MK > QTD-MK
              GO TO 020-99-FIM.
           IF TAB-KODE-MK (IDX-MK) = MK-KRS
              GO TO 020-99-FIM.
           GO TO 020-01-PROCURA.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-LISTA-MATKUL.
           READ MATKUL NEXT RECORD
               AT END
               MOVE "10" TO ERR-MATKUL
               GO TO 030-99-FIM.
           ADD 1 TO WS-TOTAL-MK.
           MOVE KODE-MK TO MK-KRS.
           PERFORM 020-PROCURA-MK THRU 020-99-FIM.
           MOVE ZEROS TO WS-ALUNOS-USADO.
           IF IDX-MK NOT > QTD-MK
              MOVE TAB-ALUNOS (IDX-MK) TO WS-ALUNOS-USADO
              MOVE "S" TO TAB-LISTADO (IDX-MK).
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING KODE-MK " " NAMA-MK " " SKS-MK "   "
                  WS-ALUNOS-USADO
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-LISTA-SEM-CADASTRO.
           IF TAB-LISTADO (IDX-MK) = "S"
              GO TO 040-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING TAB-KODE-MK (IDX-MK) " (SEM CADASTRO)           "
                  TAB-SKS (IDX-MK) "   " TAB-ALUNOS (IDX-MK)
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       040-99-FIM.
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
           STRING "INSCRICOES: " WS-TOTAL-INSCRICOES
                  " SKS: " WS-TOTAL-SKS
                  " MATA KULIAH NO MATKUL: " WS-TOTAL-MK
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE LAPORAN.
           DISPLAY "INSCRICOES NO PERIODE : " WS-TOTAL-INSCRICOES.
           DISPLAY "TOTAL DE SKS ......... : " WS-TOTAL-SKS.
           DISPLAY "RELATORIO GRAVADO EM KRSREL.TXT".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA RELKRS ---------***
