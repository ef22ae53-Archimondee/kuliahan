       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSPONSOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAGIHAN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-TAGIHAN
               FILE STATUS IS ERR-TAGIHAN.
           SELECT MHS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPM
               FILE STATUS IS ERR.
           SELECT LAPORAN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-LAPORAN.
       DATA DIVISION.
       FILE SECTION.
       COPY "rectagih.cob".
       COPY "recmhs.cob".
       FD  LAPORAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'SPONSOR.TXT'.
       01  REG-LAPORAN PIC X(90).
      *
       WORKING-STORAGE SECTION.
       77 ERR PIC XX.
       77 ERR-TAGIHAN PIC XX.
       77 ERR-LAPORAN PIC XX.
       77 TEM-MHS PIC X VALUE 'N'.
       77 PERIODE-DIMINTA PIC X(6).
       77 SPONSOR-ATUAL PIC X(20) VALUE SPACES.
       77 WS-NAMA-USADO PIC X(25) VALUE SPACES.
       01 TABELA-SPONSOR.
           02 QTD-SPONSOR PIC 9(3) COMP VALUE ZEROS.
           02 IDX-SPONSOR PIC 9(3) COMP VALUE ZEROS.
           02 SPONSOR-OCORRENCIA OCCURS 100 TIMES.
               03 SPO-NOME PIC X(20).
       77 WS-QTD-SPONSOR PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-SPONSOR PIC 9(11) VALUE ZEROS.
       77 WS-TOTAL-SPONSORS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-ALUNOS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-VALOR PIC 9(11) VALUE ZEROS.
       77 WS-LINHA-LAPORAN PIC X(90).
      *----------------------------------------------------
      * VALORES A FATURAR A CADA SPONSOR NO PERIODE: SOMA DA
      * POTONGAN DE BEASISWA GRAVADA NAS TAGIHAN PELO
      * TAGIHGEN. UMA PRIMEIRA PASSADA COLETA OS SPONSORS
      * DISTINTOS DO PERIODE; DEPOIS CADA SPONSOR E LISTADO
      * COM SEUS ALUNOS, BRUTO, POTONGAN E SUBTOTAL.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** TAGIHAN A SPONSORS DE BEASISWA ***".
           DISPLAY "PERIODE AKADEMIK (EX: 20261) : ".
           ACCEPT PERIODE-DIMINTA.
           IF PERIODE-DIMINTA = SPACES
              GO TO 001-INICIO.
           OPEN INPUT TAGIHAN.
           IF ERR-TAGIHAN NOT = "00"
              DISPLAY "GAGAL MEMBUKA TAGIHAN.DAT. STATUS=" ERR-TAGIHAN
              GO TO 999-FIM.
           OPEN INPUT MHS.
           IF ERR = "00"
              MOVE "S" TO TEM-MHS.
           OPEN OUTPUT LAPORAN.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "VALORES A FATURAR AOS SPONSORS - PERIODE "
                  PERIODE-DIMINTA
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
      *----------------------------------------------------
       010-COLETA-SPONSORS.
           PERFORM 015-LE-TAGIHAN THRU 015-99-FIM
               UNTIL ERR-TAGIHAN = "10".
           MOVE ZEROS TO IDX-SPONSOR.
       012-PROXIMO-SPONSOR.
           ADD 1 TO IDX-SPONSOR.
           IF IDX-SPONSOR > QTD-SPONSOR
              GO TO 900-IMPRIME-TOTAIS.
           MOVE SPO-NOME (IDX-SPONSOR) TO SPONSOR-ATUAL.
           MOVE ZEROS TO WS-QTD-SPONSOR.
           MOVE ZEROS TO WS-VALOR-SPONSOR.
           MOVE ALL "-" TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "SPONSOR " SPONSOR-ATUAL
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "  NPM      NAMA                         BRUTO"
               TO WS-LINHA-LAPORAN.
           MOVE "POTONGAN" TO WS-LINHA-LAPORAN (51:8).
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE LOW-VALUES TO KUNCI-TAGIHAN.
           START TAGIHAN KEY IS NOT LESS THAN KUNCI-TAGIHAN
               INVALID KEY
               MOVE "10" TO ERR-TAGIHAN.
           IF ERR-TAGIHAN NOT = "10"
              MOVE "00" TO ERR-TAGIHAN
              PERFORM 020-LISTA-ALUNO THRU 020-99-FIM
                  UNTIL ERR-TAGIHAN = "10".
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "  SUBTOTAL " SPONSOR-ATUAL
                  " ALUNOS: " WS-QTD-SPONSOR
                  " RP: " WS-VALOR-SPONSOR
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           GO TO 012-PROXIMO-SPONSOR.
      *----------------------------------------------------
       015-LE-TAGIHAN.
           READ TAGIHAN NEXT RECORD
               AT END
               MOVE "10" TO ERR-TAGIHAN
               GO TO 015-99-FIM.
           IF PERIODE-TAGIHAN NOT = PERIODE-DIMINTA
              GO TO 015-99-FIM.
           IF POTONGAN-TAGIHAN = ZEROS
              GO TO 015-99-FIM.
           PERFORM 016-REGISTRA-SPONSOR THRU 016-99-FIM.
       015-99-FIM.
           EXIT.
       016-REGISTRA-SPONSOR.
           MOVE ZEROS TO IDX-SPONSOR.
       016-01-PROCURA.
           ADD 1 TO IDX-SPONSOR.
           IF IDX-SPONSOR > QTD-SPONSOR
              GO TO 016-02-NOVO.
           IF SPO-NOME (IDX-SPONSOR) = SPONSOR-TAGIHAN
              GO TO 016-99-FIM.
           GO TO 016-01-PROCURA.
       016-02-NOVO.
           IF QTD-SPONSOR < 100
              ADD 1 TO QTD-SPONSOR
              MOVE SPONSOR-TAGIHAN TO SPO-NOME (QTD-SPONSOR)
           ELSE
              DISPLAY "TABELA DE SPONSORS CHEIA (100) - "
                      SPONSOR-TAGIHAN " IGNORADO.".
       016-99-FIM.
           EXIT.
      *----------------------------------------------------
       020-LISTA-ALUNO.
           READ TAGIHAN NEXT RECORD
               AT END
               MOVE "10" TO ERR-TAGIHAN
               GO TO 020-99-FIM.
           IF PERIODE-TAGIHAN NOT = PERIODE-DIMINTA
              GO TO 020-99-FIM.
           IF POTONGAN-TAGIHAN = ZEROS
              GO TO 020-99-FIM.
           IF SPONSOR-TAGIHAN NOT = SPONSOR-ATUAL
              GO TO 020-99-FIM.
           MOVE "(SEM CADASTRO)" TO WS-NAMA-USADO.
           IF TEM-MHS = "S"
              MOVE NPM-TAGIHAN TO NPM
              READ MHS KEY IS NPM
                  INVALID KEY
                  MOVE "(SEM CADASTRO)" TO NAMA
              END-READ
              MOVE NAMA TO WS-NAMA-USADO.
           ADD 1 TO WS-QTD-SPONSOR.
           ADD POTONGAN-TAGIHAN TO WS-VALOR-SPONSOR.
           ADD 1 TO WS-TOTAL-ALUNOS.
           ADD POTONGAN-TAGIHAN TO WS-TOTAL-VALOR.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "  " NPM-TAGIHAN " " WS-NAMA-USADO
                  " " BRUTO-TAGIHAN "     " POTONGAN-TAGIHAN
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-LAPORAN TO REG-LAPORAN.
           WRITE REG-LAPORAN.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           CLOSE TAGIHAN.
           IF TEM-MHS = "S"
              CLOSE MHS.
           MOVE QTD-SPONSOR TO WS-TOTAL-SPONSORS.
           MOVE ALL "=" TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "SPONSORS: " WS-TOTAL-SPONSORS
                  " ALUNOS: " WS-TOTAL-ALUNOS
                  " TOTAL A FATURAR RP: " WS-TOTAL-VALOR
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE LAPORAN.
           DISPLAY "SPONSORS .............: " WS-TOTAL-SPONSORS.
           DISPLAY "ALUNOS COM BEASISWA ..: " WS-TOTAL-ALUNOS.
           DISPLAY "TOTAL A FATURAR ...RP.: " WS-TOTAL-VALOR.
           DISPLAY "RELATORIO GRAVADO EM SPONSOR.TXT".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA RELSPONSOR ---------***
