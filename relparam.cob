       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RELPARAM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-PARAMETRO
               FILE STATUS IS STATUS-PARAMETROS.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       COPY "parametr.cob".
      *
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELPARAM.TXT".
       01  REG-RELATORIO          PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-PARAMETROS  PIC X(02) VALUE "00".
           02  STATUS-RELATORIO   PIC X(02) VALUE "00".
           02  WS-TOTAL-CODIGOS   PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-FUTUROS   PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-SEM-VIGOR PIC 9(05) VALUE ZEROS.
           02  WS-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-DATA-REF            PIC 9(08) VALUE ZEROS.
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
      *****  CODIGO EM QUEBRA: VIGENCIA EM VIGOR NA DATA DE
      *****  REFERENCIA E A PRIMEIRA VIGENCIA PROGRAMADA APOS ELA
       01  WS-CODIGO-ATUAL.
           02  WS-CODIGO-ANT      PIC X(12) VALUE SPACES.
           02  WS-TEM-VIGENTE     PIC X(01) VALUE "N".
           02  WS-VIG-VIGENTE     PIC 9(08) VALUE ZEROS.
           02  WS-VALOR-VIGENTE   PIC 9(09)V99 VALUE ZEROS.
           02  WS-DESCR-VIGENTE   PIC X(30) VALUE SPACES.
           02  WS-TEM-PROXIMA     PIC X(01) VALUE "N".
           02  WS-VIG-PROXIMA     PIC 9(08) VALUE ZEROS.
           02  WS-VALOR-PROXIMA   PIC 9(09)V99 VALUE ZEROS.
           02  WS-DESCR-PROXIMA   PIC X(30) VALUE SPACES.
       01  WS-LINHA-RELATORIO     PIC X(80) VALUE SPACES.
      *----------------------------------------------------
      * LISTAGEM DOS PARAMETROS DO NEGOCIO (PARAMETR.DAT) EM
      * VIGOR NA DATA DE REFERENCIA (PADRAO: HOJE) - UMA
      * LINHA POR CODIGO COM O VALOR E A DATA DE INICIO DA
      * VIGENCIA, MAIS A PROXIMA VIGENCIA JA PROGRAMADA,
      * QUANDO HOUVER. GRAVA EM RELPARAM.TXT.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** PARAMETROS DO NEGOCIO EM VIGOR ***".
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD; 0 = HOJE): ".
           ACCEPT WS-DATA-REF.
           IF WS-DATA-REF = ZEROS
              MOVE WS-DATA-SISTEMA TO WS-DATA-REF.
           OPEN INPUT PARAMETROS.
           IF STATUS-PARAMETROS NOT = "00"
              DISPLAY "NAO FOI POSSIVEL ABRIR PARAMETR.DAT. STATUS="
                      STATUS-PARAMETROS
              GO TO 999-FIM.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "PARAMETROS DO NEGOCIO EM VIGOR EM "
                  DELIMITED BY SIZE
                  WS-DATA-REF DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "CODIGO       DESCRICAO                     "
                  DELIMITED BY SIZE
                  "          VALOR  VIGENCIA" DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
      *----------------------------------------------------
       010-LE-PARAMETROS.
           PERFORM 020-PROCESSA-REGISTRO THRU 020-99-FIM
               UNTIL STATUS-PARAMETROS = "10".
           IF WS-CODIGO-ANT NOT = SPACES
              PERFORM 030-IMPRIME-CODIGO THRU 030-99-FIM.
           CLOSE PARAMETROS.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-PROCESSA-REGISTRO.
           READ PARAMETROS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-PARAMETROS
               GO TO 020-99-FIM.
           IF CODIGO-PARAM = WS-CODIGO-ANT
              GO TO 020-05-ACUMULA.
           IF WS-CODIGO-ANT NOT = SPACES
              PERFORM 030-IMPRIME-CODIGO THRU 030-99-FIM.
           MOVE CODIGO-PARAM TO WS-CODIGO-ANT.
           MOVE "N" TO WS-TEM-VIGENTE.
           MOVE "N" TO WS-TEM-PROXIMA.
       020-05-ACUMULA.
           IF VIGENCIA-PARAM > WS-DATA-REF
              GO TO 020-10-PROXIMA.
           MOVE "S" TO WS-TEM-VIGENTE.
           MOVE VIGENCIA-PARAM TO WS-VIG-VIGENTE.
           MOVE VALOR-PARAM TO WS-VALOR-VIGENTE.
           MOVE DESCRICAO-PARAM TO WS-DESCR-VIGENTE.
           GO TO 020-99-FIM.
       020-10-PROXIMA.
           IF WS-TEM-PROXIMA = "S"
              GO TO 020-99-FIM.
           MOVE "S" TO WS-TEM-PROXIMA.
           MOVE VIGENCIA-PARAM TO WS-VIG-PROXIMA.
           MOVE VALOR-PARAM TO WS-VALOR-PROXIMA.
           MOVE DESCRICAO-PARAM TO WS-DESCR-PROXIMA.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-IMPRIME-CODIGO.
           ADD 1 TO WS-TOTAL-CODIGOS.
           IF WS-TEM-VIGENTE = "S"
              GO TO 030-05-VIGENTE.
           ADD 1 TO WS-TOTAL-SEM-VIGOR.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-CODIGO-ANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DESCR-PROXIMA DELIMITED BY SIZE
                  "  SEM VIGENCIA NA DATA" DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           GO TO 030-10-PROXIMA.
       030-05-VIGENTE.
           MOVE WS-VALOR-VIGENTE TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-CODIGO-ANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DESCR-VIGENTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-VIG-VIGENTE DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       030-10-PROXIMA.
           IF WS-TEM-PROXIMA NOT = "S"
              GO TO 030-99-FIM.
           ADD 1 TO WS-TOTAL-FUTUROS.
           MOVE WS-VALOR-PROXIMA TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "             PROXIMA VIGENCIA"
                  DELIMITED BY SIZE
                  "               " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-VIG-PROXIMA DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "CODIGOS: " DELIMITED BY SIZE
                  WS-TOTAL-CODIGOS DELIMITED BY SIZE
                  "  COM VIGENCIA PROGRAMADA: " DELIMITED BY SIZE
                  WS-TOTAL-FUTUROS DELIMITED BY SIZE
                  "  SEM VIGOR NA DATA: " DELIMITED BY SIZE
                  WS-TOTAL-SEM-VIGOR DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           DISPLAY "CODIGOS LISTADOS ...........: " WS-TOTAL-CODIGOS.
           DISPLAY "RELATORIO GRAVADO EM RELPARAM.TXT".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA RELPARAM ---------***
