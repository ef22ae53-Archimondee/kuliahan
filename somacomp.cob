       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SOMACOMP.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPENSACAO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-COMPENSACAO
               FILE STATUS IS STATUS-COMPENSACAO.
       DATA DIVISION.
       FILE SECTION.
       COPY "chqcomp.cob".
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-COMPENSACAO PIC X(02) VALUE "00".
       LINKAGE SECTION.
       01  LNK-CONTA              PIC 9(05).
       01  LNK-DATA-REF           PIC 9(08).
       01  LNK-VALOR-COMPENSAR    PIC 9(09)V99.
       01  LNK-QTD-COMPENSAR      PIC 9(03).
      *----------------------------------------------------
      * SOMA OS CHEQUES DE OUTROS BANCOS DEPOSITADOS NA CONTA
      * E AINDA EM COMPENSACAO NA DATA DE REFERENCIA
      * (AAAAMMDD). CHEQUE COM DATA DE LIBERACAO IGUAL OU
      * ANTERIOR A REFERENCIA JA ESTA DISPONIVEL, MESMO QUE O
      * LIBERACHQ AINDA NAO O TENHA BAIXADO. SEM CHQCOMP.DAT
      * DEVOLVE ZEROS.
      *----------------------------------------------------
       PROCEDURE DIVISION USING LNK-CONTA LNK-DATA-REF
                                LNK-VALOR-COMPENSAR LNK-QTD-COMPENSAR.
      *----------------------------------------------------
       001-INICIO.
           MOVE ZEROS TO LNK-VALOR-COMPENSAR.
           MOVE ZEROS TO LNK-QTD-COMPENSAR.
           OPEN INPUT COMPENSACAO.
           IF STATUS-COMPENSACAO NOT = "00"
              GO TO 999-FIM.
           MOVE LNK-CONTA TO CONTA-CMP.
           MOVE ZEROS TO SEQ-CMP.
           START COMPENSACAO KEY IS NOT LESS THAN CHAVE-COMPENSACAO
               INVALID KEY
               MOVE "10" TO STATUS-COMPENSACAO.
           IF STATUS-COMPENSACAO NOT = "10"
              MOVE "00" TO STATUS-COMPENSACAO
              PERFORM 010-SOMA-CHEQUE THRU 010-99-FIM
                  UNTIL STATUS-COMPENSACAO = "10".
           CLOSE COMPENSACAO.
           GO TO 999-FIM.
      *----------------------------------------------------
       010-SOMA-CHEQUE.
           READ COMPENSACAO NEXT RECORD
               AT END
               MOVE "10" TO STATUS-COMPENSACAO
               GO TO 010-99-FIM.
           IF CONTA-CMP NOT = LNK-CONTA
              MOVE "10" TO STATUS-COMPENSACAO
              GO TO 010-99-FIM.
           IF NOT CMP-PENDENTE
              GO TO 010-99-FIM.
           IF DATA-LIBERA-CMP NOT > LNK-DATA-REF
              GO TO 010-99-FIM.
           ADD VALOR-CMP TO LNK-VALOR-COMPENSAR.
           ADD 1 TO LNK-QTD-COMPENSAR.
       010-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA SOMACOMP ---------***
