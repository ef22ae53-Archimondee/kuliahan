       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SOMABLOQ.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOQUEIOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-BLOQUEIO
               FILE STATUS IS STATUS-BLOQUEIOS.
       DATA DIVISION.
       FILE SECTION.
       COPY "bloqueio.cob".
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-BLOQUEIOS   PIC X(02) VALUE "00".
       LINKAGE SECTION.
       01  LNK-CONTA              PIC 9(05).
       01  LNK-DATA-REF           PIC 9(08).
       01  LNK-VALOR-BLOQUEADO    PIC 9(09)V99.
       01  LNK-QTD-BLOQUEIOS      PIC 9(03).
      *----------------------------------------------------
      * SOMA OS BLOQUEIOS DE VALOR ATIVOS DA CONTA NA DATA
      * DE REFERENCIA (AAAAMMDD). BLOQUEIO COM DATA DE
      * EXPIRACAO ANTERIOR A REFERENCIA JA NAO CONTA, MESMO
      * QUE O VENCEBLOQ AINDA NAO O TENHA BAIXADO. SEM
      * BLOQVAL.DAT DEVOLVE ZEROS.
      *----------------------------------------------------
       PROCEDURE DIVISION USING LNK-CONTA LNK-DATA-REF
                                LNK-VALOR-BLOQUEADO LNK-QTD-BLOQUEIOS.
      *----------------------------------------------------
       001-INICIO.
           MOVE ZEROS TO LNK-VALOR-BLOQUEADO.
           MOVE ZEROS TO LNK-QTD-BLOQUEIOS.
           OPEN INPUT BLOQUEIOS.
           IF STATUS-BLOQUEIOS NOT = "00"
              GO TO 999-FIM.
           MOVE LNK-CONTA TO CONTA-BLQ.
           MOVE ZEROS TO NUMERO-BLQ.
           START BLOQUEIOS KEY IS NOT LESS THAN CHAVE-BLOQUEIO
               INVALID KEY
               MOVE "10" TO STATUS-BLOQUEIOS.
           IF STATUS-BLOQUEIOS NOT = "10"
              MOVE "00" TO STATUS-BLOQUEIOS
              PERFORM 010-SOMA-BLOQUEIO THRU 010-99-FIM
                  UNTIL STATUS-BLOQUEIOS = "10".
           CLOSE BLOQUEIOS.
           GO TO 999-FIM.
      *----------------------------------------------------
       010-SOMA-BLOQUEIO.
           READ BLOQUEIOS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-BLOQUEIOS
               GO TO 010-99-FIM.
           IF CONTA-BLQ NOT = LNK-CONTA
              MOVE "10" TO STATUS-BLOQUEIOS
              GO TO 010-99-FIM.
           IF NOT BLQ-ATIVO
              GO TO 010-99-FIM.
           IF DATA-EXPIRA-BLQ NOT = ZEROS AND
              DATA-EXPIRA-BLQ < LNK-DATA-REF
              GO TO 010-99-FIM.
           ADD SALDO-BLQ TO LNK-VALOR-BLOQUEADO.
           ADD 1 TO LNK-QTD-BLOQUEIOS.
       010-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA SOMABLOQ ---------***
