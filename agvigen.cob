       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AGVIGENTE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTAGENCIA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-HISTAGENCIA
               FILE STATUS IS STATUS-HISTAGENCIA.
           SELECT CONTAAGENCIA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-AGC
               FILE STATUS IS STATUS-CONTAAGEN.
       DATA DIVISION.
       FILE SECTION.
       COPY "agchist.cob".
      *
       COPY "agconta.cob".
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-HISTAGENCIA PIC X(02) VALUE "00".
           02  STATUS-CONTAAGEN   PIC X(02) VALUE "00".
           02  WS-ACHOU-HISTORICO PIC X(01) VALUE "N".
       LINKAGE SECTION.
       01  LNK-CONTA              PIC 9(05).
       01  LNK-DATA-REF           PIC 9(08).
       01  LNK-AGENCIA            PIC 9(03).
      *----------------------------------------------------
      * DEVOLVE A AGENCIA DA CONTA EM VIGOR NA DATA DE
      * REFERENCIA (AAAAMMDD), PELO HISTORICO DE TRANSFERENCIAS
      * APROVADAS (AGCHIST.DAT): VALE O REGISTRO DE MAIOR DATA
      * DE INICIO NAO POSTERIOR A REFERENCIA. CONTA QUE NUNCA
      * FOI TRANSFERIDA FICA COM A AGENCIA DE AGCONTA.DAT.
      * SEM NENHUM DOS DOIS DEVOLVE ZEROS.
      *----------------------------------------------------
       PROCEDURE DIVISION USING LNK-CONTA LNK-DATA-REF
                                LNK-AGENCIA.
      *----------------------------------------------------
       001-INICIO.
           MOVE ZEROS TO LNK-AGENCIA.
           MOVE "N" TO WS-ACHOU-HISTORICO.
           OPEN INPUT HISTAGENCIA.
           IF STATUS-HISTAGENCIA NOT = "00"
              GO TO 020-LE-CONTAAGENCIA.
           MOVE LNK-CONTA TO CONTA-HAG.
           MOVE ZEROS TO INICIO-HAG.
           START HISTAGENCIA KEY IS NOT LESS THAN CHAVE-HISTAGENCIA
               INVALID KEY
               MOVE "10" TO STATUS-HISTAGENCIA.
           IF STATUS-HISTAGENCIA NOT = "10"
              MOVE "00" TO STATUS-HISTAGENCIA
              PERFORM 010-LE-HISTORICO THRU 010-99-FIM
                  UNTIL STATUS-HISTAGENCIA = "10".
           CLOSE HISTAGENCIA.
           IF WS-ACHOU-HISTORICO = "S"
              GO TO 999-FIM.
      *----------------------------------------------------
       020-LE-CONTAAGENCIA.
           OPEN INPUT CONTAAGENCIA.
           IF STATUS-CONTAAGEN NOT = "00"
              GO TO 999-FIM.
           MOVE LNK-CONTA TO CONTA-AGC.
           READ CONTAAGENCIA
               INVALID KEY
               CLOSE CONTAAGENCIA
               GO TO 999-FIM.
           MOVE AGENCIA-AGC TO LNK-AGENCIA.
           CLOSE CONTAAGENCIA.
           GO TO 999-FIM.
      *----------------------------------------------------
       010-LE-HISTORICO.
           READ HISTAGENCIA NEXT RECORD
               AT END
               MOVE "10" TO STATUS-HISTAGENCIA
               GO TO 010-99-FIM.
           IF CONTA-HAG NOT = LNK-CONTA
              MOVE "10" TO STATUS-HISTAGENCIA
              GO TO 010-99-FIM.
           IF INICIO-HAG > LNK-DATA-REF
              MOVE "10" TO STATUS-HISTAGENCIA
              GO TO 010-99-FIM.
           IF NOT HAG-APROVADA
              GO TO 010-99-FIM.
           MOVE AGENCIA-HAG TO LNK-AGENCIA.
           MOVE "S" TO WS-ACHOU-HISTORICO.
       010-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA AGVIGENTE ---------***
