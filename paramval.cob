       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PARAMVAL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-PARAMETRO
               FILE STATUS IS STATUS-PARAMETROS.
       DATA DIVISION.
       FILE SECTION.
       COPY "parametr.cob".
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-PARAMETROS  PIC X(02) VALUE "00".
       01  WS-CHAMADA-ERRO.
           02  WS-ERR-PROGRAMA    PIC X(10) VALUE "PARAMVAL".
           02  WS-ERR-ARQUIVO     PIC X(12) VALUE "PARAMETR.DAT".
           02  WS-ERR-OPERACAO    PIC X(08) VALUE SPACES.
           02  WS-ERR-STATUS      PIC X(02) VALUE "00".
           02  WS-ERR-ACAO        PIC X(01) VALUE "S".
       LINKAGE SECTION.
       01  LNK-PARAMETRO.
           02  LNK-CODIGO         PIC X(12).
           02  LNK-DATA           PIC 9(08).
           02  LNK-VALOR          PIC 9(09)V99.
           02  LNK-VIGENCIA       PIC 9(08).
           02  LNK-RESULTADO      PIC X(01).
      *----------------------------------------------------
      * VALOR DE UM PARAMETRO DO NEGOCIO (PARAMETR.DAT) NA
      * DATA INFORMADA EM LNK-DATA (AAAAMMDD): DEVOLVE O
      * VALOR DA ULTIMA VIGENCIA DO CODIGO QUE NAO SEJA
      * POSTERIOR A ESSA DATA, E A PROPRIA VIGENCIA.
      * RESULTADO "S" = ACHOU, "N" = CODIGO SEM VIGENCIA NA
      * DATA (OU SEM PARAMETR.DAT), "E" = ERRO NO ARQUIVO.
      * COM "N" OU "E" O CHAMADOR MANTEM O SEU VALOR PADRAO.
      *----------------------------------------------------
       PROCEDURE DIVISION USING LNK-PARAMETRO.
      *----------------------------------------------------
       001-INICIO.
           MOVE "N" TO LNK-RESULTADO.
           MOVE ZEROS TO LNK-VALOR.
           MOVE ZEROS TO LNK-VIGENCIA.
           OPEN INPUT PARAMETROS.
           IF STATUS-PARAMETROS = "35"
              GO TO 999-FIM.
           IF STATUS-PARAMETROS NOT = "00"
              MOVE "OPEN" TO WS-ERR-OPERACAO
              PERFORM 900-GRAVA-ERRO THRU 900-99-FIM
              MOVE "E" TO LNK-RESULTADO
              GO TO 999-FIM.
           MOVE LNK-CODIGO TO CODIGO-PARAM.
           MOVE ZEROS TO VIGENCIA-PARAM.
           START PARAMETROS KEY IS NOT LESS THAN CHAVE-PARAMETRO
               INVALID KEY
               MOVE "10" TO STATUS-PARAMETROS.
           IF STATUS-PARAMETROS NOT = "10"
              MOVE "00" TO STATUS-PARAMETROS
              PERFORM 010-LE-VIGENCIA THRU 010-99-FIM
                  UNTIL STATUS-PARAMETROS = "10".
           CLOSE PARAMETROS.
           GO TO 999-FIM.
      *----------------------------------------------------
       010-LE-VIGENCIA.
           READ PARAMETROS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-PARAMETROS
               GO TO 010-99-FIM.
           IF CODIGO-PARAM NOT = LNK-CODIGO
              MOVE "10" TO STATUS-PARAMETROS
              GO TO 010-99-FIM.
           IF VIGENCIA-PARAM > LNK-DATA
              MOVE "10" TO STATUS-PARAMETROS
              GO TO 010-99-FIM.
           MOVE VALOR-PARAM TO LNK-VALOR.
           MOVE VIGENCIA-PARAM TO LNK-VIGENCIA.
           MOVE "S" TO LNK-RESULTADO.
       010-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-GRAVA-ERRO.
           MOVE STATUS-PARAMETROS TO WS-ERR-STATUS.
           MOVE "S" TO WS-ERR-ACAO.
           CALL "GRAVAERR" USING WS-ERR-PROGRAMA
               WS-ERR-ARQUIVO WS-ERR-OPERACAO
               WS-ERR-STATUS WS-ERR-ACAO.
       900-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA PARAMVAL ---------***
