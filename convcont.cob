       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONVERTECONT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTANTIGO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTA-ANTIGO
               FILE STATUS IS STATUS-CONTANTIGO.
           SELECT CONTATOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-CONTATO
               FILE STATUS IS STATUS-CONTATOS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTANTIGO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 125 CHARACTERS
           DATA RECORD IS REG-CONTANTIGO
           VALUE OF FILE-ID IS "CONTANTIGO.DAT".
       01  REG-CONTANTIGO.
           02  CONTA-ANTIGO       PIC 9(05).
           02  RESTO-ANTIGO       PIC X(120).
      *
       COPY "contato.cob".
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-CONTANTIGO  PIC X(02) VALUE "00".
           02  STATUS-CONTATOS    PIC X(02) VALUE "00".
           02  WS-TOTAL-LIDOS     PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-GRAVADOS  PIC 9(05) VALUE ZEROS.
      *----------------------------------------------------
      * CONVERSAO UNICA DO CADASTRO DE CONTATOS PARA O
      * REGISTRO DE 136 POSICOES (LIMITE DE ALERTA DE DEBITO
      * DO CLIENTE). ANTES DE EXECUTAR, RENOMEIE O
      * CONTATOS.DAT ATUAL (125 POSICOES) PARA CONTANTIGO.DAT.
      * TODOS ENTRAM COM LIMITE ZERO (SEM ALERTA DE DEBITO) -
      * INFORME O LIMITE NA ALTERACAO DE CONTATO DO TRABALHO.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** CONVERSAO DOS CONTATOS PARA 136 POSICOES ***".
           OPEN INPUT CONTANTIGO.
           IF STATUS-CONTANTIGO NOT = "00"
              DISPLAY "NAO FOI POSSIVEL ABRIR CONTANTIGO.DAT. STATUS="
                      STATUS-CONTANTIGO
              DISPLAY "RENOMEIE O CONTATOS.DAT ANTIGO (125 POSICOES)"
              DISPLAY "PARA CONTANTIGO.DAT E EXECUTE NOVAMENTE."
              GO TO 999-FIM.
           OPEN OUTPUT CONTATOS.
           IF STATUS-CONTATOS NOT = "00"
              DISPLAY "NAO FOI POSSIVEL CRIAR CONTATOS.DAT. STATUS="
                      STATUS-CONTATOS
              CLOSE CONTANTIGO
              GO TO 999-FIM.
      *----------------------------------------------------
       010-LE-ANTIGO.
           PERFORM 020-CONVERTE-REGISTRO THRU 020-99-FIM
               UNTIL STATUS-CONTANTIGO = "10".
           CLOSE CONTANTIGO.
           CLOSE CONTATOS.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-CONVERTE-REGISTRO.
           READ CONTANTIGO NEXT RECORD
               AT END
               MOVE "10" TO STATUS-CONTANTIGO
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-LIDOS.
           MOVE SPACES TO REG-CONTATO.
           MOVE REG-CONTANTIGO TO REG-CONTATO (1:125).
           MOVE ZEROS TO LIMITE-ALERTA-CONTATO.
           WRITE REG-CONTATO
               INVALID KEY
               DISPLAY "ERRO AO GRAVAR CONTATO " CONTA-CONTATO
                       " STATUS=" STATUS-CONTATOS
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-GRAVADOS.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           DISPLAY "------------------------------------------------".
           DISPLAY "REGISTROS LIDOS ............: " WS-TOTAL-LIDOS.
           DISPLAY "REGISTROS CONVERTIDOS ......: " WS-TOTAL-GRAVADOS.
           IF WS-TOTAL-LIDOS = WS-TOTAL-GRAVADOS
              DISPLAY "CONVERSAO COMPLETA - CONTATOS.DAT NOVO PRONTO."
           ELSE
              DISPLAY "ATENCAO: NEM TODOS OS REGISTROS CONVERTIDOS!".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA CONVERTECONT ---------***
