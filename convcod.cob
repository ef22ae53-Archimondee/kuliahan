       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONVERTECOD.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVANTIGO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-ANTIGA
               FILE STATUS IS STATUS-MOVANTIGO.
           SELECT MOVIMENTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-MOVIMENTO
               FILE STATUS IS STATUS-MOVIMENTOS.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVANTIGO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS REG-MOVANTIGO
           VALUE OF FILE-ID IS "MOVANTIGO.DAT".
       01  REG-MOVANTIGO.
           02  CHAVE-ANTIGA       PIC 9(10).
           02  RESTO-ANTIGO       PIC X(40).
      *
       COPY "movimen.cob".
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-MOVANTIGO   PIC X(02) VALUE "00".
           02  STATUS-MOVIMENTOS  PIC X(02) VALUE "00".
           02  WS-TOTAL-LIDOS     PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-GRAVADOS  PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-HISTORICO PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-TIPO      PIC 9(05) VALUE ZEROS.
           02  WS-INDICE          PIC 9(02) VALUE ZEROS.
           02  WS-TAMANHO         PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------
      * TEXTOS DE HISTORICO GRAVADOS PELOS PROGRAMAS E O
      * CODIGO DE TRANSACAO CORRESPONDENTE (CODTRAN.DAT).
      * A ORDEM IMPORTA: O PRIMEIRO PREFIXO QUE CASAR VALE.
      *----------------------------------------------------
       01  PREFIXOS-HISTORICO.
           02  FILLER PIC X(23) VALUE "CHEQUE            07003".
           02  FILLER PIC X(23) VALUE "TRANSF P/         10004".
           02  FILLER PIC X(23) VALUE "TRANSF DE         10005".
           02  FILLER PIC X(23) VALUE "ESTORNO           08006".
           02  FILLER PIC X(23) VALUE "SALDO ANTERIOR    14007".
           02  FILLER PIC X(23) VALUE "JUROS SALDO NEG   15011".
           02  FILLER PIC X(23) VALUE "JUROS             05010".
           02  FILLER PIC X(23) VALUE "TARIFA MANUTENCAO 17020".
           02  FILLER PIC X(23) VALUE "TAR DEVOL CHQ     14021".
           02  FILLER PIC X(23) VALUE "APLICACAO         10050".
           02  FILLER PIC X(23) VALUE "RESG ANTEC APLIC  17051".
           02  FILLER PIC X(23) VALUE "RESGATE APLIC     14051".
           02  FILLER PIC X(23) VALUE "MULTA RESG APLIC  17052".
           02  FILLER PIC X(23) VALUE "LIBERACAO EMPR    15060".
           02  FILLER PIC X(23) VALUE "PARC EMPR         10061".
           02  FILLER PIC X(23) VALUE "MORA EMPR         10062".
           02  FILLER PIC X(23) VALUE "DEPOSITO          08001".
           02  FILLER PIC X(23) VALUE "SAQUE             05002".
       01  TABELA-PREFIXOS REDEFINES PREFIXOS-HISTORICO.
           02  PREFIXO-OCORRENCIA OCCURS 18 TIMES.
               03  PREFIXO-TEXTO  PIC X(18).
               03  PREFIXO-TAMANHO PIC 9(02).
               03  PREFIXO-CODIGO PIC 9(03).
      *----------------------------------------------------
      * CONVERSAO UNICA DO ARQUIVO DE MOVIMENTOS PARA O
      * REGISTRO DE 53 POSICOES (CODIGO-MOV). O CODIGO E
      * DEDUZIDO DO HISTORICO; SEM CORRESPONDENCIA, O
      * MOVIMENTO RECEBE 001 (CREDITO) OU 002 (DEBITO).
      * ANTES DE EXECUTAR, RENOMEIE O MOVIMENT.DAT ATUAL
      * (50 POSICOES) PARA MOVANTIGO.DAT.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** CONVERSAO DOS MOVIMENTOS PARA 53 POSICOES ***".
           OPEN INPUT MOVANTIGO.
           IF STATUS-MOVANTIGO NOT = "00"
              DISPLAY "NAO FOI POSSIVEL ABRIR MOVANTIGO.DAT. STATUS="
                      STATUS-MOVANTIGO
              DISPLAY "RENOMEIE O MOVIMENT.DAT ANTIGO (50 POSICOES)"
              DISPLAY "PARA MOVANTIGO.DAT E EXECUTE NOVAMENTE."
              GO TO 999-FIM.
           OPEN OUTPUT MOVIMENTOS.
           IF STATUS-MOVIMENTOS NOT = "00"
              DISPLAY "NAO FOI POSSIVEL CRIAR MOVIMENT.DAT. STATUS="
                      STATUS-MOVIMENTOS
              CLOSE MOVANTIGO
              GO TO 999-FIM.
      *----------------------------------------------------
       010-LE-ANTIGO.
           PERFORM 020-CONVERTE-REGISTRO THRU 020-99-FIM
               UNTIL STATUS-MOVANTIGO = "10".
           CLOSE MOVANTIGO.
           CLOSE MOVIMENTOS.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-CONVERTE-REGISTRO.
           READ MOVANTIGO NEXT RECORD
               AT END
               MOVE "10" TO STATUS-MOVANTIGO
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-LIDOS.
           MOVE SPACES TO REG-MOVIMENTO.
           MOVE REG-MOVANTIGO TO REG-MOVIMENTO (1:50).
           MOVE ZEROS TO CODIGO-MOV.
           PERFORM 030-PROCURA-PREFIXO THRU 030-99-FIM
               VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > 18 OR CODIGO-MOV NOT = ZEROS.
           IF CODIGO-MOV NOT = ZEROS
              ADD 1 TO WS-TOTAL-HISTORICO
           ELSE IF TIPO-MOV = "C" OR TIPO-MOV = "c"
              MOVE 001 TO CODIGO-MOV
              ADD 1 TO WS-TOTAL-TIPO
           ELSE
              MOVE 002 TO CODIGO-MOV
              ADD 1 TO WS-TOTAL-TIPO.
           WRITE REG-MOVIMENTO
               INVALID KEY
               DISPLAY "ERRO AO GRAVAR MOVIMENTO " CHAVE-MOVIMENTO
                       " STATUS=" STATUS-MOVIMENTOS
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-GRAVADOS.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-PROCURA-PREFIXO.
           MOVE PREFIXO-TAMANHO (WS-INDICE) TO WS-TAMANHO.
           IF HISTORICO-MOV (1:WS-TAMANHO) =
              PREFIXO-TEXTO (WS-INDICE) (1:WS-TAMANHO)
              MOVE PREFIXO-CODIGO (WS-INDICE) TO CODIGO-MOV.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           DISPLAY "------------------------------------------------".
           DISPLAY "REGISTROS LIDOS ............: " WS-TOTAL-LIDOS.
           DISPLAY "REGISTROS CONVERTIDOS ......: " WS-TOTAL-GRAVADOS.
           DISPLAY "CODIGO PELO HISTORICO ......: " WS-TOTAL-HISTORICO.
           DISPLAY "CODIGO PELO TIPO (001/002) .: " WS-TOTAL-TIPO.
           IF WS-TOTAL-LIDOS = WS-TOTAL-GRAVADOS
              DISPLAY "CONVERSAO COMPLETA - MOVIMENT.DAT NOVO PRONTO."
           ELSE
              DISPLAY "ATENCAO: NEM TODOS OS REGISTROS CONVERTIDOS!".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA CONVERTECOD ---------***
