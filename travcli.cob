       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TRAVACLI.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAVAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-TRAVA
               FILE STATUS IS STATUS-TRAVAS.
       DATA DIVISION.
       FILE SECTION.
       COPY "trava.cob".
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-TRAVAS      PIC X(02) VALUE "00".
           02  WS-LOTE-ATIVO      PIC X(01) VALUE "N".
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-HORA.
           02  WS-HOR             PIC 9(02) VALUE ZEROS.
           02  WS-MIN             PIC 9(02) VALUE ZEROS.
           02  WS-SEG             PIC 9(02) VALUE ZEROS.
           02  WS-CSE             PIC 9(02) VALUE ZEROS.
       01  WS-CHAMADA-ERRO.
           02  WS-ERR-PROGRAMA    PIC X(10) VALUE "TRAVACLI".
           02  WS-ERR-ARQUIVO     PIC X(12) VALUE "TRAVAS.DAT".
           02  WS-ERR-OPERACAO    PIC X(08) VALUE SPACES.
           02  WS-ERR-STATUS      PIC X(02) VALUE "00".
           02  WS-ERR-ACAO        PIC X(01) VALUE "S".
       LINKAGE SECTION.
       01  LNK-TRAVA.
           02  LNK-FUNCAO         PIC X(01).
           02  LNK-CONTA          PIC 9(05).
           02  LNK-PROGRAMA       PIC X(08).
           02  LNK-OPERADOR       PIC X(04).
           02  LNK-RESULTADO      PIC X(01).
           02  LNK-DONO-OPERADOR  PIC X(04).
           02  LNK-DONO-PROGRAMA  PIC X(08).
           02  LNK-DONO-CONTA     PIC 9(05).
      *----------------------------------------------------
      * CONTROLE DE CONCORRENCIA SOBRE CLIENTES.DAT E A
      * SEQUENCIA DE MOVIMENT.DAT (TRAVAS.DAT).
      * FUNCAO "T": TRAVA A CONTA LNK-CONTA PARA O OPERADOR/
      *             PROGRAMA. RECUSA ("O") SE OUTRO OPERADOR
      *             OU PROGRAMA JA A TEM, OU ("L") SE HA LOTE
      *             DE LANCAMENTOS EM EXECUCAO.
      * FUNCAO "L": LIBERA A TRAVA DA CONTA (SO A DO DONO).
      * FUNCAO "B": ABRE A JANELA DE LOTE. RECUSA ("L") SE
      *             OUTRO LOTE ESTA EM EXECUCAO, OU ("O") SE
      *             HA CONTA TRAVADA POR OPERADOR ONLINE.
      * FUNCAO "F": FECHA A JANELA DE LOTE DO PROGRAMA.
      * FUNCAO "V": SO VERIFICA SE HA LOTE EM EXECUCAO.
      * RESULTADO "S" = OK; "E" = ERRO EM TRAVAS.DAT. NA
      * RECUSA, LNK-DONO-* DIZEM QUEM DETEM A TRAVA.
      * TRAVAS DE DIAS ANTERIORES SAO CONSIDERADAS VENCIDAS
      * (SESSAO INTERROMPIDA) E NAO BLOQUEIAM NINGUEM.
      *----------------------------------------------------
       PROCEDURE DIVISION USING LNK-TRAVA.
      *----------------------------------------------------
       001-INICIO.
           MOVE "E" TO LNK-RESULTADO.
           MOVE SPACES TO LNK-DONO-OPERADOR.
           MOVE SPACES TO LNK-DONO-PROGRAMA.
           MOVE ZEROS TO LNK-DONO-CONTA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           OPEN I-O TRAVAS.
           IF STATUS-TRAVAS = "35"
              OPEN OUTPUT TRAVAS
              CLOSE TRAVAS
              OPEN I-O TRAVAS.
           IF STATUS-TRAVAS NOT = "00"
              MOVE "OPEN" TO WS-ERR-OPERACAO
              PERFORM 900-GRAVA-ERRO THRU 900-99-FIM
              GO TO 999-FIM.
           IF LNK-FUNCAO = "T"
              GO TO 100-TRAVA-CONTA.
           IF LNK-FUNCAO = "L"
              GO TO 200-LIBERA-CONTA.
           IF LNK-FUNCAO = "B"
              GO TO 300-ABRE-LOTE.
           IF LNK-FUNCAO = "F"
              GO TO 400-FECHA-LOTE.
           IF LNK-FUNCAO = "V"
              GO TO 600-VERIFICA-LOTE.
           CLOSE TRAVAS.
           GO TO 999-FIM.
      *----------------------------------------------------
       100-TRAVA-CONTA.
           PERFORM 500-LE-LOTE THRU 500-99-FIM.
           IF WS-LOTE-ATIVO = "S"
              MOVE "L" TO LNK-RESULTADO
              CLOSE TRAVAS
              GO TO 999-FIM.
           MOVE "C" TO TIPO-TRAVA.
           MOVE LNK-CONTA TO CONTA-TRAVA.
           READ TRAVAS
               INVALID KEY
               GO TO 110-GRAVA-TRAVA.
           IF DATA-TRAVA < WS-DATA-SISTEMA
              GO TO 120-RENOVA-TRAVA.
           IF OPERADOR-TRAVA = LNK-OPERADOR AND
              PROGRAMA-TRAVA = LNK-PROGRAMA
              GO TO 120-RENOVA-TRAVA.
           PERFORM 700-DEVOLVE-DONO THRU 700-99-FIM.
           MOVE "O" TO LNK-RESULTADO.
           CLOSE TRAVAS.
           GO TO 999-FIM.
      *----------------------------------------------------
       110-GRAVA-TRAVA.
           PERFORM 710-PREENCHE-TRAVA THRU 710-99-FIM.
           WRITE REG-TRAVA
               INVALID KEY
      *****  OUTRO TERMINAL TRAVOU A CONTA NESTE INTERVALO
               READ TRAVAS
               PERFORM 700-DEVOLVE-DONO THRU 700-99-FIM
               MOVE "O" TO LNK-RESULTADO
               CLOSE TRAVAS
               GO TO 999-FIM.
           MOVE "S" TO LNK-RESULTADO.
           CLOSE TRAVAS.
           GO TO 999-FIM.
      *----------------------------------------------------
       120-RENOVA-TRAVA.
           PERFORM 710-PREENCHE-TRAVA THRU 710-99-FIM.
           REWRITE REG-TRAVA
               INVALID KEY
               MOVE "REWRITE" TO WS-ERR-OPERACAO
               PERFORM 900-GRAVA-ERRO THRU 900-99-FIM
               CLOSE TRAVAS
               GO TO 999-FIM.
           MOVE "S" TO LNK-RESULTADO.
           CLOSE TRAVAS.
           GO TO 999-FIM.
      *----------------------------------------------------
       200-LIBERA-CONTA.
           MOVE "S" TO LNK-RESULTADO.
           MOVE "C" TO TIPO-TRAVA.
           MOVE LNK-CONTA TO CONTA-TRAVA.
           READ TRAVAS
               INVALID KEY
               CLOSE TRAVAS
               GO TO 999-FIM.
           IF OPERADOR-TRAVA = LNK-OPERADOR AND
              PROGRAMA-TRAVA = LNK-PROGRAMA
              DELETE TRAVAS RECORD.
           CLOSE TRAVAS.
           GO TO 999-FIM.
      *----------------------------------------------------
       300-ABRE-LOTE.
           PERFORM 500-LE-LOTE THRU 500-99-FIM.
           IF WS-LOTE-ATIVO = "S"
              PERFORM 700-DEVOLVE-DONO THRU 700-99-FIM
              MOVE "L" TO LNK-RESULTADO
              CLOSE TRAVAS
              GO TO 999-FIM.
      *****  NENHUMA CONTA PODE ESTAR EM USO POR OPERADOR ONLINE
           MOVE "C" TO TIPO-TRAVA.
           MOVE ZEROS TO CONTA-TRAVA.
           START TRAVAS KEY IS NOT LESS THAN CHAVE-TRAVA
               INVALID KEY
               MOVE "10" TO STATUS-TRAVAS.
           IF STATUS-TRAVAS NOT = "10"
              MOVE "00" TO STATUS-TRAVAS
              PERFORM 310-LE-TRAVA-CONTA THRU 310-99-FIM
                  UNTIL STATUS-TRAVAS = "10".
           MOVE "00" TO STATUS-TRAVAS.
           IF LNK-RESULTADO = "O"
              CLOSE TRAVAS
              GO TO 999-FIM.
           MOVE "L" TO TIPO-TRAVA.
           MOVE ZEROS TO CONTA-TRAVA.
           PERFORM 710-PREENCHE-TRAVA THRU 710-99-FIM.
           WRITE REG-TRAVA
               INVALID KEY
               READ TRAVAS
               PERFORM 700-DEVOLVE-DONO THRU 700-99-FIM
               MOVE "L" TO LNK-RESULTADO
               CLOSE TRAVAS
               GO TO 999-FIM.
           MOVE "S" TO LNK-RESULTADO.
           CLOSE TRAVAS.
           GO TO 999-FIM.
      *----------------------------------------------------
       310-LE-TRAVA-CONTA.
           READ TRAVAS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-TRAVAS
               GO TO 310-99-FIM.
           IF NOT TRAVA-CONTA
              MOVE "10" TO STATUS-TRAVAS
              GO TO 310-99-FIM.
           IF DATA-TRAVA < WS-DATA-SISTEMA
              GO TO 310-99-FIM.
           PERFORM 700-DEVOLVE-DONO THRU 700-99-FIM.
           MOVE "O" TO LNK-RESULTADO.
           MOVE "10" TO STATUS-TRAVAS.
       310-99-FIM.
           EXIT.
      *----------------------------------------------------
       400-FECHA-LOTE.
           MOVE "S" TO LNK-RESULTADO.
           MOVE "L" TO TIPO-TRAVA.
           MOVE ZEROS TO CONTA-TRAVA.
           READ TRAVAS
               INVALID KEY
               CLOSE TRAVAS
               GO TO 999-FIM.
           IF PROGRAMA-TRAVA = LNK-PROGRAMA
              DELETE TRAVAS RECORD.
           CLOSE TRAVAS.
           GO TO 999-FIM.
      *----------------------------------------------------
      *****  JANELA DE LOTE DE DIA ANTERIOR E DESCARTADA
       500-LE-LOTE.
           MOVE "N" TO WS-LOTE-ATIVO.
           MOVE "L" TO TIPO-TRAVA.
           MOVE ZEROS TO CONTA-TRAVA.
           READ TRAVAS
               INVALID KEY
               GO TO 500-99-FIM.
           IF DATA-TRAVA < WS-DATA-SISTEMA
              DELETE TRAVAS RECORD
              GO TO 500-99-FIM.
           MOVE "S" TO WS-LOTE-ATIVO.
           PERFORM 700-DEVOLVE-DONO THRU 700-99-FIM.
       500-99-FIM.
           EXIT.
      *----------------------------------------------------
       600-VERIFICA-LOTE.
           PERFORM 500-LE-LOTE THRU 500-99-FIM.
           IF WS-LOTE-ATIVO = "S"
              MOVE "L" TO LNK-RESULTADO
           ELSE
              MOVE "S" TO LNK-RESULTADO.
           CLOSE TRAVAS.
           GO TO 999-FIM.
      *----------------------------------------------------
       700-DEVOLVE-DONO.
           MOVE OPERADOR-TRAVA TO LNK-DONO-OPERADOR.
           MOVE PROGRAMA-TRAVA TO LNK-DONO-PROGRAMA.
           MOVE CONTA-TRAVA TO LNK-DONO-CONTA.
       700-99-FIM.
           EXIT.
      *----------------------------------------------------
       710-PREENCHE-TRAVA.
           MOVE LNK-OPERADOR TO OPERADOR-TRAVA.
           MOVE LNK-PROGRAMA TO PROGRAMA-TRAVA.
           MOVE WS-DATA-SISTEMA TO DATA-TRAVA.
           COMPUTE HORA-TRAVA = WS-HOR * 10000
               + WS-MIN * 100 + WS-SEG.
       710-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-GRAVA-ERRO.
           MOVE STATUS-TRAVAS TO WS-ERR-STATUS.
           MOVE "S" TO WS-ERR-ACAO.
           CALL "GRAVAERR" USING WS-ERR-PROGRAMA
               WS-ERR-ARQUIVO WS-ERR-OPERACAO
               WS-ERR-STATUS WS-ERR-ACAO.
       900-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA TRAVACLI ---------***
