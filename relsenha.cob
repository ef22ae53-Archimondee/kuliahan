       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RELSENHA.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENHALOG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-SENHALOG.
           SELECT OPERADORES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-OPERADOR
               FILE STATUS IS STATUS-OPERADORES.
           SELECT KASIR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KODE-KASIR
               FILE STATUS IS STATUS-KASIR.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       COPY "senhalog.cob".
      *
       COPY "operador.cob".
      *
       COPY "reckasir.cob".
      *
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SENHAREL.TXT".
       01  REG-RELATORIO          PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-SENHALOG    PIC X(02) VALUE "00".
           02  STATUS-OPERADORES  PIC X(02) VALUE "00".
           02  STATUS-KASIR       PIC X(02) VALUE "00".
           02  STATUS-RELATORIO   PIC X(02) VALUE "00".
           02  WS-TOTAL-LIDOS     PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-DO-DIA    PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-FALHAS    PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-INEXIST   PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-BLOQUEIOS PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-JA-BLOQ   PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-DESBLOQ   PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-TRAVADOS  PIC 9(05) VALUE ZEROS.
           02  WS-DATA-VALIDA     PIC X(01) VALUE "N".
       01  WS-DATA-PEDIDA.
           02  WS-DIA-PEDIDO      PIC 9(02) VALUE ZEROS.
           02  WS-MES-PEDIDO      PIC 9(02) VALUE ZEROS.
           02  WS-ANO-PEDIDO      PIC 9(04) VALUE ZEROS.
       01  WS-DATA-PEDIDA-NUM REDEFINES WS-DATA-PEDIDA PIC 9(08).
       01  WS-DATA-RELATORIO      PIC 9(08) VALUE ZEROS.
       01  TABELA-IDS.
           02  WS-QTD-IDS         PIC 9(03) COMP VALUE ZEROS.
           02  ID-OCORRENCIA OCCURS 200 TIMES.
               03  TIPO-TAB       PIC X(01).
               03  ID-TAB         PIC X(04).
               03  FALHAS-TAB     PIC 9(03).
               03  BLOQUEIOS-TAB  PIC 9(03).
               03  JA-BLOQ-TAB    PIC 9(03).
               03  DESBLOQ-TAB    PIC 9(03).
       01  WS-INDICE              PIC 9(03) COMP VALUE ZEROS.
       01  WS-DESCRICAO           PIC X(22) VALUE SPACES.
       01  WS-TIPO-DESC           PIC X(08) VALUE SPACES.
       01  WS-LINHA-RELATORIO     PIC X(80).
      *----------------------------------------------------
      * RELATORIO DIARIO DE SEGURANCA DAS ASSINATURAS: LISTA
      * OS EVENTOS DO DIA GRAVADOS EM SENHALOG.DAT (SENHA
      * ERRADA, ID INEXISTENTE, BLOQUEIO, TENTATIVA COM ID
      * BLOQUEADO, DESBLOQUEIO), RESUME POR ID, E RELACIONA
      * OS OPERADORES E CAIXAS DO RESTAURANTE QUE CONTINUAM
      * BLOQUEADOS. GRAVA EM SENHAREL.TXT.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** RELATORIO DE SEGURANCA DAS SENHAS ***".
       002-RECEBE-DATA.
           DISPLAY "DATA DO RELATORIO (DDMMAAAA; 0 = HOJE): ".
           ACCEPT WS-DATA-PEDIDA.
           IF WS-DATA-PEDIDA-NUM = ZEROS
              ACCEPT WS-DATA-RELATORIO FROM DATE YYYYMMDD
              GO TO 003-ABRE-ARQUIVOS.
           CALL "DATAVAL" USING WS-DATA-PEDIDA WS-DATA-VALIDA.
           IF WS-DATA-VALIDA NOT = "S"
              DISPLAY "DATA INVALIDA! Reinforme."
              GO TO 002-RECEBE-DATA.
           COMPUTE WS-DATA-RELATORIO = WS-ANO-PEDIDO * 10000
                                     + WS-MES-PEDIDO * 100
                                     + WS-DIA-PEDIDO.
       003-ABRE-ARQUIVOS.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "ASSINATURAS RECUSADAS E BLOQUEIOS EM "
                  DELIMITED BY SIZE
                  WS-DATA-RELATORIO (7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DATA-RELATORIO (5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DATA-RELATORIO (1:4) DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "HORA     TIPO     ID   PROGRAMA " DELIMITED BY SIZE
                  "EVENTO                 TN  RESP" DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           OPEN INPUT SENHALOG.
           IF STATUS-SENHALOG NOT = "00"
              MOVE "NENHUM EVENTO REGISTRADO (SEM SENHALOG.DAT)."
                TO WS-LINHA-RELATORIO
              PERFORM 090-GRAVA-LINHA THRU 090-99-FIM
              GO TO 030-RESUMO-IDS.
      *----------------------------------------------------
       010-LE-EVENTOS.
           PERFORM 020-PROCESSA-EVENTO THRU 020-99-FIM
               UNTIL STATUS-SENHALOG = "10".
           CLOSE SENHALOG.
           GO TO 030-RESUMO-IDS.
      *----------------------------------------------------
       020-PROCESSA-EVENTO.
           READ SENHALOG
               AT END
               MOVE "10" TO STATUS-SENHALOG
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-LIDOS.
           IF DATA-SLG NOT = WS-DATA-RELATORIO
              GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-DO-DIA.
           PERFORM 025-ACUMULA-ID THRU 025-99-FIM.
           IF SLG-FALHA
              ADD 1 TO WS-TOTAL-FALHAS
              MOVE "SENHA ERRADA" TO WS-DESCRICAO
           ELSE IF SLG-INEXISTENTE
              ADD 1 TO WS-TOTAL-INEXIST
              MOVE "ID NAO CADASTRADO" TO WS-DESCRICAO
           ELSE IF SLG-BLOQUEIO
              ADD 1 TO WS-TOTAL-BLOQUEIOS
              MOVE "*** ID BLOQUEADO ***" TO WS-DESCRICAO
           ELSE IF SLG-JA-BLOQUEADO
              ADD 1 TO WS-TOTAL-JA-BLOQ
              MOVE "TENTATIVA ID BLOQUEADO" TO WS-DESCRICAO
           ELSE IF SLG-DESBLOQUEIO
              ADD 1 TO WS-TOTAL-DESBLOQ
              MOVE "DESBLOQUEADO" TO WS-DESCRICAO
           ELSE
              MOVE "EVENTO " TO WS-DESCRICAO
              MOVE EVENTO-SLG TO WS-DESCRICAO (8:1).
           PERFORM 095-DESCREVE-TIPO THRU 095-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING HORA-SLG (1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  HORA-SLG (3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  HORA-SLG (5:2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TIPO-DESC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ID-SLG DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROGRAMA-SLG DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DESCRICAO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TENTATIVAS-SLG DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RESPONSAVEL-SLG DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       025-ACUMULA-ID.
           MOVE ZEROS TO WS-INDICE.
       025-01-PROCURA.
           ADD 1 TO WS-INDICE.
           IF WS-INDICE > WS-QTD-IDS
              GO TO 025-02-NOVO.
           IF TIPO-TAB (WS-INDICE) = TIPO-ID-SLG AND
              ID-TAB (WS-INDICE) = ID-SLG
              GO TO 025-03-SOMA.
           GO TO 025-01-PROCURA.
       025-02-NOVO.
           IF WS-QTD-IDS NOT < 200
              GO TO 025-99-FIM.
           ADD 1 TO WS-QTD-IDS.
           MOVE WS-QTD-IDS TO WS-INDICE.
           MOVE TIPO-ID-SLG TO TIPO-TAB (WS-INDICE).
           MOVE ID-SLG TO ID-TAB (WS-INDICE).
           MOVE ZEROS TO FALHAS-TAB (WS-INDICE).
           MOVE ZEROS TO BLOQUEIOS-TAB (WS-INDICE).
           MOVE ZEROS TO JA-BLOQ-TAB (WS-INDICE).
           MOVE ZEROS TO DESBLOQ-TAB (WS-INDICE).
       025-03-SOMA.
           IF SLG-FALHA OR SLG-INEXISTENTE
              ADD 1 TO FALHAS-TAB (WS-INDICE).
           IF SLG-BLOQUEIO
              ADD 1 TO BLOQUEIOS-TAB (WS-INDICE).
           IF SLG-JA-BLOQUEADO
              ADD 1 TO JA-BLOQ-TAB (WS-INDICE).
           IF SLG-DESBLOQUEIO
              ADD 1 TO DESBLOQ-TAB (WS-INDICE).
       025-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-RESUMO-IDS.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "RESUMO POR ID DO DIA:" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "TIPO     ID   RECUSAS BLOQUEIOS TENT.BLOQ DESBLOQ"
             TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           PERFORM 045-LINHA-RESUMO THRU 045-99-FIM
               VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-QTD-IDS.
      *----------------------------------------------------
       040-BLOQUEADOS.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "IDS AINDA BLOQUEADOS (AGUARDAM O ADMINISTRADOR):"
             TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           OPEN INPUT OPERADORES.
           IF STATUS-OPERADORES = "00"
              PERFORM 050-LE-OPERADOR THRU 050-99-FIM
                  UNTIL STATUS-OPERADORES = "10"
              CLOSE OPERADORES.
           OPEN INPUT KASIR.
           IF STATUS-KASIR = "00"
              PERFORM 060-LE-KASIR THRU 060-99-FIM
                  UNTIL STATUS-KASIR = "10"
              CLOSE KASIR.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       045-LINHA-RESUMO.
           MOVE TIPO-TAB (WS-INDICE) TO TIPO-ID-SLG.
           PERFORM 095-DESCREVE-TIPO THRU 095-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-TIPO-DESC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ID-TAB (WS-INDICE) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  FALHAS-TAB (WS-INDICE) DELIMITED BY SIZE
                  "       " DELIMITED BY SIZE
                  BLOQUEIOS-TAB (WS-INDICE) DELIMITED BY SIZE
                  "       " DELIMITED BY SIZE
                  JA-BLOQ-TAB (WS-INDICE) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  DESBLOQ-TAB (WS-INDICE) DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       045-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-LE-OPERADOR.
           READ OPERADORES NEXT RECORD
               AT END
               MOVE "10" TO STATUS-OPERADORES
               GO TO 050-99-FIM.
           IF NOT OPER-BLOQUEADO
              GO TO 050-99-FIM.
           ADD 1 TO WS-TOTAL-TRAVADOS.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "OPERADOR " DELIMITED BY SIZE
                  ID-OPERADOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOME-OPERADOR DELIMITED BY SIZE
                  " DESDE " DELIMITED BY SIZE
                  DATA-BLOQUEIO-OPER (7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  DATA-BLOQUEIO-OPER (5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  DATA-BLOQUEIO-OPER (1:4) DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
       060-LE-KASIR.
           READ KASIR NEXT RECORD
               AT END
               MOVE "10" TO STATUS-KASIR
               GO TO 060-99-FIM.
           IF NOT KASIR-TERBLOKIR
              GO TO 060-99-FIM.
           ADD 1 TO WS-TOTAL-TRAVADOS.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "CAIXA    " DELIMITED BY SIZE
                  KODE-KASIR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NAMA-KASIR DELIMITED BY SIZE
                  "           DESDE " DELIMITED BY SIZE
                  TGL-BLOKIR-KASIR (7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  TGL-BLOKIR-KASIR (5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  TGL-BLOKIR-KASIR (1:4) DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       060-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       095-DESCREVE-TIPO.
           IF SLG-KASIR
              MOVE "CAIXA" TO WS-TIPO-DESC
           ELSE
              MOVE "OPERADOR" TO WS-TIPO-DESC.
       095-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "SENHAS ERRADAS ............: " DELIMITED BY SIZE
                  WS-TOTAL-FALHAS DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "IDS NAO CADASTRADOS .......: " DELIMITED BY SIZE
                  WS-TOTAL-INEXIST DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "BLOQUEIOS NO DIA ..........: " DELIMITED BY SIZE
                  WS-TOTAL-BLOQUEIOS DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "TENTATIVAS COM ID BLOQUEADO: " DELIMITED BY SIZE
                  WS-TOTAL-JA-BLOQ DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "DESBLOQUEIOS NO DIA .......: " DELIMITED BY SIZE
                  WS-TOTAL-DESBLOQ DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "IDS AINDA BLOQUEADOS ......: " DELIMITED BY SIZE
                  WS-TOTAL-TRAVADOS DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           DISPLAY "EVENTOS LIDOS .............: " WS-TOTAL-LIDOS.
           DISPLAY "EVENTOS DO DIA ............: " WS-TOTAL-DO-DIA.
           DISPLAY "BLOQUEIOS NO DIA ..........: " WS-TOTAL-BLOQUEIOS.
           DISPLAY "IDS AINDA BLOQUEADOS ......: " WS-TOTAL-TRAVADOS.
           DISPLAY "RELATORIO GRAVADO EM SENHAREL.TXT".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA RELSENHA ---------***
