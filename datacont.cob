       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DATACONT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATACTL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-DATACTL.
       DATA DIVISION.
       FILE SECTION.
       COPY "datactl.cob".
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-DATACTL     PIC X(02) VALUE "00".
           02  WS-TEM-CONTROLE    PIC X(01) VALUE "N".
           02  WS-FUNCAO-DIAS     PIC X(01) VALUE "N".
           02  WS-NUM-DIAS        PIC 9(07) VALUE ZEROS.
           02  WS-FUNCAO-DIAUTIL  PIC X(01) VALUE "P".
           02  WS-DIAUTIL-OK      PIC X(01) VALUE "N".
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-CALC.
           02  WS-DIA-CALC        PIC 9(02) VALUE ZEROS.
           02  WS-MES-CALC        PIC 9(02) VALUE ZEROS.
           02  WS-ANO-CALC        PIC 9(04) VALUE ZEROS.
       01  WS-HORA.
           02  WS-HOR             PIC 9(02) VALUE ZEROS.
           02  WS-MIN             PIC 9(02) VALUE ZEROS.
           02  WS-SEG             PIC 9(02) VALUE ZEROS.
           02  WS-CSE             PIC 9(02) VALUE ZEROS.
       01  WS-CHAMADA-ERRO.
           02  WS-ERR-PROGRAMA    PIC X(10) VALUE "DATACONT".
           02  WS-ERR-ARQUIVO     PIC X(12) VALUE "DATACTL.DAT".
           02  WS-ERR-OPERACAO    PIC X(08) VALUE SPACES.
           02  WS-ERR-STATUS      PIC X(02) VALUE "00".
           02  WS-ERR-ACAO        PIC X(01) VALUE "S".
       LINKAGE SECTION.
       01  LNK-DATA-NEGOCIO.
           02  LNK-FUNCAO         PIC X(01).
           02  LNK-PROGRAMA       PIC X(08).
           02  LNK-DATA           PIC 9(08).
           02  LNK-SITUACAO       PIC X(01).
           02  LNK-DATA-ANTERIOR  PIC 9(08).
           02  LNK-RESULTADO      PIC X(01).
      *----------------------------------------------------
      * CONTROLE DA DATA DE MOVIMENTO (DIA DE NEGOCIO) EM
      * DATACTL.DAT - REGISTRO UNICO COM A DATA CORRENTE
      * (AAAAMMDD) E A SITUACAO: A=ABERTO, F=EM FECHAMENTO,
      * E=ENCERRADO.
      * FUNCAO "C": CONSULTA A DATA E A SITUACAO.
      * FUNCAO "F": INICIA O FECHAMENTO (A -> F). O DIA JA EM
      *             FECHAMENTO E ACEITO (RETOMADA DA CADEIA).
      * FUNCAO "E": ENCERRA O DIA E ABRE O PROXIMO DIA UTIL
      *             DO CALENDARIO DE FERIADOS (F -> E -> A).
      * SEM DATACTL.DAT, O PRIMEIRO ACESSO ABRE O DIA UTIL DA
      * DATA DO SISTEMA. RESULTADO "S" = OK, "N" = SITUACAO
      * NAO PERMITE A FUNCAO, "E" = ERRO EM DATACTL.DAT.
      *----------------------------------------------------
       PROCEDURE DIVISION USING LNK-DATA-NEGOCIO.
      *----------------------------------------------------
       001-INICIO.
           MOVE "E" TO LNK-RESULTADO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           PERFORM 500-LE-CONTROLE THRU 500-99-FIM.
           IF WS-TEM-CONTROLE NOT = "S"
              PERFORM 520-CRIA-CONTROLE THRU 520-99-FIM.
           IF WS-TEM-CONTROLE NOT = "S"
              GO TO 999-FIM.
           IF LNK-FUNCAO = "F"
              GO TO 200-INICIA-FECHAMENTO.
           IF LNK-FUNCAO = "E"
              GO TO 300-ENCERRA-DIA.
      *----------------------------------------------------
       100-CONSULTA.
           PERFORM 700-DEVOLVE-DATA THRU 700-99-FIM.
           MOVE "S" TO LNK-RESULTADO.
           GO TO 999-FIM.
      *----------------------------------------------------
       200-INICIA-FECHAMENTO.
           IF DIA-FECHANDO
              GO TO 100-CONSULTA.
           IF NOT DIA-ABERTO
              PERFORM 700-DEVOLVE-DATA THRU 700-99-FIM
              MOVE "N" TO LNK-RESULTADO
              GO TO 999-FIM.
           MOVE "F" TO SITUACAO-NEGOCIO.
           PERFORM 510-GRAVA-CONTROLE THRU 510-99-FIM.
           IF WS-TEM-CONTROLE NOT = "S"
              GO TO 999-FIM.
           GO TO 100-CONSULTA.
      *----------------------------------------------------
       300-ENCERRA-DIA.
           IF DIA-ENCERRADO
              GO TO 310-ABRE-PROXIMO.
           IF NOT DIA-FECHANDO
              PERFORM 700-DEVOLVE-DATA THRU 700-99-FIM
              MOVE "N" TO LNK-RESULTADO
              GO TO 999-FIM.
           MOVE "E" TO SITUACAO-NEGOCIO.
           PERFORM 510-GRAVA-CONTROLE THRU 510-99-FIM.
           IF WS-TEM-CONTROLE NOT = "S"
              GO TO 999-FIM.
      *----------------------------------------------------
       310-ABRE-PROXIMO.
           MOVE DATA-NEGOCIO (7:2) TO WS-DIA-CALC.
           MOVE DATA-NEGOCIO (5:2) TO WS-MES-CALC.
           MOVE DATA-NEGOCIO (1:4) TO WS-ANO-CALC.
           MOVE "N" TO WS-FUNCAO-DIAS.
           CALL "DIASDATA" USING WS-DATA-CALC WS-FUNCAO-DIAS
               WS-NUM-DIAS.
           ADD 1 TO WS-NUM-DIAS.
           MOVE "D" TO WS-FUNCAO-DIAS.
           CALL "DIASDATA" USING WS-DATA-CALC WS-FUNCAO-DIAS
               WS-NUM-DIAS.
           MOVE "P" TO WS-FUNCAO-DIAUTIL.
           CALL "DIAUTIL" USING WS-DATA-CALC WS-FUNCAO-DIAUTIL
               WS-DIAUTIL-OK.
           MOVE DATA-NEGOCIO TO DATA-ANTERIOR-NEG.
           COMPUTE DATA-NEGOCIO = WS-ANO-CALC * 10000
               + WS-MES-CALC * 100 + WS-DIA-CALC.
           MOVE "A" TO SITUACAO-NEGOCIO.
           PERFORM 510-GRAVA-CONTROLE THRU 510-99-FIM.
           IF WS-TEM-CONTROLE NOT = "S"
              GO TO 999-FIM.
           GO TO 100-CONSULTA.
      *----------------------------------------------------
       500-LE-CONTROLE.
           MOVE "N" TO WS-TEM-CONTROLE.
           OPEN INPUT DATACTL.
           IF STATUS-DATACTL = "35"
              GO TO 500-99-FIM.
           IF STATUS-DATACTL NOT = "00"
              MOVE "OPEN" TO WS-ERR-OPERACAO
              PERFORM 900-GRAVA-ERRO THRU 900-99-FIM
              MOVE "E" TO WS-TEM-CONTROLE
              GO TO 500-99-FIM.
           READ DATACTL
               AT END
               CLOSE DATACTL
               GO TO 500-99-FIM.
           CLOSE DATACTL.
           MOVE "S" TO WS-TEM-CONTROLE.
       500-99-FIM.
           EXIT.
      *----------------------------------------------------
       510-GRAVA-CONTROLE.
           MOVE WS-DATA-SISTEMA TO DATA-ALTERACAO-NEG.
           COMPUTE HORA-ALTERACAO-NEG = WS-HOR * 10000
               + WS-MIN * 100 + WS-SEG.
           MOVE LNK-PROGRAMA TO PROGRAMA-NEG.
           OPEN OUTPUT DATACTL.
           IF STATUS-DATACTL NOT = "00"
              MOVE "OPEN" TO WS-ERR-OPERACAO
              PERFORM 900-GRAVA-ERRO THRU 900-99-FIM
              MOVE "N" TO WS-TEM-CONTROLE
              GO TO 510-99-FIM.
           WRITE REG-DATACTL.
           IF STATUS-DATACTL NOT = "00"
              MOVE "WRITE" TO WS-ERR-OPERACAO
              PERFORM 900-GRAVA-ERRO THRU 900-99-FIM
              MOVE "N" TO WS-TEM-CONTROLE.
           CLOSE DATACTL.
       510-99-FIM.
           EXIT.
      *----------------------------------------------------
       520-CRIA-CONTROLE.
           IF WS-TEM-CONTROLE = "E"
              MOVE "N" TO WS-TEM-CONTROLE
              GO TO 520-99-FIM.
           MOVE SPACES TO REG-DATACTL.
           MOVE WS-DATA-SISTEMA (7:2) TO WS-DIA-CALC.
           MOVE WS-DATA-SISTEMA (5:2) TO WS-MES-CALC.
           MOVE WS-DATA-SISTEMA (1:4) TO WS-ANO-CALC.
           MOVE "P" TO WS-FUNCAO-DIAUTIL.
           CALL "DIAUTIL" USING WS-DATA-CALC WS-FUNCAO-DIAUTIL
               WS-DIAUTIL-OK.
           COMPUTE DATA-NEGOCIO = WS-ANO-CALC * 10000
               + WS-MES-CALC * 100 + WS-DIA-CALC.
           MOVE "A" TO SITUACAO-NEGOCIO.
           MOVE ZEROS TO DATA-ANTERIOR-NEG.
           MOVE "S" TO WS-TEM-CONTROLE.
           PERFORM 510-GRAVA-CONTROLE THRU 510-99-FIM.
       520-99-FIM.
           EXIT.
      *----------------------------------------------------
       700-DEVOLVE-DATA.
           MOVE DATA-NEGOCIO TO LNK-DATA.
           MOVE SITUACAO-NEGOCIO TO LNK-SITUACAO.
           MOVE DATA-ANTERIOR-NEG TO LNK-DATA-ANTERIOR.
       700-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-GRAVA-ERRO.
           MOVE STATUS-DATACTL TO WS-ERR-STATUS.
           MOVE "S" TO WS-ERR-ACAO.
           CALL "GRAVAERR" USING WS-ERR-PROGRAMA
               WS-ERR-ARQUIVO WS-ERR-OPERACAO
               WS-ERR-STATUS WS-ERR-ACAO.
       900-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA DATACONT ---------***
