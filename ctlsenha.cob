       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CTLSENHA.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENHACTL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-SENHACTL.
           SELECT SENHALOG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-SENHALOG.
       DATA DIVISION.
       FILE SECTION.
       COPY "senhactl.cob".
      *
       COPY "senhalog.cob".
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-SENHACTL    PIC X(02) VALUE "00".
           02  STATUS-SENHALOG    PIC X(02) VALUE "00".
           02  WS-LIMITE-PADRAO   PIC 9(02) VALUE 3.
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-HORA.
           02  WS-HOR             PIC 9(02) VALUE ZEROS.
           02  WS-MIN             PIC 9(02) VALUE ZEROS.
           02  WS-SEG             PIC 9(02) VALUE ZEROS.
           02  WS-CSE             PIC 9(02) VALUE ZEROS.
       LINKAGE SECTION.
       01  LNK-CONTROLE-SENHA.
           02  LNK-FUNCAO         PIC X(01).
           02  LNK-PROGRAMA       PIC X(08).
           02  LNK-TIPO-ID        PIC X(01).
           02  LNK-ID             PIC X(04).
           02  LNK-TENTATIVAS     PIC 9(02).
           02  LNK-RESPONSAVEL    PIC X(04).
           02  LNK-LIMITE         PIC 9(02).
      *----------------------------------------------------
      * CONTROLE DAS ASSINATURAS DE OPERADORES (TIPO "O") E
      * CAIXAS DO RESTAURANTE (TIPO "K").
      * FUNCAO "L": DEVOLVE EM LNK-LIMITE O NUMERO DE SENHAS
      *             ERRADAS SEGUIDAS QUE BLOQUEIA O ID (SENHACTL
      *             .DAT; SEM O ARQUIVO, O PADRAO E 3).
      * FUNCAO "G": GRAVA LNK-LIMITE COMO NOVO LIMITE, COM A
      *             DATA E O RESPONSAVEL DA ALTERACAO.
      * FUNCOES "F" (SENHA ERRADA), "N" (ID INEXISTENTE),
      * "B" (ID BLOQUEADO AGORA), "T" (TENTATIVA COM O ID JA
      * BLOQUEADO) E "D" (DESBLOQUEIO PELO ADMINISTRADOR):
      *             ACRESCENTAM O EVENTO EM SENHALOG.DAT PARA O
      *             RELATORIO DIARIO DE SEGURANCA (RELSENHA).
      * TAMBEM DEVOLVE O LIMITE EM VIGOR NESSAS FUNCOES.
      *----------------------------------------------------
       PROCEDURE DIVISION USING LNK-CONTROLE-SENHA.
      *----------------------------------------------------
       001-INICIO.
           IF LNK-FUNCAO = "G"
              GO TO 020-GRAVA-LIMITE.
           PERFORM 010-LE-LIMITE THRU 010-99-FIM.
           IF LNK-FUNCAO = "L"
              GO TO 999-FIM.
           GO TO 030-GRAVA-EVENTO.
      *----------------------------------------------------
       010-LE-LIMITE.
           MOVE WS-LIMITE-PADRAO TO LNK-LIMITE.
           OPEN INPUT SENHACTL.
           IF STATUS-SENHACTL NOT = "00"
              GO TO 010-99-FIM.
           READ SENHACTL
               AT END
               MOVE "10" TO STATUS-SENHACTL.
           IF STATUS-SENHACTL = "00" AND MAX-TENTATIVAS-CTL > ZEROS
              MOVE MAX-TENTATIVAS-CTL TO LNK-LIMITE.
           CLOSE SENHACTL.
       010-99-FIM.
           EXIT.
      *----------------------------------------------------
       020-GRAVA-LIMITE.
           IF LNK-LIMITE = ZEROS
              MOVE WS-LIMITE-PADRAO TO LNK-LIMITE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           OPEN OUTPUT SENHACTL.
           MOVE SPACES TO REG-SENHACTL.
           MOVE LNK-LIMITE TO MAX-TENTATIVAS-CTL.
           MOVE WS-DATA-SISTEMA TO DATA-ALTERA-CTL.
           MOVE LNK-RESPONSAVEL TO OPERADOR-CTL.
           WRITE REG-SENHACTL.
           CLOSE SENHACTL.
           GO TO 999-FIM.
      *----------------------------------------------------
       030-GRAVA-EVENTO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           OPEN EXTEND SENHALOG.
           IF STATUS-SENHALOG = "35"
              OPEN OUTPUT SENHALOG
              CLOSE SENHALOG
              OPEN EXTEND SENHALOG.
           MOVE SPACES TO REG-SENHALOG.
           MOVE WS-DATA-SISTEMA TO DATA-SLG.
           MOVE WS-HORA (1:6) TO HORA-SLG.
           MOVE LNK-FUNCAO TO EVENTO-SLG.
           MOVE LNK-TIPO-ID TO TIPO-ID-SLG.
           MOVE LNK-ID TO ID-SLG.
           MOVE LNK-PROGRAMA TO PROGRAMA-SLG.
           MOVE LNK-TENTATIVAS TO TENTATIVAS-SLG.
           MOVE LNK-RESPONSAVEL TO RESPONSAVEL-SLG.
           WRITE REG-SENHALOG.
           CLOSE SENHALOG.
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA CTLSENHA ---------***
