       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GRAVAJOB.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBSTAT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-JOBSTAT.
       DATA DIVISION.
       FILE SECTION.
       COPY "jobstat.cob".
      *
       WORKING-STORAGE SECTION.
       77  STATUS-JOBSTAT         PIC X(02) VALUE "00".
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-HORA.
           02  WS-HOR             PIC 9(02) VALUE ZEROS.
           02  WS-MIN             PIC 9(02) VALUE ZEROS.
           02  WS-SEG             PIC 9(02) VALUE ZEROS.
           02  WS-CSE             PIC 9(02) VALUE ZEROS.
       01  WS-DIA-NEGOCIO.
           02  WS-NEGOCIO-FUNCAO  PIC X(01) VALUE "C".
           02  WS-NEGOCIO-PROGRAMA PIC X(08) VALUE "GRAVAJOB".
           02  WS-NEGOCIO-DATA    PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-SITUACAO PIC X(01) VALUE SPACE.
           02  WS-NEGOCIO-ANTERIOR PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-RESULTADO PIC X(01) VALUE "N".
       01  WS-CHAMADA-ERRO.
           02  WS-ERR-PROGRAMA    PIC X(10) VALUE "GRAVAJOB".
           02  WS-ERR-ARQUIVO     PIC X(12) VALUE "JOBSTAT.TXT".
           02  WS-ERR-OPERACAO    PIC X(08) VALUE SPACES.
           02  WS-ERR-STATUS      PIC X(02) VALUE "00".
           02  WS-ERR-ACAO        PIC X(01) VALUE "S".
       LINKAGE SECTION.
       01  LNK-ESTATISTICA.
           02  LNK-PROGRAMA       PIC X(12).
           02  LNK-RC             PIC 9(02).
           02  LNK-LIDOS          PIC 9(07).
           02  LNK-GRAVADOS       PIC 9(07).
           02  LNK-REJEITADOS     PIC 9(07).
           02  LNK-ARQUIVO        PIC X(12).
      *----------------------------------------------------
      * REGISTRO DE EXECUCAO DOS LOTES EM JOBSTAT.TXT: UMA
      * LINHA POR RODADA COM O DIA DE MOVIMENTO (DATACONT; SEM
      * CONTROLE DE DATA, A DATA DO SISTEMA), DATA E HORA DA
      * EXECUCAO, CODIGO DE RETORNO (0=OK 4=COM REJEITOS OU
      * EXCECOES 8=NAO CONCLUIDO), CONTAGENS E O ARQUIVO DE
      * REJEITOS/EXCECOES GERADO. BASE DO CHECKLIST MATINAL.
      *----------------------------------------------------
       PROCEDURE DIVISION USING LNK-ESTATISTICA.
      *----------------------------------------------------
       001-INICIO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE "C" TO WS-NEGOCIO-FUNCAO.
           CALL "DATACONT" USING WS-DIA-NEGOCIO.
           IF WS-NEGOCIO-RESULTADO NOT = "S"
              MOVE WS-DATA-SISTEMA TO WS-NEGOCIO-DATA.
      *----------------------------------------------------
       010-GRAVA-JOBSTAT.
           OPEN EXTEND JOBSTAT.
           IF STATUS-JOBSTAT = "35"
              OPEN OUTPUT JOBSTAT
              CLOSE JOBSTAT
              OPEN EXTEND JOBSTAT.
           IF STATUS-JOBSTAT NOT = "00"
              MOVE "OPEN" TO WS-ERR-OPERACAO
              PERFORM 900-GRAVA-ERRO THRU 900-99-FIM
              GO TO 999-FIM.
           MOVE SPACES TO REG-JOBSTAT.
           MOVE WS-NEGOCIO-DATA TO DATA-NEG-JBS.
           MOVE LNK-PROGRAMA TO PROGRAMA-JBS.
           MOVE WS-DATA-SISTEMA TO DATA-EXEC-JBS.
           COMPUTE HORA-EXEC-JBS = WS-HOR * 10000
               + WS-MIN * 100 + WS-SEG.
           MOVE LNK-RC TO RC-JBS.
           MOVE LNK-LIDOS TO LIDOS-JBS.
           MOVE LNK-GRAVADOS TO GRAVADOS-JBS.
           MOVE LNK-REJEITADOS TO REJEITADOS-JBS.
           MOVE LNK-ARQUIVO TO ARQUIVO-JBS.
           WRITE REG-JOBSTAT.
           IF STATUS-JOBSTAT NOT = "00"
              MOVE "WRITE" TO WS-ERR-OPERACAO
              PERFORM 900-GRAVA-ERRO THRU 900-99-FIM.
           CLOSE JOBSTAT.
           GO TO 999-FIM.
      *----------------------------------------------------
       900-GRAVA-ERRO.
           MOVE STATUS-JOBSTAT TO WS-ERR-STATUS.
           MOVE "S" TO WS-ERR-ACAO.
           CALL "GRAVAERR" USING WS-ERR-PROGRAMA
               WS-ERR-ARQUIVO WS-ERR-OPERACAO
               WS-ERR-STATUS WS-ERR-ACAO.
       900-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA GRAVAJOB ---------***
