       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHKMATINAL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBLOG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-JOBLOG.
           SELECT JOBSTAT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-JOBSTAT.
           SELECT ERRLOG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ERRLOG.
           SELECT CLIREJ ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO.
           SELECT MOVREJ ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO.
           SELECT ABSENREJ ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO.
           SELECT FUNCREJ ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO.
           SELECT CONCILIA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO.
           SELECT CONCSALD ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO.
           SELECT ZREPORT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARQUIVO.
           SELECT CHKACK ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CHKACK
               FILE STATUS IS STATUS-CHKACK.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  JOBLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "JOBCTL.TXT".
       01  REG-JOBLOG.
           02  JBL-PASSO          PIC X(10).
           02  FILLER             PIC X(01).
           02  JBL-EVENTO         PIC X(06).
           02  FILLER             PIC X(18).
           02  FILLER             PIC X(01).
           02  JBL-SITUACAO       PIC X(04).
           02  FILLER             PIC X(04).
           02  JBL-RC             PIC X(02).
           02  FILLER             PIC X(05).
           02  JBL-DIA            PIC X(08).
           02  FILLER             PIC X(21).
      *
       COPY "jobstat.cob".
      *
       FD  ERRLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ERRLOG.TXT".
       01  REG-ERRLOG.
           02  ERL-DATA           PIC X(08).
           02  FILLER             PIC X(72).
      *
       FD  CLIREJ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CLIREJ.TXT".
       01  REG-CLIREJ             PIC X(120).
      *
       FD  MOVREJ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MOVREJ.TXT".
       01  REG-MOVREJ             PIC X(90).
      *
       FD  ABSENREJ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ABSENREJ.TXT".
       01  REG-ABSENREJ           PIC X(50).
      *
       FD  FUNCREJ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCREJ.TXT".
       01  REG-FUNCREJ            PIC X(100).
      *
       FD  CONCILIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONCILIA.TXT".
       01  REG-CONCILIA           PIC X(80).
      *
       FD  CONCSALD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONCSALD.TXT".
       01  REG-CONCSALD           PIC X(80).
      *
       FD  ZREPORT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ZREPORT.TXT".
       01  REG-ZREPORT            PIC X(80).
      *
       COPY "chkack.cob".
      *
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CHKMATIN.TXT".
       01  REG-RELATORIO          PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-JOBLOG      PIC X(02) VALUE "00".
           02  STATUS-JOBSTAT     PIC X(02) VALUE "00".
           02  STATUS-ERRLOG      PIC X(02) VALUE "00".
           02  STATUS-ARQUIVO     PIC X(02) VALUE "00".
           02  STATUS-CHKACK      PIC X(02) VALUE "00".
           02  STATUS-RELATORIO   PIC X(02) VALUE "00".
           02  WS-INDICE          PIC 9(02) VALUE ZEROS.
           02  WS-ITEM-ACHADO     PIC 9(02) VALUE ZEROS.
           02  WS-CODIGO-BUSCA    PIC X(12) VALUE SPACES.
           02  WS-QTD-LINHAS      PIC 9(07) VALUE ZEROS.
           02  WS-ARQ-EXISTE      PIC X(01) VALUE "N".
           02  WS-TOTAL-VERDES    PIC 9(02) VALUE ZEROS.
           02  WS-TOTAL-VERMELHOS PIC 9(02) VALUE ZEROS.
           02  WS-TOTAL-PENDENTES PIC 9(02) VALUE ZEROS.
           02  WS-TOTAL-CONFIRMADOS PIC 9(02) VALUE ZEROS.
           02  WS-ITEM-ESCOLHIDO  PIC 9(02) VALUE ZEROS.
           02  WS-OBSERVACAO      PIC X(40) VALUE SPACES.
           02  WS-TEM-ACK         PIC X(01) VALUE "N".
           02  WS-ACK-ABERTO      PIC X(01) VALUE "N".
           02  WS-QTD-ERROS-LIST  PIC 9(02) VALUE ZEROS.
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-REF            PIC 9(08) VALUE ZEROS.
       01  WS-DATA-INFORMADA      PIC 9(08) VALUE ZEROS.
       01  WS-DATA-LINHA          PIC 9(08) VALUE ZEROS.
       01  WS-HORA.
           02  WS-HOR             PIC 9(02) VALUE ZEROS.
           02  WS-MIN             PIC 9(02) VALUE ZEROS.
           02  WS-SEG             PIC 9(02) VALUE ZEROS.
           02  WS-CSE             PIC 9(02) VALUE ZEROS.
       01  WS-CONTROLE-ACESSO.
           02  WS-GATE-PROGRAMA   PIC X(08) VALUE "CHKMATIN".
           02  WS-GATE-PERFIL     PIC X(01) VALUE "C".
           02  WS-GATE-OPERADOR   PIC X(04) VALUE SPACES.
           02  WS-GATE-OK         PIC X(01) VALUE "N".
       01  WS-DIA-NEGOCIO.
           02  WS-NEGOCIO-FUNCAO  PIC X(01) VALUE "C".
           02  WS-NEGOCIO-PROGRAMA PIC X(08) VALUE "CHKMATIN".
           02  WS-NEGOCIO-DATA    PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-SITUACAO PIC X(01) VALUE SPACE.
           02  WS-NEGOCIO-ANTERIOR PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-RESULTADO PIC X(01) VALUE "N".
       01  WS-PARAMETRO.
           02  WS-PARAM-CODIGO    PIC X(12) VALUE SPACES.
           02  WS-PARAM-DATA      PIC 9(08) VALUE ZEROS.
           02  WS-PARAM-VALOR     PIC 9(09)V99 VALUE ZEROS.
           02  WS-PARAM-VIGENCIA  PIC 9(08) VALUE ZEROS.
           02  WS-PARAM-RESULTADO PIC X(01) VALUE "N".
      *----------------------------------------------------
      * ITENS DO CHECKLIST: NOME DO JOB, ORIGEM (F = PASSO DA
      * CADEIA FIMDIA EM JOBCTL.TXT, J = LOTE EM JOBSTAT.TXT
      * COM ARQUIVO DE REJEITOS/EXCECOES, Z = LOTE EM
      * JOBSTAT.TXT CONTADO PELO PROPRIO LOTE, E = ERRLOG.TXT),
      * ARQUIVO A CONTAR (1-7), PARAMETRO DE TOLERANCIA EM
      * PARAMETR.DAT E TOLERANCIA PADRAO SEM O PARAMETRO.
      *----------------------------------------------------
       01  ITENS-CHECKLIST.
           02  FILLER PIC X(13) VALUE "VALIDACLI   F".
           02  FILLER PIC X(18) VALUE "0            00000".
           02  FILLER PIC X(13) VALUE "DEMOGCLI    F".
           02  FILLER PIC X(18) VALUE "0            00000".
           02  FILLER PIC X(13) VALUE "EXPORTACLI  F".
           02  FILLER PIC X(18) VALUE "0            00000".
           02  FILLER PIC X(13) VALUE "VERSALDO    F".
           02  FILLER PIC X(18) VALUE "0            00000".
           02  FILLER PIC X(13) VALUE "APURANEG    F".
           02  FILLER PIC X(18) VALUE "0            00000".
           02  FILLER PIC X(13) VALUE "VENCEBLOQ   F".
           02  FILLER PIC X(18) VALUE "0            00000".
           02  FILLER PIC X(13) VALUE "ENVIANOTIF  F".
           02  FILLER PIC X(18) VALUE "0            00000".
           02  FILLER PIC X(13) VALUE "RELRETRO    F".
           02  FILLER PIC X(18) VALUE "0            00000".
           02  FILLER PIC X(13) VALUE "LIBERACHQ   F".
           02  FILLER PIC X(18) VALUE "0            00000".
           02  FILLER PIC X(13) VALUE "FECHADIA    F".
           02  FILLER PIC X(18) VALUE "0            00000".
           02  FILLER PIC X(13) VALUE "IMPORTACLI  J".
           02  FILLER PIC X(18) VALUE "1TOLREJCLI   00005".
           02  FILLER PIC X(13) VALUE "IMPORTAMOV  J".
           02  FILLER PIC X(18) VALUE "2TOLREJMOV   00005".
           02  FILLER PIC X(13) VALUE "IMPABSEN    J".
           02  FILLER PIC X(18) VALUE "3TOLREJABSEN 00010".
           02  FILLER PIC X(13) VALUE "EXERCICIO1  J".
           02  FILLER PIC X(18) VALUE "4TOLREJFUNC  00000".
           02  FILLER PIC X(13) VALUE "CONCILIACLI J".
           02  FILLER PIC X(18) VALUE "5TOLEXCCONC  00000".
           02  FILLER PIC X(13) VALUE "CONCSALDO   J".
           02  FILLER PIC X(18) VALUE "6TOLEXCSALDO 00000".
           02  FILLER PIC X(13) VALUE "ZREPORT     Z".
           02  FILLER PIC X(18) VALUE "7TOLESTORNO  00010".
           02  FILLER PIC X(13) VALUE "ERRLOG      E".
           02  FILLER PIC X(18) VALUE "0TOLERRLOG   00000".
       01  TABELA-ITENS REDEFINES ITENS-CHECKLIST.
           02  ITEM-DEFINICAO     OCCURS 18 TIMES.
               03  ITEM-CODIGO    PIC X(12).
               03  ITEM-ORIGEM    PIC X(01).
               03  ITEM-ARQUIVO   PIC 9(01).
               03  ITEM-PARAMETRO PIC X(12).
               03  ITEM-TOL-PADRAO PIC 9(05).
      *****  RESULTADO DA VERIFICACAO DE CADA ITEM NA DATA
       01  TABELA-RESULTADOS.
           02  ITEM-RESULTADO     OCCURS 18 TIMES.
               03  ITEM-RODOU     PIC X(01).
               03  ITEM-RC        PIC 9(02).
               03  ITEM-LIDOS     PIC 9(07).
               03  ITEM-GRAVADOS  PIC 9(07).
               03  ITEM-EXCECOES  PIC 9(07).
               03  ITEM-TOLERANCIA PIC 9(07).
               03  ITEM-ULT-DATA  PIC 9(08).
               03  ITEM-SITUACAO  PIC X(01).
               03  ITEM-MOTIVO    PIC X(20).
       01  WS-SITUACAO-ED         PIC X(08) VALUE SPACES.
       01  WS-RC-ED               PIC Z9.
       01  WS-LIDOS-ED            PIC Z(06)9.
       01  WS-GRAVADOS-ED         PIC Z(06)9.
       01  WS-EXCECOES-ED         PIC Z(06)9.
       01  WS-TOLERANCIA-ED       PIC Z(06)9.
       01  WS-ITEM-ED             PIC Z9.
       01  WS-LINHA-RELATORIO     PIC X(80) VALUE SPACES.
      *****  LINHAS DE ERRLOG.TXT DO PERIODO (AS 15 PRIMEIRAS)
       01  TABELA-ERROS.
           02  ERRO-LINHA         OCCURS 15 TIMES PIC X(80).
      *----------------------------------------------------
      * CHECKLIST MATINAL DA OPERACAO: CONFERE, PARA O ULTIMO
      * DIA DE MOVIMENTO FECHADO (OU A DATA INFORMADA), OS
      * PASSOS DA CADEIA FIMDIA (JOBCTL.TXT), OS LOTES DE
      * IMPORTACAO E CONCILIACAO E O Z-REPORT (JOBSTAT.TXT E
      * OS ARQUIVOS DE REJEITOS/EXCECOES) E OS ERROS DE
      * ARQUIVO EM ERRLOG.TXT DESDE AQUELE DIA ATE HOJE.
      * CADA ITEM FICA VERDE OU VERMELHO: VERMELHO QUANDO NAO
      * RODOU, RODOU SEM TERMINAR, RETORNOU ERRO OU PASSOU DA
      * TOLERANCIA DE REJEITOS/EXCECOES (PARAMETR.DAT). O
      * OPERADOR CONFIRMA OS ITENS REVISADOS (CHKACK.DAT, COM
      * OBSERVACAO OBRIGATORIA NOS VERMELHOS). RELATORIO EM
      * CHKMATIN.TXT.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       000-CONTROLE-ACESSO.
           CALL "ACESSOVAL" USING WS-GATE-PROGRAMA WS-GATE-PERFIL
               WS-GATE-OPERADOR WS-GATE-OK.
           IF WS-GATE-OK NOT = "S"
              STOP RUN.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** CHECKLIST MATINAL DA OPERACAO ***".
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           CALL "DATACONT" USING WS-DIA-NEGOCIO.
      *****  DIA ABERTO: CONFERE O DIA ANTERIOR. CADEIA EM
      *****  ANDAMENTO OU INTERROMPIDA: CONFERE O DIA EM FECHAMENTO
           MOVE WS-DATA-SISTEMA TO WS-DATA-REF.
           IF WS-NEGOCIO-RESULTADO = "S"
              MOVE WS-NEGOCIO-DATA TO WS-DATA-REF.
           IF WS-NEGOCIO-RESULTADO = "S" AND
              WS-NEGOCIO-SITUACAO = "A" AND
              WS-NEGOCIO-ANTERIOR NOT = ZEROS
              MOVE WS-NEGOCIO-ANTERIOR TO WS-DATA-REF.
           IF WS-NEGOCIO-RESULTADO = "S" AND
              WS-NEGOCIO-SITUACAO NOT = "A"
              DISPLAY "DIA " WS-NEGOCIO-DATA
                      " AINDA EM FECHAMENTO - CADEIA INCOMPLETA.".
           DISPLAY "DATA A CONFERIR (AAAAMMDD; 0 = " WS-DATA-REF
                   "): ".
           ACCEPT WS-DATA-INFORMADA.
           IF WS-DATA-INFORMADA NOT = ZEROS
              MOVE WS-DATA-INFORMADA TO WS-DATA-REF.
           MOVE ZEROS TO TABELA-RESULTADOS.
           MOVE ZEROS TO WS-INDICE.
           PERFORM 100-PREPARA-ITEM THRU 100-99-FIM
               UNTIL WS-INDICE NOT < 18.
      *----------------------------------------------------
       010-VERIFICA.
           PERFORM 200-LE-JOBCTL THRU 200-99-FIM.
           PERFORM 300-LE-JOBSTAT THRU 300-99-FIM.
           PERFORM 400-CONTA-ARQUIVOS THRU 400-99-FIM.
           PERFORM 450-LE-ERRLOG THRU 450-99-FIM.
           MOVE ZEROS TO WS-INDICE.
           PERFORM 500-AVALIA-ITEM THRU 500-99-FIM
               UNTIL WS-INDICE NOT < 18.
      *----------------------------------------------------
       020-CONFIRMACOES.
           OPEN I-O CHKACK.
           IF STATUS-CHKACK = "35"
              OPEN OUTPUT CHKACK
              CLOSE CHKACK
              OPEN I-O CHKACK.
           IF STATUS-CHKACK NOT = "00"
              DISPLAY "CHKACK.DAT INDISPONIVEL. STATUS=" STATUS-CHKACK
                      " - SEM CONFIRMACOES."
              GO TO 030-RELATORIO.
           MOVE "S" TO WS-ACK-ABERTO.
           MOVE ZEROS TO WS-INDICE.
           PERFORM 600-MOSTRA-ITEM THRU 600-99-FIM
               UNTIL WS-INDICE NOT < 18.
           PERFORM 650-CONFIRMA-ITEM THRU 650-99-FIM
               UNTIL WS-ITEM-ESCOLHIDO = 99.
      *----------------------------------------------------
       030-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "CHECKLIST MATINAL - DIA DE MOVIMENTO "
                  DELIMITED BY SIZE
                  WS-DATA-REF DELIMITED BY SIZE
                  "  EMITIDO EM " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "NO JOB          SITUACAO RC   LIDOS  "
                  DELIMITED BY SIZE
                  "GRAVAD   EXCEC/  TOLER MOTIVO" DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ZEROS TO WS-INDICE.
           PERFORM 700-IMPRIME-ITEM THRU 700-99-FIM
               UNTIL WS-INDICE NOT < 18.
           PERFORM 800-IMPRIME-ERROS THRU 800-99-FIM.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  ESTADO INICIAL: NAO RODOU; TOLERANCIA DO PARAMETRO
       100-PREPARA-ITEM.
           ADD 1 TO WS-INDICE.
           MOVE "N" TO ITEM-RODOU (WS-INDICE).
           MOVE "V" TO ITEM-SITUACAO (WS-INDICE).
           MOVE SPACES TO ITEM-MOTIVO (WS-INDICE).
           MOVE ITEM-TOL-PADRAO (WS-INDICE)
               TO ITEM-TOLERANCIA (WS-INDICE).
           IF ITEM-PARAMETRO (WS-INDICE) = SPACES
              GO TO 100-99-FIM.
           MOVE ITEM-PARAMETRO (WS-INDICE) TO WS-PARAM-CODIGO.
           MOVE WS-DATA-REF TO WS-PARAM-DATA.
           CALL "PARAMVAL" USING WS-PARAMETRO.
           IF WS-PARAM-RESULTADO = "S"
              MOVE WS-PARAM-VALOR TO ITEM-TOLERANCIA (WS-INDICE).
       100-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  LOCALIZA O ITEM PELO NOME DO JOB EM WS-CODIGO-BUSCA
       150-ACHA-ITEM.
           MOVE ZEROS TO WS-ITEM-ACHADO.
           MOVE ZEROS TO WS-INDICE.
       150-01-PROCURA.
           ADD 1 TO WS-INDICE.
           IF WS-INDICE > 18
              GO TO 150-99-FIM.
           IF ITEM-CODIGO (WS-INDICE) NOT = WS-CODIGO-BUSCA
              GO TO 150-01-PROCURA.
           MOVE WS-INDICE TO WS-ITEM-ACHADO.
       150-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  PASSOS DA CADEIA DE FIM DE DIA DO DIA CONFERIDO
       200-LE-JOBCTL.
           OPEN INPUT JOBLOG.
           IF STATUS-JOBLOG NOT = "00"
              GO TO 200-99-FIM.
       200-01-LE.
           READ JOBLOG
               AT END
               CLOSE JOBLOG
               GO TO 200-99-FIM.
           IF JBL-DIA IS NOT NUMERIC
              GO TO 200-01-LE.
           MOVE JBL-DIA TO WS-DATA-LINHA.
           IF WS-DATA-LINHA NOT = WS-DATA-REF
              GO TO 200-01-LE.
           MOVE JBL-PASSO TO WS-CODIGO-BUSCA.
           PERFORM 150-ACHA-ITEM THRU 150-99-FIM.
           IF WS-ITEM-ACHADO = ZEROS
              GO TO 200-01-LE.
           IF ITEM-ORIGEM (WS-ITEM-ACHADO) NOT = "F"
              GO TO 200-01-LE.
           IF JBL-EVENTO = "INICIO"
              MOVE "I" TO ITEM-RODOU (WS-ITEM-ACHADO)
              GO TO 200-01-LE.
           MOVE "S" TO ITEM-RODOU (WS-ITEM-ACHADO).
           MOVE ZEROS TO ITEM-RC (WS-ITEM-ACHADO).
           IF JBL-RC IS NUMERIC
              MOVE JBL-RC TO ITEM-RC (WS-ITEM-ACHADO).
           IF JBL-SITUACAO = "ERRO" AND
              ITEM-RC (WS-ITEM-ACHADO) = ZEROS
              MOVE 16 TO ITEM-RC (WS-ITEM-ACHADO).
           GO TO 200-01-LE.
       200-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  ULTIMA RODADA DE CADA LOTE NO DIA CONFERIDO E A
      *****  DATA DA RODADA MAIS RECENTE (QUE DEIXOU O ARQUIVO)
       300-LE-JOBSTAT.
           OPEN INPUT JOBSTAT.
           IF STATUS-JOBSTAT NOT = "00"
              GO TO 300-99-FIM.
       300-01-LE.
           READ JOBSTAT
               AT END
               CLOSE JOBSTAT
               GO TO 300-99-FIM.
           MOVE PROGRAMA-JBS TO WS-CODIGO-BUSCA.
           PERFORM 150-ACHA-ITEM THRU 150-99-FIM.
           IF WS-ITEM-ACHADO = ZEROS
              GO TO 300-01-LE.
           IF ITEM-ORIGEM (WS-ITEM-ACHADO) NOT = "J" AND
              ITEM-ORIGEM (WS-ITEM-ACHADO) NOT = "Z"
              GO TO 300-01-LE.
           MOVE DATA-NEG-JBS TO ITEM-ULT-DATA (WS-ITEM-ACHADO).
           IF DATA-NEG-JBS NOT = WS-DATA-REF
              GO TO 300-01-LE.
           MOVE "S" TO ITEM-RODOU (WS-ITEM-ACHADO).
           MOVE RC-JBS TO ITEM-RC (WS-ITEM-ACHADO).
           MOVE LIDOS-JBS TO ITEM-LIDOS (WS-ITEM-ACHADO).
           MOVE GRAVADOS-JBS TO ITEM-GRAVADOS (WS-ITEM-ACHADO).
           MOVE REJEITADOS-JBS TO ITEM-EXCECOES (WS-ITEM-ACHADO).
           GO TO 300-01-LE.
       300-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  REJEITOS/EXCECOES CONTADOS NO PROPRIO ARQUIVO QUANDO
      *****  A ULTIMA RODADA E DO DIA CONFERIDO; SE O LOTE JA
      *****  RODOU DE NOVO DEPOIS, VALE A CONTAGEM DO JOBSTAT
       400-CONTA-ARQUIVOS.
           MOVE ZEROS TO WS-INDICE.
       400-01-PROXIMO.
           ADD 1 TO WS-INDICE.
           IF WS-INDICE > 18
              GO TO 400-99-FIM.
           IF ITEM-ARQUIVO (WS-INDICE) = ZEROS
              GO TO 400-01-PROXIMO.
           IF ITEM-RODOU (WS-INDICE) NOT = "S"
              GO TO 400-01-PROXIMO.
           IF ITEM-ULT-DATA (WS-INDICE) NOT = WS-DATA-REF
              GO TO 400-01-PROXIMO.
           MOVE ZEROS TO WS-QTD-LINHAS.
           MOVE "N" TO WS-ARQ-EXISTE.
           IF ITEM-ARQUIVO (WS-INDICE) = 1
              PERFORM 410-CONTA-CLIREJ THRU 410-99-FIM
           ELSE IF ITEM-ARQUIVO (WS-INDICE) = 2
              PERFORM 411-CONTA-MOVREJ THRU 411-99-FIM
           ELSE IF ITEM-ARQUIVO (WS-INDICE) = 3
              PERFORM 412-CONTA-ABSENREJ THRU 412-99-FIM
           ELSE IF ITEM-ARQUIVO (WS-INDICE) = 4
              PERFORM 413-CONTA-FUNCREJ THRU 413-99-FIM
           ELSE IF ITEM-ARQUIVO (WS-INDICE) = 5
              PERFORM 414-CONTA-CONCILIA THRU 414-99-FIM
           ELSE IF ITEM-ARQUIVO (WS-INDICE) = 6
              PERFORM 415-CONTA-CONCSALD THRU 415-99-FIM
           ELSE
              PERFORM 416-CONTA-ZREPORT THRU 416-99-FIM.
           IF WS-ARQ-EXISTE NOT = "S"
              MOVE "R" TO ITEM-SITUACAO (WS-INDICE)
              MOVE "ARQUIVO AUSENTE" TO ITEM-MOTIVO (WS-INDICE)
              GO TO 400-01-PROXIMO.
           IF ITEM-ORIGEM (WS-INDICE) = "J"
              MOVE WS-QTD-LINHAS TO ITEM-EXCECOES (WS-INDICE).
           GO TO 400-01-PROXIMO.
       400-99-FIM.
           EXIT.
      *----------------------------------------------------
       410-CONTA-CLIREJ.
           OPEN INPUT CLIREJ.
           IF STATUS-ARQUIVO NOT = "00"
              GO TO 410-99-FIM.
           MOVE "S" TO WS-ARQ-EXISTE.
       410-01-LE.
           READ CLIREJ
               AT END
               CLOSE CLIREJ
               GO TO 410-99-FIM.
           ADD 1 TO WS-QTD-LINHAS.
           GO TO 410-01-LE.
       410-99-FIM.
           EXIT.
      *----------------------------------------------------
       411-CONTA-MOVREJ.
           OPEN INPUT MOVREJ.
           IF STATUS-ARQUIVO NOT = "00"
              GO TO 411-99-FIM.
           MOVE "S" TO WS-ARQ-EXISTE.
       411-01-LE.
           READ MOVREJ
               AT END
               CLOSE MOVREJ
               GO TO 411-99-FIM.
           ADD 1 TO WS-QTD-LINHAS.
           GO TO 411-01-LE.
       411-99-FIM.
           EXIT.
      *----------------------------------------------------
       412-CONTA-ABSENREJ.
           OPEN INPUT ABSENREJ.
           IF STATUS-ARQUIVO NOT = "00"
              GO TO 412-99-FIM.
           MOVE "S" TO WS-ARQ-EXISTE.
       412-01-LE.
           READ ABSENREJ
               AT END
               CLOSE ABSENREJ
               GO TO 412-99-FIM.
           ADD 1 TO WS-QTD-LINHAS.
           GO TO 412-01-LE.
       412-99-FIM.
           EXIT.
      *----------------------------------------------------
       413-CONTA-FUNCREJ.
           OPEN INPUT FUNCREJ.
           IF STATUS-ARQUIVO NOT = "00"
              GO TO 413-99-FIM.
           MOVE "S" TO WS-ARQ-EXISTE.
       413-01-LE.
           READ FUNCREJ
               AT END
               CLOSE FUNCREJ
               GO TO 413-99-FIM.
           ADD 1 TO WS-QTD-LINHAS.
           GO TO 413-01-LE.
       413-99-FIM.
           EXIT.
      *----------------------------------------------------
       414-CONTA-CONCILIA.
           OPEN INPUT CONCILIA.
           IF STATUS-ARQUIVO NOT = "00"
              GO TO 414-99-FIM.
           MOVE "S" TO WS-ARQ-EXISTE.
       414-01-LE.
           READ CONCILIA
               AT END
               CLOSE CONCILIA
               GO TO 414-99-FIM.
           ADD 1 TO WS-QTD-LINHAS.
           GO TO 414-01-LE.
       414-99-FIM.
           EXIT.
      *----------------------------------------------------
       415-CONTA-CONCSALD.
           OPEN INPUT CONCSALD.
           IF STATUS-ARQUIVO NOT = "00"
              GO TO 415-99-FIM.
           MOVE "S" TO WS-ARQ-EXISTE.
       415-01-LE.
           READ CONCSALD
               AT END
               CLOSE CONCSALD
               GO TO 415-99-FIM.
           ADD 1 TO WS-QTD-LINHAS.
           GO TO 415-01-LE.
       415-99-FIM.
           EXIT.
      *----------------------------------------------------
       416-CONTA-ZREPORT.
           OPEN INPUT ZREPORT.
           IF STATUS-ARQUIVO NOT = "00"
              GO TO 416-99-FIM.
           MOVE "S" TO WS-ARQ-EXISTE.
       416-01-LE.
           READ ZREPORT
               AT END
               CLOSE ZREPORT
               GO TO 416-99-FIM.
           ADD 1 TO WS-QTD-LINHAS.
           GO TO 416-01-LE.
       416-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  ERROS DE ARQUIVO DO DIA CONFERIDO ATE HOJE (INCLUI
      *****  A CADEIA NOTURNA QUE PASSA DA MEIA-NOITE)
       450-LE-ERRLOG.
           MOVE 18 TO WS-INDICE.
           MOVE "S" TO ITEM-RODOU (WS-INDICE).
           MOVE ZEROS TO WS-QTD-ERROS-LIST.
           OPEN INPUT ERRLOG.
           IF STATUS-ERRLOG NOT = "00"
              GO TO 450-99-FIM.
       450-01-LE.
           READ ERRLOG
               AT END
               CLOSE ERRLOG
               GO TO 450-99-FIM.
           IF ERL-DATA IS NOT NUMERIC
              GO TO 450-01-LE.
           MOVE ERL-DATA TO WS-DATA-LINHA.
           IF WS-DATA-LINHA < WS-DATA-REF OR
              WS-DATA-LINHA > WS-DATA-SISTEMA
              GO TO 450-01-LE.
           ADD 1 TO ITEM-EXCECOES (WS-INDICE).
           IF WS-QTD-ERROS-LIST < 15
              ADD 1 TO WS-QTD-ERROS-LIST
              MOVE REG-ERRLOG TO ERRO-LINHA (WS-QTD-ERROS-LIST).
           GO TO 450-01-LE.
       450-99-FIM.
           EXIT.
      *----------------------------------------------------
       500-AVALIA-ITEM.
           ADD 1 TO WS-INDICE.
           IF ITEM-SITUACAO (WS-INDICE) = "R"
              GO TO 500-99-FIM.
           IF ITEM-RODOU (WS-INDICE) = "N"
              MOVE "R" TO ITEM-SITUACAO (WS-INDICE)
              MOVE "NAO EXECUTADO" TO ITEM-MOTIVO (WS-INDICE)
              GO TO 500-99-FIM.
           IF ITEM-RODOU (WS-INDICE) = "I"
              MOVE "R" TO ITEM-SITUACAO (WS-INDICE)
              MOVE "INICIADO SEM FIM" TO ITEM-MOTIVO (WS-INDICE)
              GO TO 500-99-FIM.
           IF ITEM-ORIGEM (WS-INDICE) = "F" AND
              ITEM-RC (WS-INDICE) NOT = ZEROS
              MOVE "R" TO ITEM-SITUACAO (WS-INDICE)
              MOVE "PASSO COM ERRO" TO ITEM-MOTIVO (WS-INDICE)
              GO TO 500-99-FIM.
           IF ITEM-RC (WS-INDICE) NOT < 8
              MOVE "R" TO ITEM-SITUACAO (WS-INDICE)
              MOVE "NAO CONCLUIDO" TO ITEM-MOTIVO (WS-INDICE)
              GO TO 500-99-FIM.
           IF ITEM-EXCECOES (WS-INDICE) > ITEM-TOLERANCIA (WS-INDICE)
              MOVE "R" TO ITEM-SITUACAO (WS-INDICE)
              MOVE "ACIMA DA TOLERANCIA" TO ITEM-MOTIVO (WS-INDICE).
       500-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  MONTA A LINHA DO ITEM (CONSOLE E RELATORIO)
       550-MONTA-LINHA.
           MOVE WS-INDICE TO WS-ITEM-ED.
           MOVE "VERDE   " TO WS-SITUACAO-ED.
           IF ITEM-SITUACAO (WS-INDICE) = "R"
              MOVE "VERMELHO" TO WS-SITUACAO-ED.
           MOVE ITEM-RC (WS-INDICE) TO WS-RC-ED.
           MOVE ITEM-LIDOS (WS-INDICE) TO WS-LIDOS-ED.
           MOVE ITEM-GRAVADOS (WS-INDICE) TO WS-GRAVADOS-ED.
           MOVE ITEM-EXCECOES (WS-INDICE) TO WS-EXCECOES-ED.
           MOVE ITEM-TOLERANCIA (WS-INDICE) TO WS-TOLERANCIA-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-ITEM-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ITEM-CODIGO (WS-INDICE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SITUACAO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RC-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LIDOS-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GRAVADOS-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EXCECOES-ED DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-TOLERANCIA-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ITEM-MOTIVO (WS-INDICE) DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
       550-99-FIM.
           EXIT.
      *----------------------------------------------------
       560-LE-CONFIRMACAO.
           MOVE "N" TO WS-TEM-ACK.
           MOVE WS-DATA-REF TO DATA-NEG-ACK.
           MOVE ITEM-CODIGO (WS-INDICE) TO ITEM-ACK.
           READ CHKACK
               INVALID KEY
               GO TO 560-99-FIM.
           MOVE "S" TO WS-TEM-ACK.
       560-99-FIM.
           EXIT.
      *----------------------------------------------------
       600-MOSTRA-ITEM.
           ADD 1 TO WS-INDICE.
           PERFORM 550-MONTA-LINHA THRU 550-99-FIM.
           DISPLAY WS-LINHA-RELATORIO.
           PERFORM 560-LE-CONFIRMACAO THRU 560-99-FIM.
           IF WS-TEM-ACK = "S"
              DISPLAY "   CONFIRMADO POR " OPERADOR-ACK " EM "
                      DATA-ACK " " HORA-ACK.
       600-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  CONFIRMACAO DE REVISAO PELO OPERADOR IDENTIFICADO;
      *****  ITEM VERMELHO EXIGE OBSERVACAO
       650-CONFIRMA-ITEM.
           DISPLAY "ITEM REVISADO A CONFIRMAR (1-18; 0 = FIM): ".
           ACCEPT WS-ITEM-ESCOLHIDO.
           IF WS-ITEM-ESCOLHIDO = ZEROS
              MOVE 99 TO WS-ITEM-ESCOLHIDO
              GO TO 650-99-FIM.
           IF WS-ITEM-ESCOLHIDO > 18
              DISPLAY "ITEM INVALIDO!"
              GO TO 650-99-FIM.
           MOVE WS-ITEM-ESCOLHIDO TO WS-INDICE.
           DISPLAY "OBSERVACAO: ".
           MOVE SPACES TO WS-OBSERVACAO.
           ACCEPT WS-OBSERVACAO.
           IF ITEM-SITUACAO (WS-INDICE) = "R" AND
              WS-OBSERVACAO = SPACES
              DISPLAY "ITEM VERMELHO - INFORME A OBSERVACAO!"
              GO TO 650-99-FIM.
           PERFORM 560-LE-CONFIRMACAO THRU 560-99-FIM.
           MOVE SPACES TO REG-CHKACK.
           MOVE WS-DATA-REF TO DATA-NEG-ACK.
           MOVE ITEM-CODIGO (WS-INDICE) TO ITEM-ACK.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-GATE-OPERADOR TO OPERADOR-ACK.
           MOVE WS-DATA-SISTEMA TO DATA-ACK.
           COMPUTE HORA-ACK = WS-HOR * 10000 + WS-MIN * 100
               + WS-SEG.
           MOVE ITEM-SITUACAO (WS-INDICE) TO SITUACAO-ACK.
           MOVE WS-OBSERVACAO TO OBSERVACAO-ACK.
           IF WS-TEM-ACK = "S"
              REWRITE REG-CHKACK
           ELSE
              WRITE REG-CHKACK.
           IF STATUS-CHKACK NOT = "00"
              DISPLAY "ERRO AO GRAVAR CHKACK.DAT. STATUS="
                      STATUS-CHKACK
              GO TO 650-99-FIM.
           DISPLAY "ITEM " ITEM-CODIGO (WS-INDICE)
                   " CONFIRMADO POR " WS-GATE-OPERADOR.
       650-99-FIM.
           EXIT.
      *----------------------------------------------------
       700-IMPRIME-ITEM.
           ADD 1 TO WS-INDICE.
           PERFORM 550-MONTA-LINHA THRU 550-99-FIM.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           IF ITEM-SITUACAO (WS-INDICE) = "R"
              ADD 1 TO WS-TOTAL-VERMELHOS
           ELSE
              ADD 1 TO WS-TOTAL-VERDES.
           MOVE "N" TO WS-TEM-ACK.
           IF WS-ACK-ABERTO = "S"
              PERFORM 560-LE-CONFIRMACAO THRU 560-99-FIM.
           IF WS-TEM-ACK NOT = "S"
              GO TO 700-05-SEM-CONFIRMACAO.
           ADD 1 TO WS-TOTAL-CONFIRMADOS.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "   CONFIRMADO POR " DELIMITED BY SIZE
                  OPERADOR-ACK DELIMITED BY SIZE
                  " EM " DELIMITED BY SIZE
                  DATA-ACK DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HORA-ACK DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OBSERVACAO-ACK DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           GO TO 700-99-FIM.
       700-05-SEM-CONFIRMACAO.
           IF ITEM-SITUACAO (WS-INDICE) = "R"
              ADD 1 TO WS-TOTAL-PENDENTES
              MOVE "   *** VERMELHO SEM CONFIRMACAO ***"
                  TO WS-LINHA-RELATORIO
              PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       700-99-FIM.
           EXIT.
      *----------------------------------------------------
       800-IMPRIME-ERROS.
           IF WS-QTD-ERROS-LIST = ZEROS
              GO TO 800-99-FIM.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "ERROS EM ERRLOG.TXT NO PERIODO (ATE 15):"
               TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ZEROS TO WS-INDICE.
       800-01-PROXIMO.
           ADD 1 TO WS-INDICE.
           IF WS-INDICE > WS-QTD-ERROS-LIST
              GO TO 800-99-FIM.
           MOVE ERRO-LINHA (WS-INDICE) TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           GO TO 800-01-PROXIMO.
       800-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "VERDES: " DELIMITED BY SIZE
                  WS-TOTAL-VERDES DELIMITED BY SIZE
                  "  VERMELHOS: " DELIMITED BY SIZE
                  WS-TOTAL-VERMELHOS DELIMITED BY SIZE
                  "  CONFIRMADOS: " DELIMITED BY SIZE
                  WS-TOTAL-CONFIRMADOS DELIMITED BY SIZE
                  "  VERMELHOS PENDENTES: " DELIMITED BY SIZE
                  WS-TOTAL-PENDENTES DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           IF WS-ACK-ABERTO = "S"
              CLOSE CHKACK.
           DISPLAY "ITENS VERMELHOS ............: " WS-TOTAL-VERMELHOS.
           DISPLAY "VERMELHOS SEM CONFIRMACAO ..: " WS-TOTAL-PENDENTES.
           DISPLAY "RELATORIO GRAVADO EM CHKMATIN.TXT".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA CHKMATINAL ---------***
