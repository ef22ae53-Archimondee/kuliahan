       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REGAPAGA.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACORRENTE WITH DUPLICATES
               FILE STATUS IS STATUS-CLIENTES.
           SELECT CLIHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTAHIST WITH DUPLICATES
               FILE STATUS IS STATUS-CLIHIST.
           SELECT PESSOAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOCUMENTO-PESSOA
               FILE STATUS IS STATUS-PESSOAS.
           SELECT PEDIDOSAPAGA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PEDAPAGA
               FILE STATUS IS STATUS-PEDAPAGA.
           SELECT LOGCLIENTES ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-LOGCLI.
       DATA DIVISION.
       FILE SECTION.
       COPY "layout.cob".
      *
       COPY "clihist.cob".
      *
       COPY "pessoa.cob".
      *
       COPY "apagcli.cob".
      *
       FD  LOGCLIENTES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOGCLI.TXT".
       01  REG-LOG-CLIENTE       PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-CLIENTES    PIC X(02) VALUE "00".
           02  STATUS-CLIHIST     PIC X(02) VALUE "00".
           02  STATUS-PESSOAS     PIC X(02) VALUE "00".
           02  STATUS-PEDAPAGA    PIC X(02) VALUE "00".
           02  STATUS-LOGCLI      PIC X(02) VALUE "00".
           02  OPCAO-MENU         PIC X(01).
           02  RESPOSTA           PIC A.
           02  WS-PAUSA           PIC X(01).
       01  WS-CONTROLE-ACESSO.
           02  WS-GATE-PROGRAMA   PIC X(08) VALUE "REGAPAGA".
           02  WS-GATE-PERFIL     PIC X(01) VALUE "S".
           02  WS-GATE-OPERADOR   PIC X(04) VALUE SPACES.
           02  WS-GATE-OK         PIC X(01) VALUE "N".
       01  WS-CONTROLE-PEDIDO.
           02  WS-NUMERO-PED      PIC 9(05) VALUE ZEROS.
           02  WS-ULTIMO-NUMERO   PIC 9(05) VALUE ZEROS.
           02  WS-DOCUMENTO-PED   PIC 9(11) VALUE ZEROS.
           02  WS-CONTA-PED       PIC 9(05) VALUE ZEROS.
           02  WS-PAPEL-PED       PIC 9(01) VALUE ZEROS.
           02  WS-MOTIVO-PED      PIC X(30) VALUE SPACES.
           02  WS-NOME-TITULAR    PIC X(40) VALUE SPACES.
           02  WS-SITUACAO-TITULAR PIC X(01) VALUE SPACE.
           02  WS-ACAO-PED        PIC X(10) VALUE SPACES.
           02  WS-LINHA-TELA      PIC 9(02) VALUE ZEROS.
           02  WS-TOTAL-ABERTOS   PIC 9(05) VALUE ZEROS.
       01  WS-DATA-ED.
           02  WS-DIA-ED          PIC 9(02).
           02  FILLER             PIC X VALUE "/".
           02  WS-MES-ED          PIC 9(02).
           02  FILLER             PIC X VALUE "/".
           02  WS-ANO-ED          PIC 9(04).
       01  WS-DATA-AAAAMMDD       PIC 9(08) VALUE ZEROS.
       01  WS-LINHA-LOG           PIC X(80).
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       SCREEN SECTION.
       01  TELA-MENU.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 20  VALUE "*** PEDIDOS DE EXCLUSAO ***".
           02  LINE  8 COLUMN 20  VALUE "1 - Registrar pedido".
           02  LINE  9 COLUMN 20  VALUE "2 - Cancelar pedido".
           02  LINE 10 COLUMN 20  VALUE "3 - Consultar pedidos abertos".
           02  LINE 11 COLUMN 20  VALUE "4 - Sair".
           02  LINE 13 COLUMN 20  VALUE "Escolha uma opcao: ".
       01  TELA-PEDIDO.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 20  VALUE "*** PEDIDO DE EXCLUSAO ***".
           02  LINE  6 COLUMN 07  VALUE "Numero do pedido ......:".
           02  LINE  7 COLUMN 07  VALUE "Documento (CPF) .......:".
           02  LINE  7 COLUMN 50  VALUE "(0 = sem documento)".
           02  LINE  8 COLUMN 07  VALUE "Conta Corrente ........:".
           02  LINE  9 COLUMN 07  VALUE "Titular (1/2) .........:".
           02  LINE 10 COLUMN 07  VALUE "Nome ..................:".
           02  LINE 11 COLUMN 07  VALUE "Data do pedido ........:".
           02  LINE 12 COLUMN 07  VALUE "Situacao ..............:".
           02  LINE 13 COLUMN 07  VALUE "Motivo ................:".
       01  TELA-CONSULTA.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 20  VALUE "*** PEDIDOS EM ABERTO ***".
           02  LINE  5 COLUMN 02  VALUE "NUMERO".
           02  LINE  5 COLUMN 09  VALUE "DOCUMENTO".
           02  LINE  5 COLUMN 21  VALUE "CONTA".
           02  LINE  5 COLUMN 27  VALUE "T".
           02  LINE  5 COLUMN 29  VALUE "PEDIDO".
           02  LINE  5 COLUMN 40  VALUE "S".
           02  LINE  5 COLUMN 42  VALUE "MOTIVO DA RETENCAO".
      *----------------------------------------------------
      * REGISTRO DOS PEDIDOS DE EXCLUSAO DE DADOS PESSOAIS
      * (APAGCLI.DAT). O PEDIDO E FEITO PELO DOCUMENTO DO
      * CLIENTE (TODAS AS CONTAS VINCULADAS EM PESCONTA.DAT)
      * OU, PARA CONTA SEM DOCUMENTO, PELA CONTA E TITULAR.
      * SITUACAO: P=PENDENTE R=RETIDO A=ATENDIDO C=CANCELADO.
      * A ANONIMIZACAO E FEITA PELO RETENCAO, QUE RETEM O
      * PEDIDO ENQUANTO HOUVER CONTA ATIVA, BLOQUEIO JUDICIAL
      * OU CASO DE PLD EM ABERTO. RESERVADO AO SUPERVISOR;
      * AS OPERACOES SAO REGISTRADAS EM LOGCLI.TXT.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** PEDIDOS DE EXCLUSAO ***".
           CALL "ACESSOVAL" USING WS-GATE-PROGRAMA WS-GATE-PERFIL
               WS-GATE-OPERADOR WS-GATE-OK.
           IF WS-GATE-OK NOT = "S"
              STOP RUN.
      *----------------------------------------------------
       000-MENU.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-MENU.
           ACCEPT (13, 40) OPCAO-MENU WITH PROMPT.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           IF OPCAO-MENU = "1"
              GO TO 100-REGISTRAR-PEDIDO
           ELSE IF OPCAO-MENU = "2"
              GO TO 200-CANCELAR-PEDIDO
           ELSE IF OPCAO-MENU = "3"
              GO TO 300-CONSULTAR-PEDIDOS
           ELSE IF OPCAO-MENU = "4"
              GO TO 999-FIM
           ELSE
              GO TO 000-MENU.
      *----------------------------------------------------
       100-REGISTRAR-PEDIDO.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-PEDIDO.
           MOVE ZEROS TO WS-CONTA-PED.
           MOVE ZEROS TO WS-PAPEL-PED.
           MOVE SPACES TO WS-NOME-TITULAR.
      *----------------------------------------------------
       110-RECEBE-DOCUMENTO.
           MOVE ZEROS TO WS-DOCUMENTO-PED.
           ACCEPT (07, 32) WS-DOCUMENTO-PED WITH PROMPT.
           IF WS-DOCUMENTO-PED = ZEROS
              GO TO 120-RECEBE-CONTA.
           OPEN INPUT PESSOAS.
           IF STATUS-PESSOAS NOT = "00"
              DISPLAY (23, 14) "PESSOA.DAT NAO ENCONTRADO!"
              CLOSE PESSOAS
              GO TO 900-AGUARDA-VOLTA.
           MOVE WS-DOCUMENTO-PED TO DOCUMENTO-PESSOA.
           READ PESSOAS
               INVALID KEY
               DISPLAY (23, 14) "DOCUMENTO NAO CADASTRADO!"
               CLOSE PESSOAS
               GO TO 900-AGUARDA-VOLTA.
           MOVE NOME-PESSOA TO WS-NOME-TITULAR.
           CLOSE PESSOAS.
           DISPLAY (10, 32) WS-NOME-TITULAR.
           GO TO 130-CONFIRMA-PEDIDO.
      *----------------------------------------------------
       120-RECEBE-CONTA.
           ACCEPT (08, 32) WS-CONTA-PED WITH PROMPT.
           IF WS-CONTA-PED = ZEROS
              GO 120-RECEBE-CONTA.
       121-RECEBE-PAPEL.
           ACCEPT (09, 32) WS-PAPEL-PED WITH PROMPT.
           IF WS-PAPEL-PED NOT = 1 AND WS-PAPEL-PED NOT = 2
              DISPLAY (23, 14) "Digitar (1/2) "
              GO 121-RECEBE-PAPEL.
           DISPLAY (23, 14) "              ".
           PERFORM 910-PROCURA-TITULAR THRU 910-99-FIM.
           IF WS-NOME-TITULAR = SPACES
              DISPLAY (23, 14) "TITULAR NAO ENCONTRADO NA CONTA!"
              GO TO 900-AGUARDA-VOLTA.
           DISPLAY (10, 32) WS-NOME-TITULAR.
           IF WS-SITUACAO-TITULAR NOT = "H"
              DISPLAY (13, 32) "CONTA NAO ARQUIVADA - FICA RETIDO".
      *----------------------------------------------------
       130-CONFIRMA-PEDIDO.
           MOVE WS-DATA-SISTEMA TO WS-DATA-AAAAMMDD.
           PERFORM 950-FORMATA-DATA THRU 950-99-FIM.
           DISPLAY (11, 32) WS-DATA-ED.
           DISPLAY (23, 14) "Confirma o pedido? (S/N) ".
           ACCEPT (23, 40) RESPOSTA.
           DISPLAY (23, 14) "                          ".
           IF RESPOSTA = "S" or "s"
              NEXT SENTENCE
           ELSE
              GO TO 900-AGUARDA-VOLTA.
           PERFORM 920-ABRE-PEDIDOS THRU 920-99-FIM.
           PERFORM 935-PROXIMO-NUMERO THRU 935-99-FIM.
           IF WS-ULTIMO-NUMERO = 99999
              DISPLAY (23, 14) "LIMITE DE PEDIDOS ATINGIDO!"
              CLOSE PEDIDOSAPAGA
              GO TO 900-AGUARDA-VOLTA.
           COMPUTE WS-NUMERO-PED = WS-ULTIMO-NUMERO + 1.
           MOVE WS-NUMERO-PED TO NUMERO-PEDAPAGA.
           MOVE WS-DOCUMENTO-PED TO DOCUMENTO-PEDAPAGA.
           MOVE WS-CONTA-PED TO CONTA-PEDAPAGA.
           MOVE WS-PAPEL-PED TO PAPEL-PEDAPAGA.
           MOVE WS-DATA-SISTEMA TO DATA-PEDAPAGA.
           MOVE WS-GATE-OPERADOR TO OPERADOR-PEDAPAGA.
           MOVE "P" TO SITUACAO-PEDAPAGA.
           MOVE ZEROS TO DATA-ATEND-PEDAPAGA.
           MOVE SPACES TO MOTIVO-PEDAPAGA.
           WRITE REG-PEDAPAGA
               INVALID KEY
               DISPLAY (23, 14) "ERRO AO GRAVAR PEDIDO! STATUS="
                       STATUS-PEDAPAGA
               CLOSE PEDIDOSAPAGA
               GO TO 900-AGUARDA-VOLTA.
           CLOSE PEDIDOSAPAGA.
           DISPLAY (06, 32) WS-NUMERO-PED.
           DISPLAY (12, 32) "P".
           MOVE "PEDIDO" TO WS-ACAO-PED.
           PERFORM 960-GRAVA-LOG THRU 960-99-FIM.
           DISPLAY (23, 14) "PEDIDO DE EXCLUSAO REGISTRADO!".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       200-CANCELAR-PEDIDO.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-PEDIDO.
           DISPLAY (02, 20) "*** CANCELAMENTO DE PEDIDO ***".
      *----------------------------------------------------
       210-RECEBE-NUMERO.
           ACCEPT (06, 32) WS-NUMERO-PED WITH PROMPT.
           IF WS-NUMERO-PED = ZEROS
              GO 210-RECEBE-NUMERO.
           PERFORM 920-ABRE-PEDIDOS THRU 920-99-FIM.
           MOVE WS-NUMERO-PED TO NUMERO-PEDAPAGA.
           READ PEDIDOSAPAGA
               INVALID KEY
               DISPLAY (23, 14) "PEDIDO NAO ENCONTRADO!"
               CLOSE PEDIDOSAPAGA
               GO TO 900-AGUARDA-VOLTA.
           DISPLAY (07, 32) DOCUMENTO-PEDAPAGA.
           DISPLAY (08, 32) CONTA-PEDAPAGA.
           DISPLAY (09, 32) PAPEL-PEDAPAGA.
           MOVE DATA-PEDAPAGA TO WS-DATA-AAAAMMDD.
           PERFORM 950-FORMATA-DATA THRU 950-99-FIM.
           DISPLAY (11, 32) WS-DATA-ED.
           DISPLAY (12, 32) SITUACAO-PEDAPAGA.
           DISPLAY (13, 32) MOTIVO-PEDAPAGA.
           IF NOT PEDAPAGA-PENDENTE AND NOT PEDAPAGA-RETIDO
              DISPLAY (23, 14) "PEDIDO JA ATENDIDO OU CANCELADO!"
              CLOSE PEDIDOSAPAGA
              GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       220-RECEBE-MOTIVO.
           MOVE SPACES TO WS-MOTIVO-PED.
           ACCEPT (13, 32) WS-MOTIVO-PED WITH PROMPT.
           IF WS-MOTIVO-PED = SPACES
              DISPLAY (23, 14) "INFORME O MOTIVO DO CANCELAMENTO!"
              GO 220-RECEBE-MOTIVO.
           DISPLAY (23, 14) "Confirma o cancelamento? (S/N) ".
           ACCEPT (23, 46) RESPOSTA.
           DISPLAY (23, 14) "                                ".
           IF RESPOSTA = "S" or "s"
              NEXT SENTENCE
           ELSE
              CLOSE PEDIDOSAPAGA
              GO TO 900-AGUARDA-VOLTA.
           MOVE "C" TO SITUACAO-PEDAPAGA.
           MOVE WS-MOTIVO-PED TO MOTIVO-PEDAPAGA.
           MOVE WS-DATA-SISTEMA TO DATA-ATEND-PEDAPAGA.
           REWRITE REG-PEDAPAGA
               INVALID KEY
               DISPLAY (23, 14) "ERRO AO REGRAVAR PEDIDO! STATUS="
                       STATUS-PEDAPAGA
               CLOSE PEDIDOSAPAGA
               GO TO 900-AGUARDA-VOLTA.
           MOVE DOCUMENTO-PEDAPAGA TO WS-DOCUMENTO-PED.
           MOVE CONTA-PEDAPAGA TO WS-CONTA-PED.
           CLOSE PEDIDOSAPAGA.
           DISPLAY (12, 32) "C".
           MOVE "CANCELADO" TO WS-ACAO-PED.
           PERFORM 960-GRAVA-LOG THRU 960-99-FIM.
           DISPLAY (23, 14) "PEDIDO CANCELADO!".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       300-CONSULTAR-PEDIDOS.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-CONSULTA.
           OPEN INPUT PEDIDOSAPAGA.
           IF STATUS-PEDAPAGA NOT = "00"
              DISPLAY (23, 14) "NENHUM PEDIDO CADASTRADO!"
              CLOSE PEDIDOSAPAGA
              GO TO 900-AGUARDA-VOLTA.
           MOVE 6 TO WS-LINHA-TELA.
           MOVE ZEROS TO WS-TOTAL-ABERTOS.
           MOVE ZEROS TO NUMERO-PEDAPAGA.
           START PEDIDOSAPAGA KEY IS NOT LESS THAN NUMERO-PEDAPAGA
               INVALID KEY
               MOVE "10" TO STATUS-PEDAPAGA.
           IF STATUS-PEDAPAGA NOT = "10"
              MOVE "00" TO STATUS-PEDAPAGA
              PERFORM 310-MOSTRA-PEDIDO THRU 310-99-FIM
                  UNTIL STATUS-PEDAPAGA = "10".
           CLOSE PEDIDOSAPAGA.
           DISPLAY (22, 07) "PEDIDOS EM ABERTO .....:" WS-TOTAL-ABERTOS.
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       310-MOSTRA-PEDIDO.
           READ PEDIDOSAPAGA NEXT RECORD
               AT END
               MOVE "10" TO STATUS-PEDAPAGA
               GO TO 310-99-FIM.
           IF NOT PEDAPAGA-PENDENTE AND NOT PEDAPAGA-RETIDO
              GO TO 310-99-FIM.
           ADD 1 TO WS-TOTAL-ABERTOS.
           IF WS-LINHA-TELA > 20
              GO TO 310-99-FIM.
           DISPLAY (WS-LINHA-TELA, 02) NUMERO-PEDAPAGA.
           DISPLAY (WS-LINHA-TELA, 09) DOCUMENTO-PEDAPAGA.
           DISPLAY (WS-LINHA-TELA, 21) CONTA-PEDAPAGA.
           DISPLAY (WS-LINHA-TELA, 27) PAPEL-PEDAPAGA.
           MOVE DATA-PEDAPAGA TO WS-DATA-AAAAMMDD.
           PERFORM 950-FORMATA-DATA THRU 950-99-FIM.
           DISPLAY (WS-LINHA-TELA, 29) WS-DATA-ED.
           DISPLAY (WS-LINHA-TELA, 40) SITUACAO-PEDAPAGA.
           DISPLAY (WS-LINHA-TELA, 42) MOTIVO-PEDAPAGA.
           ADD 1 TO WS-LINHA-TELA.
       310-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-AGUARDA-VOLTA.
           DISPLAY (24, 14) "Pressione ENTER para voltar ao menu.".
           ACCEPT (24, 55) WS-PAUSA.
           GO TO 000-MENU.
      *----------------------------------------------------
      *****  PROCURA O TITULAR WS-PAPEL-PED DA CONTA WS-CONTA-PED
      *****  NO CADASTRO (SITUACAO DA CONTA) OU NO HISTORICO ("H")
       910-PROCURA-TITULAR.
           MOVE SPACES TO WS-NOME-TITULAR.
           MOVE SPACE TO WS-SITUACAO-TITULAR.
           OPEN INPUT CLIENTES.
           IF STATUS-CLIENTES NOT = "00"
              CLOSE CLIENTES
              GO TO 912-PROCURA-HISTORICO.
           MOVE WS-CONTA-PED TO CONTACORRENTE.
           START CLIENTES KEY IS NOT LESS THAN CONTACORRENTE
               INVALID KEY
               MOVE "10" TO STATUS-CLIENTES.
           IF STATUS-CLIENTES NOT = "10"
              MOVE "00" TO STATUS-CLIENTES
              PERFORM 911-LE-CLIENTE THRU 911-99-FIM
                  UNTIL STATUS-CLIENTES = "10".
           CLOSE CLIENTES.
           IF WS-NOME-TITULAR NOT = SPACES
              GO TO 910-99-FIM.
       912-PROCURA-HISTORICO.
           OPEN INPUT CLIHIST.
           IF STATUS-CLIHIST NOT = "00"
              CLOSE CLIHIST
              GO TO 910-99-FIM.
           MOVE WS-CONTA-PED TO CONTAHIST.
           START CLIHIST KEY IS NOT LESS THAN CONTAHIST
               INVALID KEY
               MOVE "10" TO STATUS-CLIHIST.
           IF STATUS-CLIHIST NOT = "10"
              MOVE "00" TO STATUS-CLIHIST
              PERFORM 913-LE-HISTORICO THRU 913-99-FIM
                  UNTIL STATUS-CLIHIST = "10".
           CLOSE CLIHIST.
       910-99-FIM.
           EXIT.
      *----------------------------------------------------
       911-LE-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END
               MOVE "10" TO STATUS-CLIENTES
               GO TO 911-99-FIM.
           IF CONTACORRENTE NOT = WS-CONTA-PED
              MOVE "10" TO STATUS-CLIENTES
              GO TO 911-99-FIM.
           IF TIPOREGISTRO = WS-PAPEL-PED
              MOVE NOMECLIENTE TO WS-NOME-TITULAR
              MOVE SITUACAOCONTA TO WS-SITUACAO-TITULAR
              MOVE "10" TO STATUS-CLIENTES.
       911-99-FIM.
           EXIT.
      *----------------------------------------------------
       913-LE-HISTORICO.
           READ CLIHIST NEXT RECORD
               AT END
               MOVE "10" TO STATUS-CLIHIST
               GO TO 913-99-FIM.
           IF CONTAHIST NOT = WS-CONTA-PED
              MOVE "10" TO STATUS-CLIHIST
              GO TO 913-99-FIM.
           IF TIPOREGHIST = WS-PAPEL-PED
              MOVE NOMEHIST TO WS-NOME-TITULAR
              MOVE "H" TO WS-SITUACAO-TITULAR
              MOVE "10" TO STATUS-CLIHIST.
       913-99-FIM.
           EXIT.
      *----------------------------------------------------
       920-ABRE-PEDIDOS.
           OPEN I-O PEDIDOSAPAGA.
           IF STATUS-PEDAPAGA = "35"
              OPEN OUTPUT PEDIDOSAPAGA
              CLOSE PEDIDOSAPAGA
              OPEN I-O PEDIDOSAPAGA.
       920-99-FIM.
           EXIT.
      *----------------------------------------------------
       935-PROXIMO-NUMERO.
           MOVE ZEROS TO WS-ULTIMO-NUMERO.
           MOVE ZEROS TO NUMERO-PEDAPAGA.
           START PEDIDOSAPAGA KEY IS NOT LESS THAN NUMERO-PEDAPAGA
               INVALID KEY
               MOVE "10" TO STATUS-PEDAPAGA.
           IF STATUS-PEDAPAGA NOT = "10"
              MOVE "00" TO STATUS-PEDAPAGA
              PERFORM 936-LE-PEDIDO THRU 936-99-FIM
                  UNTIL STATUS-PEDAPAGA = "10".
           MOVE "00" TO STATUS-PEDAPAGA.
       935-99-FIM.
           EXIT.
      *----------------------------------------------------
       936-LE-PEDIDO.
           READ PEDIDOSAPAGA NEXT RECORD
               AT END
               MOVE "10" TO STATUS-PEDAPAGA
               GO TO 936-99-FIM.
           MOVE NUMERO-PEDAPAGA TO WS-ULTIMO-NUMERO.
       936-99-FIM.
           EXIT.
      *----------------------------------------------------
       950-FORMATA-DATA.
           MOVE WS-DATA-AAAAMMDD (7:2) TO WS-DIA-ED.
           MOVE WS-DATA-AAAAMMDD (5:2) TO WS-MES-ED.
           MOVE WS-DATA-AAAAMMDD (1:4) TO WS-ANO-ED.
       950-99-FIM.
           EXIT.
      *----------------------------------------------------
       960-GRAVA-LOG.
           OPEN EXTEND LOGCLIENTES.
           IF STATUS-LOGCLI = "35"
              OPEN OUTPUT LOGCLIENTES
              CLOSE LOGCLIENTES
              OPEN EXTEND LOGCLIENTES.
           MOVE SPACES TO WS-LINHA-LOG.
           STRING "EXCLUSAO " DELIMITED BY SIZE
                  WS-ACAO-PED DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-NUMERO-PED DELIMITED BY SIZE
                  " DOC " DELIMITED BY SIZE
                  WS-DOCUMENTO-PED DELIMITED BY SIZE
                  " CONTA " DELIMITED BY SIZE
                  WS-CONTA-PED DELIMITED BY SIZE
                  " OPER:" DELIMITED BY SIZE
                  WS-GATE-OPERADOR DELIMITED BY SIZE
                  INTO WS-LINHA-LOG.
           MOVE WS-LINHA-LOG TO REG-LOG-CLIENTE.
           WRITE REG-LOG-CLIENTE.
           CLOSE LOGCLIENTES.
       960-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           DISPLAY (01, 01) ERASE.
           STOP RUN.
      ***---------- FIM DO PROGRAMA REGAPAGA ---------***
