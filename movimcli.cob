               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CHEQUE
               FILE STATUS IS STATUS-CHEQUES.
           SELECT CODTRANS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO-TRN
               FILE STATUS IS STATUS-CODTRANS.
           SELECT RETROATIVOS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RETROATIVOS.
           SELECT COMPENSACAO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-COMPENSACAO
               FILE STATUS IS STATUS-COMPENSACAO.
       DATA DIVISION.
       FILE SECTION.
       COPY "layout.cob".
       COPY "gaveta.cob".
      *
       COPY "cheque.cob".
      *
       COPY "codtran.cob".
      *
       COPY "retromov.cob".
      *
       COPY "chqcomp.cob".
      *
       FD  PROVACAIXA
           LABEL RECORD IS STANDARD
           02  STATUS-GAVETA  PIC X(02) VALUE "00".
           02  STATUS-PROVACAIXA PIC X(02) VALUE "00".
           02  STATUS-CHEQUES PIC X(02) VALUE "00".
           02  STATUS-CODTRANS PIC X(02) VALUE "00".
           02  STATUS-RETROATIVOS PIC X(02) VALUE "00".
           02  STATUS-COMPENSACAO PIC X(02) VALUE "00".
           02  OPCAO-MENU     PIC X(01).
           02  WS-TIPO-LANCTO PIC X(01).
           02  WS-DV-DIGITADO PIC 9(01) VALUE ZEROS.
           02  WS-VALOR       PIC 9(07)V99 VALUE ZEROS.
           02  WS-HISTORICO   PIC X(20) VALUE SPACES.
           02  WS-TIPO-CONTA-CLI PIC X(01) VALUE SPACE.
           02  WS-CODIGO-LANCTO PIC 9(03) VALUE ZEROS.
           02  WS-CODIGO-OK   PIC X(01) VALUE "N".
       01  WS-CONTROLE-CHEQUE.
           02  WS-USA-CHEQUE      PIC X(01) VALUE "N".
           02  WS-NUMERO-CHEQUE   PIC 9(06) VALUE ZEROS.
           02  WS-CHEQUE-OK       PIC X(01) VALUE "N".
       01  WS-CHEQUE-DEPOSITADO.
           02  WS-DEPOSITO-CHEQUE PIC X(01) VALUE "N".
           02  WS-BANCO-DEP       PIC 9(03) VALUE ZEROS.
           02  WS-AGENCIA-DEP     PIC 9(04) VALUE ZEROS.
           02  WS-NUMERO-DEP      PIC 9(06) VALUE ZEROS.
           02  WS-LIMITE-PRAZO-1  PIC 9(07)V99 VALUE 299,99.
           02  WS-PRAZO-DEP       PIC 9(01) VALUE ZEROS.
           02  WS-DATA-LIBERA     PIC 9(08) VALUE ZEROS.
           02  WS-ACHOU-DEPOSITO  PIC X(01) VALUE "N".
           02  WS-SITUACAO-DEP    PIC X(01) VALUE SPACE.
               88  DEP-LIBERADO   VALUE "L".
               88  DEP-DEVOLVIDO  VALUE "D".
               88  DEP-ESTORNADO  VALUE "E".
           02  WS-VALOR-DEP       PIC 9(07)V99 VALUE ZEROS.
           02  WS-SITUACAO-BAIXA  PIC X(01) VALUE SPACE.
           02  WS-SEQ-BAIXA       PIC 9(05) VALUE ZEROS.
           02  WS-MOTIVO-DEP      PIC 9(02) VALUE ZEROS.
               88  MOTIVO-DEP-VALIDO VALUE 11 12 13 21 22 31.
       01  WS-CALCULO-LIBERACAO.
           02  WS-DATA-CALC.
               03  WS-DIA-CALC    PIC 9(02) VALUE ZEROS.
               03  WS-MES-CALC    PIC 9(02) VALUE ZEROS.
               03  WS-ANO-CALC    PIC 9(04) VALUE ZEROS.
           02  WS-FUNCAO-DIAS     PIC X(01) VALUE "N".
           02  WS-NUM-DIAS        PIC 9(07) VALUE ZEROS.
           02  WS-FUNCAO-DIAUTIL  PIC X(01) VALUE "P".
           02  WS-DIAUTIL-OK      PIC X(01) VALUE "N".
       01  CONTROLES-DEBITO.
           02  WS-LIMITE-ESPECIAL PIC 9(07)V99 VALUE 1000,00.
           02  WS-TETO-SAQUE-DIA  PIC 9(07)V99 VALUE 5000,00.
           02  WS-SALDO-APOS      PIC S9(07)V99 VALUE ZEROS.
           02  WS-DEBITO-OK       PIC X(01) VALUE "S".
           02  WS-MOTIVO-OVERRIDE PIC X(40) VALUE SPACES.
           02  WS-VALOR-BLOQUEADO PIC 9(09)V99 VALUE ZEROS.
           02  WS-QTD-BLOQUEIOS   PIC 9(03) VALUE ZEROS.
           02  WS-VALOR-COMPENSAR PIC 9(09)V99 VALUE ZEROS.
           02  WS-QTD-COMPENSAR   PIC 9(03) VALUE ZEROS.
           02  WS-COMPENSAR-ED    PIC ZZZ.ZZZ.ZZ9,99.
           02  WS-DISPONIVEL      PIC S9(09)V99 VALUE ZEROS.
           02  WS-BLOQUEADO-ED    PIC ZZZ.ZZZ.ZZ9,99.
           02  WS-DISPONIVEL-ED   PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-TRANSFERENCIA.
           02  WS-CONTA-ORIGEM    PIC 9(05) VALUE ZEROS.
           02  WS-DV-ORIGEM       PIC 9(01) VALUE ZEROS.
           02  WS-SUPER-SENHA     PIC X(08) VALUE SPACES.
           02  WS-SUPER-OK        PIC X(01) VALUE "N".
       01  WS-JORNAL-PROGRAMA     PIC X(08) VALUE "MOVIMCLI".
       01  WS-TRAVA.
           02  WS-TRAVA-FUNCAO    PIC X(01) VALUE SPACE.
           02  WS-TRAVA-CONTA     PIC 9(05) VALUE ZEROS.
           02  WS-TRAVA-PROGRAMA  PIC X(08) VALUE "MOVIMCLI".
           02  WS-TRAVA-OPERADOR  PIC X(04) VALUE SPACES.
           02  WS-TRAVA-RESULTADO PIC X(01) VALUE "N".
           02  WS-TRAVA-DONO-OPER PIC X(04) VALUE SPACES.
           02  WS-TRAVA-DONO-PROG PIC X(08) VALUE SPACES.
           02  WS-TRAVA-DONO-CONTA PIC 9(05) VALUE ZEROS.
       01  WS-DIA-NEGOCIO.
           02  WS-NEGOCIO-FUNCAO  PIC X(01) VALUE "C".
           02  WS-NEGOCIO-PROGRAMA PIC X(08) VALUE "MOVIMCLI".
           02  WS-NEGOCIO-DATA    PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-SITUACAO PIC X(01) VALUE SPACE.
           02  WS-NEGOCIO-ANTERIOR PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-RESULTADO PIC X(01) VALUE "N".
       01  WS-NEGOCIO-OK          PIC X(01) VALUE "N".
       01  WS-PARAMETRO.
           02  WS-PARAM-CODIGO    PIC X(12) VALUE SPACES.
           02  WS-PARAM-DATA      PIC 9(08) VALUE ZEROS.
           02  WS-PARAM-VALOR     PIC 9(09)V99 VALUE ZEROS.
           02  WS-PARAM-VIGENCIA  PIC 9(08) VALUE ZEROS.
           02  WS-PARAM-RESULTADO PIC X(01) VALUE "N".
       01  WS-LANCTO-RETROATIVO.
           02  WS-DATA-INFORMADA.
               03  WS-DIA-INF     PIC 9(02) VALUE ZEROS.
               03  WS-MES-INF     PIC 9(02) VALUE ZEROS.
               03  WS-ANO-INF     PIC 9(04) VALUE ZEROS.
           02  WS-DATA-INF-AMD    PIC 9(08) VALUE ZEROS.
           02  WS-DATA-OK         PIC X(01) VALUE "N".
           02  WS-RETROATIVO      PIC X(01) VALUE "N".
           02  WS-SUPER-RETRO     PIC X(04) VALUE SPACES.
       01  WS-CONTAS-TRAVADAS.
           02  WS-TRAVADA-1       PIC 9(05) VALUE ZEROS.
           02  WS-TRAVADA-2       PIC 9(05) VALUE ZEROS.
       01  WS-NOTIFICACAO.
           02  WS-NOTIF-EVENTO    PIC X(02) VALUE "DA".
           02  WS-NOTIF-CONTA     PIC 9(05) VALUE ZEROS.
           02  WS-NOTIF-VALOR     PIC 9(09)V99 VALUE ZEROS.
           02  WS-NOTIF-TEXTO     PIC X(40) VALUE SPACES.
           02  WS-NOTIF-PROGRAMA  PIC X(08) VALUE "MOVIMCLI".
       01  WS-ESTORNO.
           02  WS-CONTA-EST       PIC 9(05) VALUE ZEROS.
           02  WS-SEQ-EST         PIC 9(05) VALUE ZEROS.
           02  WS-OPERADOR-ATUAL  PIC X(04) VALUE SPACES.
           02  WS-SENHA-DIGITADA  PIC X(08) VALUE SPACES.
           02  WS-TENTATIVAS      PIC 9(01) VALUE ZEROS.
           02  WS-SENHA-CRIPTO    PIC X(16) VALUE SPACES.
       01  WS-CONTROLE-SENHA.
           02  WS-SEN-FUNCAO      PIC X(01) VALUE "L".
           02  WS-SEN-PROGRAMA    PIC X(08) VALUE "MOVIMCLI".
           02  WS-SEN-TIPO-ID     PIC X(01) VALUE "O".
           02  WS-SEN-ID          PIC X(04) VALUE SPACES.
           02  WS-SEN-TENTATIVAS  PIC 9(02) VALUE ZEROS.
           02  WS-SEN-RESPONSAVEL PIC X(04) VALUE SPACES.
           02  WS-SEN-LIMITE      PIC 9(02) VALUE 3.
       01  WS-CONTROLE-GAVETA.
           02  WS-GAVETA-ABERTA   PIC X(01) VALUE "N".
           02  WS-ESPERADO        PIC S9(09)V99 VALUE ZEROS.
           02  WS-VALOR-ED    PIC Z.ZZZ.ZZ9,99.
           02  WS-ULTIMO-SEQ  PIC 9(05) VALUE ZEROS.
           02  WS-CONTA-LIDA  PIC 9(05) VALUE ZEROS.
       01  WS-POSICAO-SALDO.
           02  WS-CONTA-POS       PIC 9(05) VALUE ZEROS.
           02  WS-SALDO-POS       PIC S9(09)V99 VALUE ZEROS.
           02  WS-DISPONIVEL-POS  PIC S9(09)V99 VALUE ZEROS.
           02  WS-SEQ-POS         PIC 9(05) VALUE ZEROS.
           02  WS-DATA-DEB-POS    PIC 9(08) VALUE ZEROS.
           02  WS-DEBITOS-POS     PIC 9(09)V99 VALUE ZEROS.
           02  WS-DATA-ATU-POS    PIC 9(08) VALUE ZEROS.
           02  WS-HORA-ATU-POS    PIC 9(06) VALUE ZEROS.
       01  WS-CONTROLE-POSICAO.
           02  WS-FUNCAO-SALDO    PIC X(01) VALUE "C".
           02  WS-SALDO-OK        PIC X(01) VALUE "N".
           02  WS-POSICAO-ORIGEM  PIC X(65) VALUE SPACES.
           02  WS-IMAGEM-DEBITO   PIC X(53) VALUE SPACES.
       01  WS-DATA.
           02  WS-DIA         PIC 9(02) VALUE ZEROS.
           02  WS-MES         PIC 9(02) VALUE ZEROS.
           02  LINE 12 COLUMN 20  VALUE "5 - Abrir gaveta".
           02  LINE 13 COLUMN 20  VALUE "6 - Fechar gaveta (prova)".
           02  LINE 14 COLUMN 20  VALUE "7 - Estorno de movimento".
           02  LINE 15 COLUMN 20  VALUE
               "8 - Devolucao de cheque depositado".
           02  LINE 16 COLUMN 20  VALUE "9 - Sair".
           02  LINE 17 COLUMN 20  VALUE "Escolha uma opcao: ".
       01  TELA-ASSINATURA.
           02  BLANK SCREEN.
      -        "*".
           02  LINE  6 COLUMN 07  VALUE "Conta Corrente ........:".
           02  LINE  7 COLUMN 07  VALUE "Nome ..................:".
           02  LINE  8 COLUMN 07  VALUE "Data do movimento .....:".
           02  LINE  8 COLUMN 45  VALUE "(0 = dia de movimento)".
           02  LINE  9 COLUMN 07  VALUE "Valor .................:".
           02  LINE 10 COLUMN 07  VALUE "Historico .............:".
           02  LINE 11 COLUMN 07  VALUE "Codigo da transacao ...:".
           02  LINE 11 COLUMN 40  VALUE "(000 = padrao)".
           02  LINE 12 COLUMN 07  VALUE "Saldo Atual ...........:".
       01  TELA-TRANSF.
           02  BLANK SCREEN.
           02  LINE  6 COLUMN 07  VALUE "Conta Corrente ........:".
           02  LINE  7 COLUMN 07  VALUE "Nome ..................:".
           02  LINE  9 COLUMN 07  VALUE "Saldo Atual ...........:".
           02  LINE 10 COLUMN 07  VALUE "Valor Bloqueado .......:".
           02  LINE 11 COLUMN 07  VALUE "Cheques a Compensar ...:".
           02  LINE 12 COLUMN 07  VALUE "Saldo Disponivel ......:".
       PROCEDURE DIVISION.
      *----------------------------------------------------
       000-ASSINATURA.
           OPEN I-O OPERADORES.
           IF STATUS-OPERADORES = "35"
              DISPLAY (23, 14)
                 "SEM OPERADOR.DAT! CADASTRE PELO OPERMEST."
           ACCEPT (09, 37) WS-SENHA-DIGITADA WITH PROMPT.
           READ OPERADORES
               INVALID KEY
               MOVE "N" TO WS-SEN-FUNCAO
               PERFORM 951-REGISTRA-SENHA THRU 951-99-FIM
               GO TO 000-10-ASSINATURA-INVALIDA.
           IF OPER-BLOQUEADO
              MOVE "T" TO WS-SEN-FUNCAO
              PERFORM 951-REGISTRA-SENHA THRU 951-99-FIM
              GO TO 000-15-OPERADOR-BLOQUEADO.
           CALL "SENHACRIP" USING ID-OPERADOR WS-SENHA-DIGITADA
               WS-SENHA-CRIPTO.
           IF SENHA-OPERADOR NOT = WS-SENHA-CRIPTO
              PERFORM 952-CONTA-FALHA THRU 952-99-FIM
              IF OPER-BLOQUEADO
                 GO TO 000-15-OPERADOR-BLOQUEADO
              ELSE
                 GO TO 000-10-ASSINATURA-INVALIDA.
           IF OPER-INATIVO
              DISPLAY (23, 14) "OPERADOR INATIVO!"
              GO TO 000-10-ASSINATURA-INVALIDA.
           IF FALHAS-OPERADOR NOT = ZEROS
              MOVE ZEROS TO FALHAS-OPERADOR
              REWRITE REG-OPERADOR.
           MOVE ID-OPERADOR TO WS-OPERADOR-ATUAL.
           CLOSE OPERADORES.
           GO TO 000-MENU.
              STOP RUN.
           DISPLAY (23, 14) "OPERADOR OU SENHA INVALIDOS! Reinforme.".
           GO TO 000-05-RECEBE-OPERADOR.
      *----------------------------------------------------
       000-15-OPERADOR-BLOQUEADO.
           DISPLAY (23, 14) "OPERADOR BLOQUEADO! PROCURE O ADMIN.".
           CLOSE OPERADORES.
           STOP RUN.
      *----------------------------------------------------
       000-MENU.
           DISPLAY (01, 01) ERASE.
           ELSE IF OPCAO-MENU = "7"
              GO TO 600-ESTORNO
           ELSE IF OPCAO-MENU = "8"
              GO TO 700-DEVOLUCAO-DEPOSITO
           ELSE IF OPCAO-MENU = "9"
              GO TO 999-FIM
           ELSE
              GO TO 000-MENU.
              DISPLAY (23, 14)
                 "GAVETA FECHADA! ABRA A GAVETA PELO MENU."
              GO TO 900-AGUARDA-VOLTA.
           PERFORM 994-LE-DATA-NEGOCIO THRU 994-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       110-RECEBE-CONTA.
           ACCEPT (06, 32) CONTACORRENTE WITH PROMPT.
              DISPLAY (23, 14) "DIGITO DE CONTROLE INVALIDO! Reinforme."
              GO TO 110-RECEBE-CONTA.
           DISPLAY (23, 14) "                                        ".
           MOVE CONTACORRENTE TO WS-TRAVA-CONTA.
           PERFORM 992-TRAVA-CONTA THRU 992-99-FIM.
           IF WS-TRAVA-RESULTADO NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       120-LOCALIZA-CLIENTE.
           OPEN INPUT CLIENTES.
           MOVE TIPOCONTA TO WS-TIPO-CONTA-CLI.
           DISPLAY (07, 32) NOMECLIENTE.
           CLOSE CLIENTES.
      *----------------------------------------------------
       125-RECEBE-DATA.
           MOVE "N" TO WS-RETROATIVO.
           MOVE ZEROS TO WS-DATA-INFORMADA.
           ACCEPT (08, 32) WS-DATA-INFORMADA WITH PROMPT.
           IF WS-DATA-INFORMADA = ZEROS
              MOVE WS-NEGOCIO-DATA TO WS-DATA-INF-AMD
              DISPLAY (08, 32) WS-DIA "/" WS-MES "/" WS-ANO
              GO TO 130-RECEBE-VALOR.
           CALL "DATAVAL" USING WS-DATA-INFORMADA WS-DATA-OK.
           IF WS-DATA-OK NOT = "S"
              DISPLAY (23, 14) "DATA INVALIDA! Reinforme."
              GO TO 125-RECEBE-DATA.
           COMPUTE WS-DATA-INF-AMD = WS-ANO-INF * 10000
               + WS-MES-INF * 100 + WS-DIA-INF.
           IF WS-DATA-INF-AMD > WS-NEGOCIO-DATA
              DISPLAY (23, 14) "DATA POSTERIOR AO DIA DE MOVIMENTO!"
              GO TO 125-RECEBE-DATA.
           DISPLAY (23, 14) "                                        ".
           IF WS-DATA-INF-AMD = WS-NEGOCIO-DATA
              GO TO 130-RECEBE-VALOR.
      *****  DIA JA FECHADO E ENVIADO AO RAZAO - SO COM SUPERVISOR
           DISPLAY (23, 14) "DIA JA FECHADO! LANCAMENTO RETROATIVO.".
           PERFORM 950-PEDE-SUPERVISOR THRU 950-99-FIM.
           IF WS-SUPER-OK NOT = "S"
              DISPLAY (23, 14) "RETROATIVO NAO AUTORIZADO!            "
              GO TO 900-AGUARDA-VOLTA.
           MOVE "S" TO WS-RETROATIVO.
           MOVE WS-SUPER-ID TO WS-SUPER-RETRO.
           DISPLAY (23, 14) "RETROATIVO AUTORIZADO PELO SUPERVISOR.".
      *----------------------------------------------------
       130-RECEBE-VALOR.
           ACCEPT (09, 32) WS-VALOR WITH PROMPT.
              GO 130-RECEBE-VALOR.
           DISPLAY (23, 14) "                                        ".
           ACCEPT (10, 32) WS-HISTORICO WITH PROMPT.
      *----------------------------------------------------
       132-RECEBE-CODIGO.
           MOVE ZEROS TO WS-CODIGO-LANCTO.
           ACCEPT (11, 32) WS-CODIGO-LANCTO WITH PROMPT.
           IF WS-CODIGO-LANCTO = ZEROS
              GO TO 135-RECEBE-CHEQUE.
           PERFORM 990-VALIDA-CODIGO THRU 990-99-FIM.
           IF WS-CODIGO-OK NOT = "S"
              GO TO 132-RECEBE-CODIGO.
           DISPLAY (23, 14) "                                        ".
      *----------------------------------------------------
       135-RECEBE-CHEQUE.
           MOVE "N" TO WS-USA-CHEQUE.
           MOVE "N" TO WS-DEPOSITO-CHEQUE.
           IF WS-TIPO-LANCTO = "C"
              GO TO 137-RECEBE-DEPOSITO.
           IF WS-TIPO-LANCTO NOT = "D"
              GO TO 140-GRAVA-MOVIMENTO.
           DISPLAY (23, 14) "Debito com cheque? (S/N) ".
              NEXT SENTENCE
           ELSE
              GO TO 140-GRAVA-MOVIMENTO.
           DISPLAY (13, 07) "Numero do Cheque ......:".
       135-05-RECEBE-NUMERO.
           ACCEPT (13, 32) WS-NUMERO-CHEQUE WITH PROMPT.
           IF WS-NUMERO-CHEQUE = ZEROS
              GO 135-05-RECEBE-NUMERO.
           PERFORM 985-VALIDA-CHEQUE THRU 985-99-FIM.
              GO TO 135-05-RECEBE-NUMERO.
           MOVE "S" TO WS-USA-CHEQUE.
           DISPLAY (23, 14) "                                        ".
           GO TO 140-GRAVA-MOVIMENTO.
      *----------------------------------------------------
      *****  CHEQUE DE OUTRO BANCO FICA EM COMPENSACAO (D+1 OU
      *****  D+2 DIAS UTEIS CONFORME O VALOR) ANTES DE LIBERAR
       137-RECEBE-DEPOSITO.
           DISPLAY (23, 14) "Cheque de outro banco? (S/N) ".
           ACCEPT (23, 44) RESPOSTA.
           DISPLAY (23, 14) "                              ".
           IF RESPOSTA = "S" or "s"
              NEXT SENTENCE
           ELSE
              GO TO 140-GRAVA-MOVIMENTO.
           DISPLAY (13, 07) "Banco/Agencia/Cheque ..:".
       137-05-RECEBE-DADOS.
           ACCEPT (13, 32) WS-BANCO-DEP WITH PROMPT.
           ACCEPT (13, 36) WS-AGENCIA-DEP WITH PROMPT.
           ACCEPT (13, 41) WS-NUMERO-DEP WITH PROMPT.
           IF WS-BANCO-DEP = ZEROS OR WS-NUMERO-DEP = ZEROS
              DISPLAY (23, 14) "INFORME O BANCO E O NUMERO DO CHEQUE!"
              GO TO 137-05-RECEBE-DADOS.
           MOVE "S" TO WS-DEPOSITO-CHEQUE.
           DISPLAY (23, 14) "                                        ".
      *----------------------------------------------------
       140-GRAVA-MOVIMENTO.
           PERFORM 994-LE-DATA-NEGOCIO THRU 994-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
           IF WS-RETROATIVO NOT = "S" AND
              WS-DATA-INF-AMD < WS-NEGOCIO-DATA
              DISPLAY (23, 14)
                 "DIA FECHADO DURANTE O LANCAMENTO! Refaca."
              GO TO 900-AGUARDA-VOLTA.
           IF WS-DEPOSITO-CHEQUE = "S"
              PERFORM 998-CALCULA-LIBERACAO THRU 998-99-FIM.
           PERFORM 920-ABRE-MOVIMENTOS THRU 920-99-FIM.
           PERFORM 930-CALCULA-SALDO THRU 930-99-FIM.
           IF WS-TIPO-LANCTO = "D"
           MOVE WS-DIA         TO DIA-MOV.
           MOVE WS-MES         TO MES-MOV.
           MOVE WS-ANO         TO ANO-MOV.
           IF WS-RETROATIVO = "S"
              MOVE WS-DIA-INF  TO DIA-MOV
              MOVE WS-MES-INF  TO MES-MOV
              MOVE WS-ANO-INF  TO ANO-MOV.
           MOVE WS-VALOR       TO VALOR-MOV.
           IF WS-USA-CHEQUE = "S" AND WS-HISTORICO = SPACES
              MOVE SPACES TO WS-HISTORICO
              STRING "CHEQUE " DELIMITED BY SIZE
                     WS-NUMERO-CHEQUE DELIMITED BY SIZE
                     INTO WS-HISTORICO.
           IF WS-DEPOSITO-CHEQUE = "S" AND WS-HISTORICO = SPACES
              MOVE SPACES TO WS-HISTORICO
              STRING "DEP CHQ " DELIMITED BY SIZE
                     WS-BANCO-DEP DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-NUMERO-DEP DELIMITED BY SIZE
                     INTO WS-HISTORICO.
           MOVE WS-HISTORICO   TO HISTORICO-MOV.
           MOVE SPACE          TO SITUACAO-MOV.
           IF WS-CODIGO-LANCTO NOT = ZEROS
              MOVE WS-CODIGO-LANCTO TO CODIGO-MOV
           ELSE IF WS-USA-CHEQUE = "S"
              MOVE 003 TO CODIGO-MOV
           ELSE IF WS-DEPOSITO-CHEQUE = "S"
              MOVE 008 TO CODIGO-MOV
           ELSE IF WS-TIPO-LANCTO = "C"
              MOVE 001 TO CODIGO-MOV
           ELSE
              MOVE 002 TO CODIGO-MOV.
           WRITE REG-MOVIMENTO
               INVALID KEY
               DISPLAY (23, 14) "ERRO AO GRAVAR MOVIMENTO!"
               CLOSE MOVIMENTOS
               GO TO 900-AGUARDA-VOLTA.
           CALL "JORNALMOV" USING WS-JORNAL-PROGRAMA REG-MOVIMENTO.
           PERFORM 941-ATUALIZA-SALDO THRU 941-99-FIM.
           IF WS-USA-CHEQUE = "S"
              PERFORM 986-BAIXA-CHEQUE THRU 986-99-FIM.
      *****  CHEQUE DEPOSITADO NAO E DINHEIRO NA GAVETA
           IF WS-DEPOSITO-CHEQUE = "S"
              PERFORM 997-GRAVA-COMPENSACAO THRU 997-99-FIM
           ELSE
              PERFORM 970-ATUALIZA-GAVETA THRU 970-99-FIM.
           IF WS-RETROATIVO = "S"
              PERFORM 996-GRAVA-RETROATIVO THRU 996-99-FIM.
           IF WS-TIPO-LANCTO = "C"
              ADD WS-VALOR TO WS-SALDO
           ELSE
              SUBTRACT WS-VALOR FROM WS-SALDO.
           MOVE WS-SALDO TO WS-SALDO-ED.
           DISPLAY (12, 32) WS-SALDO-ED.
           IF WS-DEPOSITO-CHEQUE = "S"
              DISPLAY (14, 07) "Liberacao em ..........:"
              DISPLAY (14, 32) WS-DATA-LIBERA (7:2) "/"
                      WS-DATA-LIBERA (5:2) "/" WS-DATA-LIBERA (1:4).
           DISPLAY (23, 14) "MOVIMENTO GRAVADO COM SUCESSO!".
           CLOSE MOVIMENTOS.
           GO TO 900-AGUARDA-VOLTA.
               GO TO 900-AGUARDA-VOLTA.
           DISPLAY (07, 32) NOMECLIENTE.
           CLOSE CLIENTES.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 920-ABRE-MOVIMENTOS THRU 920-99-FIM.
           PERFORM 930-CALCULA-SALDO THRU 930-99-FIM.
           CLOSE MOVIMENTOS.
           MOVE WS-SALDO TO WS-SALDO-ED.
           DISPLAY (09, 32) WS-SALDO-ED.
           PERFORM 946-SOMA-BLOQUEIOS THRU 946-99-FIM.
           MOVE WS-VALOR-BLOQUEADO TO WS-BLOQUEADO-ED.
           DISPLAY (10, 32) WS-BLOQUEADO-ED.
           PERFORM 947-SOMA-COMPENSACAO THRU 947-99-FIM.
           MOVE WS-VALOR-COMPENSAR TO WS-COMPENSAR-ED.
           DISPLAY (11, 32) WS-COMPENSAR-ED.
           COMPUTE WS-DISPONIVEL = WS-SALDO - WS-VALOR-BLOQUEADO
               - WS-VALOR-COMPENSAR.
           MOVE WS-DISPONIVEL TO WS-DISPONIVEL-ED.
           DISPLAY (12, 32) WS-DISPONIVEL-ED.
           IF WS-QTD-BLOQUEIOS NOT = ZEROS
              DISPLAY (14, 07) "BLOQUEIOS ATIVOS NA CONTA ....: "
                      WS-QTD-BLOQUEIOS.
           IF WS-QTD-COMPENSAR NOT = ZEROS
              DISPLAY (15, 07) "CHEQUES EM COMPENSACAO .......: "
                      WS-QTD-COMPENSAR.
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       300-TRANSFERENCIA.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-TRANSF.
           PERFORM 994-LE-DATA-NEGOCIO THRU 994-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       310-RECEBE-ORIGEM.
           ACCEPT (06, 32) CONTACORRENTE WITH PROMPT.
           DISPLAY (23, 14) "                                        ".
           MOVE CONTACORRENTE  TO WS-CONTA-ORIGEM.
           MOVE WS-DV-DIGITADO TO WS-DV-ORIGEM.
           MOVE WS-CONTA-ORIGEM TO WS-TRAVA-CONTA.
           PERFORM 992-TRAVA-CONTA THRU 992-99-FIM.
           IF WS-TRAVA-RESULTADO NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
           OPEN INPUT CLIENTES.
           IF STATUS-CLIENTES = "35"
              DISPLAY (23, 14) "CLIENTES.DAT NAO ENCONTRADO!"
           DISPLAY (23, 14) "                                        ".
           MOVE CONTACORRENTE  TO WS-CONTA-DESTINO.
           MOVE WS-DV-DIGITADO TO WS-DV-DESTINO.
           MOVE WS-CONTA-DESTINO TO WS-TRAVA-CONTA.
           PERFORM 992-TRAVA-CONTA THRU 992-99-FIM.
           IF WS-TRAVA-RESULTADO NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
           OPEN INPUT CLIENTES.
           READ CLIENTES
               INVALID KEY
           ACCEPT (13, 32) WS-HISTORICO WITH PROMPT.
      *----------------------------------------------------
       340-GRAVA-TRANSFERENCIA.
           PERFORM 994-LE-DATA-NEGOCIO THRU 994-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
           PERFORM 920-ABRE-MOVIMENTOS THRU 920-99-FIM.
           MOVE WS-CONTA-ORIGEM TO CONTACORRENTE.
           PERFORM 930-CALCULA-SALDO THRU 930-99-FIM.
              CLOSE MOVIMENTOS
              GO TO 900-AGUARDA-VOLTA.
           MOVE WS-ULTIMO-SEQ TO WS-SEQ-ORIGEM.
           MOVE WS-POSICAO-SALDO TO WS-POSICAO-ORIGEM.
           MOVE WS-CONTA-DESTINO TO CONTACORRENTE.
           PERFORM 930-CALCULA-SALDO THRU 930-99-FIM.
      *****  GRAVA O DEBITO NA CONTA DE ORIGEM
                  WS-CONTA-DESTINO DELIMITED BY SIZE
                  INTO HISTORICO-MOV.
           MOVE SPACE TO SITUACAO-MOV.
           MOVE 004 TO CODIGO-MOV.
           WRITE REG-MOVIMENTO
               INVALID KEY
               DISPLAY (23, 14) "ERRO AO GRAVAR DEBITO DA ORIGEM!"
               CLOSE MOVIMENTOS
               GO TO 900-AGUARDA-VOLTA.
           CALL "JORNALMOV" USING WS-JORNAL-PROGRAMA REG-MOVIMENTO.
           MOVE REG-MOVIMENTO TO WS-IMAGEM-DEBITO.
      *****  GRAVA O CREDITO NA CONTA DE DESTINO
           MOVE WS-CONTA-DESTINO TO CONTA-MOV.
           COMPUTE SEQ-MOV = WS-ULTIMO-SEQ + 1.
                  WS-CONTA-ORIGEM DELIMITED BY SIZE
                  INTO HISTORICO-MOV.
           MOVE SPACE TO SITUACAO-MOV.
           MOVE 005 TO CODIGO-MOV.
           WRITE REG-MOVIMENTO
               INVALID KEY
               DISPLAY (23, 14) "ERRO NO CREDITO - DESFAZENDO DEBITO!"
               CLOSE MOVIMENTOS
               GO TO 900-AGUARDA-VOLTA.
           CALL "JORNALMOV" USING WS-JORNAL-PROGRAMA REG-MOVIMENTO.
      *****  ATUALIZA AS POSICOES SO COM AS DUAS PERNAS GRAVADAS
           PERFORM 941-ATUALIZA-SALDO THRU 941-99-FIM.
           MOVE WS-IMAGEM-DEBITO TO REG-MOVIMENTO.
           MOVE WS-POSICAO-ORIGEM TO WS-POSICAO-SALDO.
           PERFORM 941-ATUALIZA-SALDO THRU 941-99-FIM.
           DISPLAY (23, 14) "TRANSFERENCIA GRAVADA COM SUCESSO!".
           CLOSE MOVIMENTOS.
           GO TO 900-AGUARDA-VOLTA.
              DISPLAY (23, 14)
                 "GAVETA FECHADA! ABRA A GAVETA PELO MENU."
              GO TO 900-AGUARDA-VOLTA.
           PERFORM 994-LE-DATA-NEGOCIO THRU 994-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
           DISPLAY (06, 07) "Conta Corrente ........:".
           DISPLAY (07, 07) "Sequencia .............:".
      *----------------------------------------------------
              DISPLAY (23, 14) "SEQUENCIA DEVE SER MAIOR QUE ZERO!"
              GO 610-RECEBE-CHAVE-ESTORNO.
           DISPLAY (23, 14) "                                        ".
           MOVE WS-CONTA-EST TO WS-TRAVA-CONTA.
           PERFORM 992-TRAVA-CONTA THRU 992-99-FIM.
           IF WS-TRAVA-RESULTADO NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       620-LOCALIZA-ORIGINAL.
           PERFORM 994-LE-DATA-NEGOCIO THRU 994-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
           PERFORM 920-ABRE-MOVIMENTOS THRU 920-99-FIM.
           MOVE WS-CONTA-EST TO CONTA-MOV.
           MOVE WS-SEQ-EST TO SEQ-MOV.
              DISPLAY (23, 14) "MOVIMENTO JA FOI ESTORNADO!"
              CLOSE MOVIMENTOS
              GO TO 900-AGUARDA-VOLTA.
           IF HISTORICO-MOV (1:8) = "ESTORNO " OR CODIGO-MOV = 006
              DISPLAY (23, 14) "ESTORNO NAO PODE SER ESTORNADO!"
              CLOSE MOVIMENTOS
              GO TO 900-AGUARDA-VOLTA.
           DISPLAY (09, 32) TIPO-MOV " " WS-VALOR-ED.
           DISPLAY (10, 07) "Historico .............:".
           DISPLAY (10, 32) HISTORICO-MOV.
      *****  DEPOSITO EM CHEQUE NAO PASSOU PELA GAVETA
           PERFORM 948-LE-COMPENSACAO THRU 948-99-FIM.
           MOVE WS-ACHOU-DEPOSITO TO WS-DEPOSITO-CHEQUE.
           IF WS-DEPOSITO-CHEQUE = "S"
              DISPLAY (11, 07) "Cheque depositado .....:"
              DISPLAY (11, 32) WS-BANCO-DEP " " WS-AGENCIA-DEP " "
                      WS-NUMERO-DEP.
           DISPLAY (23, 14) "Confirma o estorno? (S/N) ".
           ACCEPT (23, 41) RESPOSTA.
           DISPLAY (23, 14) "                           ".
                  WS-SEQ-EST DELIMITED BY SIZE
                  INTO HISTORICO-MOV.
           MOVE SPACE TO SITUACAO-MOV.
           MOVE 006 TO CODIGO-MOV.
           WRITE REG-MOVIMENTO
               INVALID KEY
               DISPLAY (23, 14) "ERRO AO GRAVAR O ESTORNO!"
               CLOSE MOVIMENTOS
               GO TO 900-AGUARDA-VOLTA.
           CALL "JORNALMOV" USING WS-JORNAL-PROGRAMA REG-MOVIMENTO.
           PERFORM 941-ATUALIZA-SALDO THRU 941-99-FIM.
           MOVE SEQ-MOV TO WS-SEQ-BAIXA.
           MOVE TIPO-MOV TO WS-TIPO-LANCTO.
           MOVE WS-VALOR-EST TO WS-VALOR.
           IF WS-DEPOSITO-CHEQUE NOT = "S"
              PERFORM 970-ATUALIZA-GAVETA THRU 970-99-FIM.
      *****  MARCA O ORIGINAL COMO ESTORNADO
           MOVE WS-CONTA-EST TO CONTA-MOV.
           MOVE WS-SEQ-EST TO SEQ-MOV.
           REWRITE REG-MOVIMENTO.
           CALL "JORNALMOV" USING WS-JORNAL-PROGRAMA REG-MOVIMENTO.
           CLOSE MOVIMENTOS.
           IF WS-DEPOSITO-CHEQUE = "S"
              MOVE "E" TO WS-SITUACAO-BAIXA
              MOVE ZEROS TO WS-MOTIVO-DEP
              PERFORM 949-BAIXA-COMPENSACAO THRU 949-99-FIM.
           MOVE WS-CONTA-EST TO CONTACORRENTE.
           MOVE SPACES TO WS-IMAGEM-ANTES.
           STRING "ESTORNO MOVIMENTO " DELIMITED BY SIZE
           PERFORM 960-GRAVA-AUDITORIA THRU 960-99-FIM.
           DISPLAY (23, 14) "ESTORNO GRAVADO COM SUCESSO!".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
      *****  CHEQUE DE OUTRO BANCO DEVOLVIDO NA COMPENSACAO -
      *****  O DEPOSITO E REVERTIDO NA CONTA (SEM GAVETA)
       700-DEVOLUCAO-DEPOSITO.
           DISPLAY (01, 01) ERASE.
           DISPLAY (02, 18) "*** DEVOLUCAO DE CHEQUE DEPOSITADO ***".
           PERFORM 994-LE-DATA-NEGOCIO THRU 994-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
           DISPLAY (06, 07) "Conta Corrente ........:".
           DISPLAY (07, 07) "Sequencia do deposito .:".
      *----------------------------------------------------
       710-RECEBE-CHAVE-DEPOSITO.
           ACCEPT (06, 32) WS-CONTA-EST WITH PROMPT.
           IF WS-CONTA-EST = ZEROS
              GO 710-RECEBE-CHAVE-DEPOSITO.
           ACCEPT (07, 32) WS-SEQ-EST WITH PROMPT.
           IF WS-SEQ-EST = ZEROS
              DISPLAY (23, 14) "SEQUENCIA DEVE SER MAIOR QUE ZERO!"
              GO 710-RECEBE-CHAVE-DEPOSITO.
           DISPLAY (23, 14) "                                        ".
           MOVE WS-CONTA-EST TO WS-TRAVA-CONTA.
           PERFORM 992-TRAVA-CONTA THRU 992-99-FIM.
           IF WS-TRAVA-RESULTADO NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       720-LOCALIZA-DEPOSITO.
           PERFORM 948-LE-COMPENSACAO THRU 948-99-FIM.
           IF WS-ACHOU-DEPOSITO NOT = "S"
              DISPLAY (23, 14) "DEPOSITO EM CHEQUE NAO ENCONTRADO!"
              GO TO 900-AGUARDA-VOLTA.
           IF DEP-DEVOLVIDO
              DISPLAY (23, 14) "CHEQUE JA FOI DEVOLVIDO!"
              GO TO 900-AGUARDA-VOLTA.
           IF DEP-ESTORNADO
              DISPLAY (23, 14) "DEPOSITO JA FOI ESTORNADO!"
              GO TO 900-AGUARDA-VOLTA.
           MOVE WS-VALOR-DEP TO WS-VALOR-EST.
           MOVE WS-VALOR-DEP TO WS-VALOR-ED.
           DISPLAY (09, 07) "Banco/Agencia/Cheque ..:".
           DISPLAY (09, 32) WS-BANCO-DEP " " WS-AGENCIA-DEP " "
                   WS-NUMERO-DEP.
           DISPLAY (10, 07) "Valor .................:".
           DISPLAY (10, 32) WS-VALOR-ED.
           DISPLAY (11, 07) "Liberacao .............:".
           DISPLAY (11, 32) WS-DATA-LIBERA (7:2) "/"
                   WS-DATA-LIBERA (5:2) "/" WS-DATA-LIBERA (1:4).
           IF DEP-LIBERADO
              DISPLAY (11, 45) "(JA LIBERADO - CONTA PODE FICAR"
              DISPLAY (12, 45) " NEGATIVA)".
           DISPLAY (13, 07) "Motivo da devolucao ...:".
           DISPLAY (15, 10) "11 - Sem fundos, 1a apresentacao".
           DISPLAY (16, 10) "12 - Sem fundos, 2a apresentacao".
           DISPLAY (17, 10) "13 - Conta encerrada".
           DISPLAY (18, 10) "21 - Cheque sustado".
           DISPLAY (19, 10) "22 - Divergencia de assinatura".
           DISPLAY (20, 10) "31 - Erro formal de preenchimento".
      *----------------------------------------------------
       730-RECEBE-MOTIVO-DEP.
           ACCEPT (13, 32) WS-MOTIVO-DEP WITH PROMPT.
           IF NOT MOTIVO-DEP-VALIDO
              DISPLAY (23, 14) "MOTIVO INVALIDO! Reinforme.          "
              GO 730-RECEBE-MOTIVO-DEP.
           DISPLAY (23, 14) "Confirma a devolucao? (S/N) ".
           ACCEPT (23, 43) RESPOSTA.
           DISPLAY (23, 14) "                             ".
           IF RESPOSTA = "S" or "s"
              NEXT SENTENCE
           ELSE
              GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       740-GRAVA-DEVOLUCAO-DEP.
           PERFORM 994-LE-DATA-NEGOCIO THRU 994-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              GO TO 900-AGUARDA-VOLTA.
           PERFORM 920-ABRE-MOVIMENTOS THRU 920-99-FIM.
           MOVE WS-CONTA-EST TO CONTA-MOV.
           MOVE WS-SEQ-EST TO SEQ-MOV.
           READ MOVIMENTOS
               INVALID KEY
               DISPLAY (23, 14) "DEPOSITO NAO ACHADO NOS MOVIMENTOS!"
               CLOSE MOVIMENTOS
               GO TO 900-AGUARDA-VOLTA.
           IF MOV-ESTORNADO
              DISPLAY (23, 14) "DEPOSITO JA FOI ESTORNADO!"
              CLOSE MOVIMENTOS
              GO TO 900-AGUARDA-VOLTA.
           MOVE DV-MOV TO WS-DV-EST.
           MOVE WS-CONTA-EST TO CONTACORRENTE.
           PERFORM 930-CALCULA-SALDO THRU 930-99-FIM.
           MOVE WS-CONTA-EST TO CONTA-MOV.
           COMPUTE SEQ-MOV = WS-ULTIMO-SEQ + 1.
           MOVE WS-DV-EST TO DV-MOV.
           MOVE "D" TO TIPO-MOV.
           MOVE WS-DIA TO DIA-MOV.
           MOVE WS-MES TO MES-MOV.
           MOVE WS-ANO TO ANO-MOV.
           MOVE WS-VALOR-EST TO VALOR-MOV.
           MOVE SPACES TO HISTORICO-MOV.
           STRING "DEVOL CHQ " DELIMITED BY SIZE
                  WS-BANCO-DEP DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-NUMERO-DEP DELIMITED BY SIZE
                  INTO HISTORICO-MOV.
           MOVE SPACE TO SITUACAO-MOV.
           MOVE 009 TO CODIGO-MOV.
           WRITE REG-MOVIMENTO
               INVALID KEY
               DISPLAY (23, 14) "ERRO AO GRAVAR A DEVOLUCAO!"
               CLOSE MOVIMENTOS
               GO TO 900-AGUARDA-VOLTA.
           CALL "JORNALMOV" USING WS-JORNAL-PROGRAMA REG-MOVIMENTO.
           PERFORM 941-ATUALIZA-SALDO THRU 941-99-FIM.
           MOVE SEQ-MOV TO WS-SEQ-BAIXA.
      *****  MARCA O DEPOSITO ORIGINAL COMO ESTORNADO
           MOVE WS-CONTA-EST TO CONTA-MOV.
           MOVE WS-SEQ-EST TO SEQ-MOV.
           READ MOVIMENTOS
               INVALID KEY
               DISPLAY (23, 14) "ORIGINAL SUMIU! VERIFICAR ARQUIVO."
               CLOSE MOVIMENTOS
               GO TO 900-AGUARDA-VOLTA.
           MOVE "E" TO SITUACAO-MOV.
           REWRITE REG-MOVIMENTO.
           CALL "JORNALMOV" USING WS-JORNAL-PROGRAMA REG-MOVIMENTO.
           CLOSE MOVIMENTOS.
           MOVE "D" TO WS-SITUACAO-BAIXA.
           PERFORM 949-BAIXA-COMPENSACAO THRU 949-99-FIM.
           MOVE WS-CONTA-EST TO CONTACORRENTE.
           MOVE SPACES TO WS-IMAGEM-ANTES.
           STRING "DEVOLUCAO CHEQUE DEPOSITADO " DELIMITED BY SIZE
                  WS-CONTA-EST DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-SEQ-EST DELIMITED BY SIZE
                  INTO WS-IMAGEM-ANTES.
           MOVE SPACES TO WS-IMAGEM-DEPOIS.
           STRING "OPERADOR: " DELIMITED BY SIZE
                  WS-OPERADOR-ATUAL DELIMITED BY SIZE
                  " MOTIVO: " DELIMITED BY SIZE
                  WS-MOTIVO-DEP DELIMITED BY SIZE
                  " VALOR: " DELIMITED BY SIZE
                  WS-VALOR-EST DELIMITED BY SIZE
                  INTO WS-IMAGEM-DEPOIS.
           PERFORM 960-GRAVA-AUDITORIA THRU 960-99-FIM.
           DISPLAY (23, 14) "DEVOLUCAO GRAVADA - DEPOSITO REVERTIDO!".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       900-AGUARDA-VOLTA.
           PERFORM 993-LIBERA-TRAVAS THRU 993-99-FIM.
           DISPLAY (24, 14) "Pressione ENTER para voltar ao menu.".
           ACCEPT (24, 55) WS-PAUSA.
           GO TO 000-MENU.
           MOVE ZEROS TO WS-SAQUES-DIA.
           MOVE ZEROS TO WS-ULTIMO-SEQ.
           MOVE CONTACORRENTE TO WS-CONTA-LIDA.
           MOVE CONTACORRENTE TO WS-CONTA-POS.
           MOVE "C" TO WS-FUNCAO-SALDO.
           CALL "ATUALSALDO" USING WS-FUNCAO-SALDO REG-MOVIMENTO
               WS-POSICAO-SALDO WS-SALDO-OK.
           IF WS-SALDO-OK = "S"
              MOVE WS-SALDO-POS TO WS-SALDO
              MOVE WS-SEQ-POS TO WS-ULTIMO-SEQ
              GO TO 930-05-SAQUES-DIA.
      *****  CONTA AINDA SEM POSICAO EM SALDOCLI.DAT - RECALCULA
           MOVE CONTACORRENTE TO CONTA-MOV.
           MOVE ZEROS TO SEQ-MOV.
           START MOVIMENTOS KEY IS NOT LESS THAN CHAVE-MOVIMENTO
              PERFORM 931-SOMA-MOVIMENTO THRU 931-99-FIM
                  UNTIL STATUS-MOVIMENTOS = "10".
           MOVE "00" TO STATUS-MOVIMENTOS.
           MOVE WS-CONTA-LIDA TO WS-CONTA-POS.
           MOVE WS-SALDO TO WS-SALDO-POS.
           MOVE WS-SALDO TO WS-DISPONIVEL-POS.
           MOVE WS-ULTIMO-SEQ TO WS-SEQ-POS.
           MOVE WS-NEGOCIO-DATA TO WS-DATA-DEB-POS.
           MOVE WS-SAQUES-DIA TO WS-DEBITOS-POS.
           GO TO 930-99-FIM.
       930-05-SAQUES-DIA.
           IF WS-DATA-DEB-POS = WS-NEGOCIO-DATA
              MOVE WS-DEBITOS-POS TO WS-SAQUES-DIA.
       930-99-FIM.
           EXIT.
      *----------------------------------------------------
                 ADD VALOR-MOV TO WS-SAQUES-DIA.
       931-99-FIM.
           EXIT.
      *----------------------------------------------------
       941-ATUALIZA-SALDO.
           MOVE "A" TO WS-FUNCAO-SALDO.
           CALL "ATUALSALDO" USING WS-FUNCAO-SALDO REG-MOVIMENTO
               WS-POSICAO-SALDO WS-SALDO-OK.
           IF WS-SALDO-OK NOT = "S"
              DISPLAY (22, 14)
                 "ATENCAO: SALDOCLI.DAT NAO ATUALIZADO! VER ERRLOG.".
      *****  DEBITO ACIMA DO LIMITE DE ALERTA DO CLIENTE
           IF TIPO-MOV = "D" OR TIPO-MOV = "d"
              MOVE CONTA-MOV TO WS-NOTIF-CONTA
              MOVE VALOR-MOV TO WS-NOTIF-VALOR
              MOVE SPACES TO WS-NOTIF-TEXTO
              STRING "DEBITO: " DELIMITED BY SIZE
                     HISTORICO-MOV DELIMITED BY SIZE
                     INTO WS-NOTIF-TEXTO
              CALL "GRAVANOTIF" USING WS-NOTIFICACAO.
       941-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  LIMITE DA CONTA ESPECIAL E TETO DE SAQUE EM VIGOR NO
      *****  DIA DE MOVIMENTO (PARAMETR.DAT); SEM O PARAMETRO FICA
      *****  O VALOR FIXO
       944-LE-PARAMETROS.
           MOVE WS-NEGOCIO-DATA TO WS-PARAM-DATA.
           MOVE "LIMESPECIAL" TO WS-PARAM-CODIGO.
           CALL "PARAMVAL" USING WS-PARAMETRO.
           IF WS-PARAM-RESULTADO = "S"
              MOVE WS-PARAM-VALOR TO WS-LIMITE-ESPECIAL.
           MOVE "TETOSAQUEDIA" TO WS-PARAM-CODIGO.
           CALL "PARAMVAL" USING WS-PARAMETRO.
           IF WS-PARAM-RESULTADO = "S"
              MOVE WS-PARAM-VALOR TO WS-TETO-SAQUE-DIA.
       944-99-FIM.
           EXIT.
      *----------------------------------------------------
       945-VALIDA-DEBITO.
           MOVE "S" TO WS-DEBITO-OK.
           MOVE SPACES TO WS-MOTIVO-OVERRIDE.
           PERFORM 944-LE-PARAMETROS THRU 944-99-FIM.
           IF WS-TIPO-CONTA-CLI = "E" OR WS-TIPO-CONTA-CLI = "e"
              MOVE WS-LIMITE-ESPECIAL TO WS-LIMITE-CONTA
           ELSE
              MOVE ZEROS TO WS-LIMITE-CONTA.
           COMPUTE WS-SALDO-APOS = WS-SALDO - WS-VALOR.
      *****  VALOR BLOQUEADO TEM DE PERMANECER NA CONTA - SEM
      *****  LIBERACAO DO SUPERVISOR
           PERFORM 946-SOMA-BLOQUEIOS THRU 946-99-FIM.
           PERFORM 947-SOMA-COMPENSACAO THRU 947-99-FIM.
           IF WS-VALOR-BLOQUEADO NOT = ZEROS AND
              WS-SALDO-APOS < WS-VALOR-BLOQUEADO
              COMPUTE WS-DISPONIVEL = WS-SALDO - WS-VALOR-BLOQUEADO
                  - WS-VALOR-COMPENSAR
              MOVE WS-DISPONIVEL TO WS-DISPONIVEL-ED
              DISPLAY (22, 14) "SALDO DISPONIVEL: " WS-DISPONIVEL-ED
              DISPLAY (23, 14)
                 "VALOR BLOQUEADO NA CONTA! DEBITO RECUSADO."
              MOVE "N" TO WS-DEBITO-OK
              GO TO 945-99-FIM.
      *****  CHEQUE DEPOSITADO EM COMPENSACAO NAO E SALDO
      *****  DISPONIVEL - SO COM LIBERACAO DO SUPERVISOR
           COMPUTE WS-SALDO-APOS = WS-SALDO-APOS - WS-VALOR-COMPENSAR.
           COMPUTE WS-LIMITE-CONTA = ZEROS - WS-LIMITE-CONTA.
           IF WS-SALDO-APOS < WS-LIMITE-CONTA
              IF WS-SALDO-APOS + WS-VALOR-COMPENSAR < WS-LIMITE-CONTA
                 MOVE "LIMITE DE SALDO EXCEDIDO" TO WS-MOTIVO-OVERRIDE
              ELSE
                 MOVE "SALDO EM CHEQUES A COMPENSAR"
                   TO WS-MOTIVO-OVERRIDE.
           IF WS-SAQUES-DIA + WS-VALOR > WS-TETO-SAQUE-DIA
              MOVE "TETO DIARIO DE SAQUE EXCEDIDO"
                TO WS-MOTIVO-OVERRIDE.
           DISPLAY (23, 14) "LIMITE LIBERADO PELO SUPERVISOR.     ".
       945-99-FIM.
           EXIT.
      *----------------------------------------------------
       946-SOMA-BLOQUEIOS.
           CALL "SOMABLOQ" USING WS-CONTA-LIDA WS-DATA-SISTEMA
               WS-VALOR-BLOQUEADO WS-QTD-BLOQUEIOS.
       946-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  CHEQUES DEPOSITADOS AINDA EM COMPENSACAO NO DIA DE
      *****  MOVIMENTO (SEM CONTROLE DE DATA, NA DATA DO SISTEMA)
       947-SOMA-COMPENSACAO.
           MOVE "C" TO WS-NEGOCIO-FUNCAO.
           CALL "DATACONT" USING WS-DIA-NEGOCIO.
           IF WS-NEGOCIO-RESULTADO NOT = "S"
              ACCEPT WS-NEGOCIO-DATA FROM DATE YYYYMMDD.
           CALL "SOMACOMP" USING WS-CONTA-LIDA WS-NEGOCIO-DATA
               WS-VALOR-COMPENSAR WS-QTD-COMPENSAR.
       947-99-FIM.
           EXIT.
      *----------------------------------------------------
       948-LE-COMPENSACAO.
           MOVE "N" TO WS-ACHOU-DEPOSITO.
           OPEN INPUT COMPENSACAO.
           IF STATUS-COMPENSACAO NOT = "00"
              CLOSE COMPENSACAO
              GO TO 948-99-FIM.
           MOVE WS-CONTA-EST TO CONTA-CMP.
           MOVE WS-SEQ-EST TO SEQ-CMP.
           READ COMPENSACAO
               INVALID KEY
               CLOSE COMPENSACAO
               GO TO 948-99-FIM.
           MOVE "S" TO WS-ACHOU-DEPOSITO.
           MOVE BANCO-CMP TO WS-BANCO-DEP.
           MOVE AGENCIA-CMP TO WS-AGENCIA-DEP.
           MOVE NUMERO-CMP TO WS-NUMERO-DEP.
           MOVE DATA-LIBERA-CMP TO WS-DATA-LIBERA.
           MOVE SITUACAO-CMP TO WS-SITUACAO-DEP.
           MOVE VALOR-CMP TO WS-VALOR-DEP.
           CLOSE COMPENSACAO.
       948-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  BAIXA DO CHEQUE DEPOSITADO: D = DEVOLVIDO PELO BANCO
      *****  SACADO, E = DEPOSITO ESTORNADO NO CAIXA
       949-BAIXA-COMPENSACAO.
           OPEN I-O COMPENSACAO.
           IF STATUS-COMPENSACAO NOT = "00"
              DISPLAY (22, 14)
                 "ATENCAO: CHQCOMP.DAT NAO ATUALIZADO! AVISAR SUPORTE."
              CLOSE COMPENSACAO
              GO TO 949-99-FIM.
           MOVE WS-CONTA-EST TO CONTA-CMP.
           MOVE WS-SEQ-EST TO SEQ-CMP.
           READ COMPENSACAO
               INVALID KEY
               DISPLAY (22, 14)
                 "ATENCAO: CHQCOMP.DAT NAO ATUALIZADO! AVISAR SUPORTE."
               CLOSE COMPENSACAO
               GO TO 949-99-FIM.
           MOVE WS-SITUACAO-BAIXA TO SITUACAO-CMP.
           MOVE WS-NEGOCIO-DATA TO DATA-BAIXA-CMP.
           MOVE WS-SEQ-BAIXA TO SEQ-BAIXA-CMP.
           MOVE WS-MOTIVO-DEP TO MOTIVO-DEVOL-CMP.
           REWRITE REG-COMPENSACAO.
           CLOSE COMPENSACAO.
       949-99-FIM.
           EXIT.
      *----------------------------------------------------
       950-PEDE-SUPERVISOR.
           MOVE "N" TO WS-SUPER-OK.
           OPEN I-O OPERADORES.
           IF STATUS-OPERADORES NOT = "00"
              DISPLAY (24, 14) "OPERADOR.DAT INDISPONIVEL!"
              CLOSE OPERADORES
           READ OPERADORES
               INVALID KEY
               DISPLAY (24, 14) "SUPERVISOR NAO CADASTRADO!        "
               MOVE "N" TO WS-SEN-FUNCAO
               PERFORM 951-REGISTRA-SENHA THRU 951-99-FIM
               CLOSE OPERADORES
               GO TO 950-99-FIM.
           IF OPER-BLOQUEADO
              DISPLAY (24, 14) "SUPERVISOR BLOQUEADO!             "
              MOVE "T" TO WS-SEN-FUNCAO
              PERFORM 951-REGISTRA-SENHA THRU 951-99-FIM
              CLOSE OPERADORES
              GO TO 950-99-FIM.
           CALL "SENHACRIP" USING ID-OPERADOR WS-SUPER-SENHA
               WS-SENHA-CRIPTO.
           IF SENHA-OPERADOR NOT = WS-SENHA-CRIPTO
              DISPLAY (24, 14) "SENHA DO SUPERVISOR INVALIDA!     "
              PERFORM 952-CONTA-FALHA THRU 952-99-FIM
              CLOSE OPERADORES
              GO TO 950-99-FIM.
           IF OPER-INATIVO
              DISPLAY (24, 14) "PERFIL NAO E DE SUPERVISOR!       "
              CLOSE OPERADORES
              GO TO 950-99-FIM.
           IF FALHAS-OPERADOR NOT = ZEROS
              MOVE ZEROS TO FALHAS-OPERADOR
              REWRITE REG-OPERADOR.
           MOVE "S" TO WS-SUPER-OK.
           CLOSE OPERADORES.
           DISPLAY (24, 14) "                                    ".
       950-99-FIM.
           EXIT.
      *----------------------------------------------------
       951-REGISTRA-SENHA.
           MOVE ID-OPERADOR TO WS-SEN-ID.
           MOVE FALHAS-OPERADOR TO WS-SEN-TENTATIVAS.
           IF WS-SEN-FUNCAO = "N"
              MOVE ZEROS TO WS-SEN-TENTATIVAS.
           CALL "CTLSENHA" USING WS-CONTROLE-SENHA.
       951-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  SENHA ERRADA: CONTA NO CADASTRO E BLOQUEIA O ID AO
      *****  ATINGIR O LIMITE DE TENTATIVAS (SENHACTL.DAT)
       952-CONTA-FALHA.
           ADD 1 TO FALHAS-OPERADOR.
           MOVE "F" TO WS-SEN-FUNCAO.
           PERFORM 951-REGISTRA-SENHA THRU 951-99-FIM.
           IF FALHAS-OPERADOR NOT < WS-SEN-LIMITE
              MOVE "S" TO BLOQUEIO-OPERADOR
              ACCEPT DATA-BLOQUEIO-OPER FROM DATE YYYYMMDD
              MOVE "B" TO WS-SEN-FUNCAO
              PERFORM 951-REGISTRA-SENHA THRU 951-99-FIM.
           REWRITE REG-OPERADOR.
       952-99-FIM.
           EXIT.
      *----------------------------------------------------
       960-GRAVA-AUDITORIA.
           OPEN I-O AUDITORIA.
              DISPLAY (23, 14) "CHEQUE ESTA SUSTADO!               "
              CLOSE CHEQUES
              GO TO 985-99-FIM.
           IF CHQ-DEVOLVIDO AND MOTIVO-DEVOL-CHQ NOT = 11
              DISPLAY (23, 14) "CHEQUE DEVOLVIDO EM DEFINITIVO!    "
              CLOSE CHEQUES
              GO TO 985-99-FIM.
           MOVE "S" TO WS-CHEQUE-OK.
           CLOSE CHEQUES.
       985-99-FIM.
           CLOSE CHEQUES.
       986-99-FIM.
           EXIT.
      *----------------------------------------------------
       990-VALIDA-CODIGO.
           MOVE "N" TO WS-CODIGO-OK.
           OPEN INPUT CODTRANS.
           IF STATUS-CODTRANS NOT = "00"
              DISPLAY (23, 14) "SEM TABELA DE CODIGOS (CODTRMEST)!  "
              CLOSE CODTRANS
              GO TO 990-99-FIM.
           MOVE WS-CODIGO-LANCTO TO CODIGO-TRN.
           READ CODTRANS
               INVALID KEY
               DISPLAY (23, 14) "CODIGO DE TRANSACAO INEXISTENTE!   "
               CLOSE CODTRANS
               GO TO 990-99-FIM.
           IF (TRN-CREDITO AND WS-TIPO-LANCTO = "D") OR
              (TRN-DEBITO AND WS-TIPO-LANCTO = "C")
              DISPLAY (23, 14) "CODIGO INCOMPATIVEL COM O LANCAMENTO!"
              CLOSE CODTRANS
              GO TO 990-99-FIM.
           DISPLAY (11, 40) DESCRICAO-TRN.
           IF WS-HISTORICO = SPACES
              MOVE DESCRICAO-TRN TO WS-HISTORICO.
           MOVE "S" TO WS-CODIGO-OK.
           CLOSE CODTRANS.
       990-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  TRAVA A CONTA WS-TRAVA-CONTA ATE A VOLTA AO MENU -
      *****  NINGUEM MAIS LANCA NELA NEM ALTERA O CADASTRO
       992-TRAVA-CONTA.
           MOVE "T" TO WS-TRAVA-FUNCAO.
           MOVE WS-OPERADOR-ATUAL TO WS-TRAVA-OPERADOR.
           CALL "TRAVACLI" USING WS-TRAVA.
           IF WS-TRAVA-RESULTADO = "S"
              IF WS-TRAVADA-1 = ZEROS
                 MOVE WS-TRAVA-CONTA TO WS-TRAVADA-1
                 GO TO 992-99-FIM
              ELSE
                 MOVE WS-TRAVA-CONTA TO WS-TRAVADA-2
                 GO TO 992-99-FIM.
           IF WS-TRAVA-RESULTADO = "O"
              DISPLAY (23, 14) "CONTA EM USO PELO OPERADOR "
                      WS-TRAVA-DONO-OPER " (" WS-TRAVA-DONO-PROG ")!"
           ELSE IF WS-TRAVA-RESULTADO = "L"
              DISPLAY (23, 14) "LOTE " WS-TRAVA-DONO-PROG
                      " EM EXECUCAO! LANCAMENTO NAO PERMITIDO."
           ELSE
              DISPLAY (23, 14)
                 "CONTROLE DE TRAVAS INDISPONIVEL! VER ERRLOG.".
       992-99-FIM.
           EXIT.
      *----------------------------------------------------
       993-LIBERA-TRAVAS.
           MOVE "L" TO WS-TRAVA-FUNCAO.
           MOVE WS-OPERADOR-ATUAL TO WS-TRAVA-OPERADOR.
           IF WS-TRAVADA-1 NOT = ZEROS
              MOVE WS-TRAVADA-1 TO WS-TRAVA-CONTA
              CALL "TRAVACLI" USING WS-TRAVA
              MOVE ZEROS TO WS-TRAVADA-1.
           IF WS-TRAVADA-2 NOT = ZEROS
              MOVE WS-TRAVADA-2 TO WS-TRAVA-CONTA
              CALL "TRAVACLI" USING WS-TRAVA
              MOVE ZEROS TO WS-TRAVADA-2.
       993-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  DATA DE MOVIMENTO VEM DO CONTROLE DO DIA, NAO DO
      *****  RELOGIO - DIA EM FECHAMENTO NAO ACEITA LANCAMENTO
       994-LE-DATA-NEGOCIO.
           MOVE "N" TO WS-NEGOCIO-OK.
           MOVE "C" TO WS-NEGOCIO-FUNCAO.
           CALL "DATACONT" USING WS-DIA-NEGOCIO.
           IF WS-NEGOCIO-RESULTADO NOT = "S"
              DISPLAY (23, 14)
                 "CONTROLE DE DATA INDISPONIVEL! VER ERRLOG."
              GO TO 994-99-FIM.
           MOVE WS-NEGOCIO-DATA (7:2) TO WS-DIA.
           MOVE WS-NEGOCIO-DATA (5:2) TO WS-MES.
           MOVE WS-NEGOCIO-DATA (1:4) TO WS-ANO.
           IF WS-NEGOCIO-SITUACAO NOT = "A"
              DISPLAY (23, 14) "DIA " WS-DIA "/" WS-MES "/" WS-ANO
                      " EM FECHAMENTO! LANCAMENTO NAO PERMITIDO."
              GO TO 994-99-FIM.
           MOVE "S" TO WS-NEGOCIO-OK.
       994-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  PROXIMO DIA UTIL A PARTIR DE WS-DATA-CALC
       995-AVANCA-DIA-UTIL.
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
       995-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  LANCAMENTO EM DIA FECHADO - RELACAO PROPRIA PARA
      *****  AJUSTE DO RAZAO (RETROMOV.DAT) E AUDITORIA
       996-GRAVA-RETROATIVO.
           ACCEPT WS-HORA FROM TIME.
           OPEN EXTEND RETROATIVOS.
           IF STATUS-RETROATIVOS = "35"
              OPEN OUTPUT RETROATIVOS.
           IF STATUS-RETROATIVOS NOT = "00"
              DISPLAY (22, 14)
                 "ATENCAO: RETROMOV.DAT NAO GRAVADO! AVISAR SUPORTE."
              GO TO 996-05-AUDITORIA.
           MOVE SPACES TO REG-RETROATIVO.
           MOVE WS-NEGOCIO-DATA TO DATA-NEGOCIO-RETRO.
           MOVE WS-DATA-INF-AMD TO DATA-MOV-RETRO.
           MOVE CONTA-MOV TO CONTA-RETRO.
           MOVE SEQ-MOV TO SEQ-RETRO.
           MOVE TIPO-MOV TO TIPO-RETRO.
           MOVE VALOR-MOV TO VALOR-RETRO.
           MOVE CODIGO-MOV TO CODIGO-RETRO.
           MOVE WS-OPERADOR-ATUAL TO OPERADOR-RETRO.
           MOVE WS-SUPER-RETRO TO SUPERVISOR-RETRO.
           COMPUTE HORA-RETRO = WS-HOR * 10000
               + WS-MIN * 100 + WS-SEG.
           MOVE HISTORICO-MOV TO HISTORICO-RETRO.
           WRITE REG-RETROATIVO.
           CLOSE RETROATIVOS.
       996-05-AUDITORIA.
           MOVE SPACES TO WS-IMAGEM-ANTES.
           STRING "RETROATIVO " DELIMITED BY SIZE
                  CONTA-MOV DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SEQ-MOV DELIMITED BY SIZE
                  " DATA " DELIMITED BY SIZE
                  WS-DATA-INF-AMD DELIMITED BY SIZE
                  INTO WS-IMAGEM-ANTES.
           MOVE SPACES TO WS-IMAGEM-DEPOIS.
           STRING "SUPERVISOR: " DELIMITED BY SIZE
                  WS-SUPER-RETRO DELIMITED BY SIZE
                  " VALOR: " DELIMITED BY SIZE
                  VALOR-MOV DELIMITED BY SIZE
                  INTO WS-IMAGEM-DEPOIS.
           PERFORM 960-GRAVA-AUDITORIA THRU 960-99-FIM.
       996-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  CHEQUE DE OUTRO BANCO FICA EM COMPENSACAO ATE A
      *****  DATA DE LIBERACAO (CHQCOMP.DAT, BAIXADO NO LIBERACHQ)
       997-GRAVA-COMPENSACAO.
           OPEN I-O COMPENSACAO.
           IF STATUS-COMPENSACAO = "35"
              OPEN OUTPUT COMPENSACAO
              CLOSE COMPENSACAO
              OPEN I-O COMPENSACAO.
           IF STATUS-COMPENSACAO NOT = "00"
              DISPLAY (22, 14)
                 "ATENCAO: CHQCOMP.DAT NAO GRAVADO! AVISAR SUPORTE."
              CLOSE COMPENSACAO
              GO TO 997-99-FIM.
           MOVE CONTA-MOV TO CONTA-CMP.
           MOVE SEQ-MOV TO SEQ-CMP.
           MOVE WS-BANCO-DEP TO BANCO-CMP.
           MOVE WS-AGENCIA-DEP TO AGENCIA-CMP.
           MOVE WS-NUMERO-DEP TO NUMERO-CMP.
           MOVE VALOR-MOV TO VALOR-CMP.
           MOVE WS-NEGOCIO-DATA TO DATA-DEPOSITO-CMP.
           MOVE WS-DATA-LIBERA TO DATA-LIBERA-CMP.
           MOVE WS-PRAZO-DEP TO PRAZO-CMP.
           MOVE "P" TO SITUACAO-CMP.
           MOVE ZEROS TO DATA-BAIXA-CMP.
           MOVE ZEROS TO SEQ-BAIXA-CMP.
           MOVE ZEROS TO MOTIVO-DEVOL-CMP.
           MOVE WS-OPERADOR-ATUAL TO OPERADOR-CMP.
           WRITE REG-COMPENSACAO
               INVALID KEY
               DISPLAY (22, 14)
                 "ATENCAO: CHQCOMP.DAT NAO GRAVADO! AVISAR SUPORTE.".
           CLOSE COMPENSACAO.
       997-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  ATE O LIMITE LIBERA NO 1O DIA UTIL SEGUINTE, ACIMA
      *****  DELE NO 2O DIA UTIL APOS O DEPOSITO
       998-CALCULA-LIBERACAO.
           IF WS-VALOR > WS-LIMITE-PRAZO-1
              MOVE 2 TO WS-PRAZO-DEP
           ELSE
              MOVE 1 TO WS-PRAZO-DEP.
           MOVE WS-NEGOCIO-DATA (7:2) TO WS-DIA-CALC.
           MOVE WS-NEGOCIO-DATA (5:2) TO WS-MES-CALC.
           MOVE WS-NEGOCIO-DATA (1:4) TO WS-ANO-CALC.
           PERFORM 995-AVANCA-DIA-UTIL THRU 995-99-FIM
               WS-PRAZO-DEP TIMES.
           COMPUTE WS-DATA-LIBERA = WS-ANO-CALC * 10000
               + WS-MES-CALC * 100 + WS-DIA-CALC.
       998-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           PERFORM 993-LIBERA-TRAVAS THRU 993-99-FIM.
           DISPLAY (01, 01) ERASE.
           STOP RUN.
      ***---------- FIM DO PROGRAMA MOVIMCLI ---------***
