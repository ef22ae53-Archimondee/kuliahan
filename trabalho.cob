               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-AGC
               FILE STATUS IS STATUS-CONTAAGEN.
           SELECT HISTAGENCIA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-HISTAGENCIA
               FILE STATUS IS STATUS-HISTAGENCIA.
           SELECT KYCCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-KYC
               FILE STATUS IS STATUS-KYCCLI.
           SELECT PESSOAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOCUMENTO-PESSOA
               FILE STATUS IS STATUS-PESSOAS.
           SELECT PESSOACONTA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-PESCONTA
               FILE STATUS IS STATUS-PESCONTA.
       DATA DIVISION.
       FILE SECTION.
       COPY "layout.cob".
       COPY "agencia.cob".
      *
       COPY "agconta.cob".
      *
       COPY "agchist.cob".
      *
       COPY "kyc.cob".
      *
       COPY "pessoa.cob".
      *
       COPY "pesconta.cob".
      *
       FD  LOGCLIENTES
           LABEL RECORD IS STANDARD
           02  STATUS-AGENCIAS PIC X(02) VALUE "00".
           02  STATUS-CONTAAGEN PIC X(02) VALUE "00".
           02  WS-AGENCIA-VALIDA PIC X(01) VALUE "N".
           02  STATUS-HISTAGENCIA PIC X(02) VALUE "00".
           02  STATUS-KYCCLI  PIC X(02) VALUE "00".
           02  STATUS-PESSOAS PIC X(02) VALUE "00".
           02  STATUS-PESCONTA PIC X(02) VALUE "00".
           02  OPCAO-MENU     PIC X(01).
           02  WS-IDADE       PIC 9(03) VALUE ZEROS.
           02  WS-IDADE-MINIMA PIC 9(03) VALUE 18.
           02  WS-IDADE-MINIMA-ED PIC Z9.
           02  WS-TOTAL-ESPECIAL PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-COMUM    PIC 9(05) VALUE ZEROS.
       01  LIMITES-RISCO-KYC.
               03  WS-DIA-T2       PIC 9(02).
               03  WS-MES-T2       PIC 9(02).
               03  WS-ANO-T2       PIC 9(04).
       01  WS-IDENTIDADE.
           02  WS-DOCUMENTO        PIC 9(11) VALUE ZEROS.
           02  WS-DOCUMENTO-T1     PIC 9(11) VALUE ZEROS.
           02  WS-PESSOA-NOVA      PIC X(01) VALUE "S".
       01  WS-HORA.
           02  WS-HOR         PIC 9(02) VALUE ZEROS.
           02  WS-MIN         PIC 9(02) VALUE ZEROS.
           02  WS-SALDO       PIC S9(07)V99 VALUE ZEROS.
           02  WS-SALDO-ED    PIC -Z.ZZZ.ZZ9,99.
           02  WS-CONTA-SALDO PIC 9(05) VALUE ZEROS.
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
       01  WS-ENCERRAMENTO.
           02  WS-CONTA-ENCERRAR PIC 9(05) VALUE ZEROS.
           02  WS-MOTIVO-ENCERRA PIC X(20) VALUE SPACES.
           02  WS-MOTIVO-BLOQUEIO PIC X(20) VALUE SPACES.
           02  WS-AUTORIDADE-BLOQ PIC X(20) VALUE SPACES.
           02  WS-ACAO-BLOQ       PIC X(11) VALUE SPACES.
       01  WS-TRANSF-AGENCIA.
           02  WS-CONTA-TRANSF    PIC 9(05) VALUE ZEROS.
           02  WS-AGENCIA-ATUAL   PIC 9(03) VALUE ZEROS.
           02  WS-AGENCIA-NOVA    PIC 9(03) VALUE ZEROS.
           02  WS-VIGENCIA-DMA.
               03  WS-DIA-VIG     PIC 9(02) VALUE ZEROS.
               03  WS-MES-VIG     PIC 9(02) VALUE ZEROS.
               03  WS-ANO-VIG     PIC 9(04) VALUE ZEROS.
           02  WS-VIGENCIA-AMD    PIC 9(08) VALUE ZEROS.
           02  WS-VIGENCIA-OK     PIC X(01) VALUE "N".
           02  WS-ULTIMO-INICIO   PIC 9(08) VALUE ZEROS.
           02  WS-TEM-HISTORICO   PIC X(01) VALUE "N".
           02  WS-TEM-PENDENTE    PIC X(01) VALUE "N".
       01  WS-NOTIFICACAO.
           02  WS-NOTIF-EVENTO    PIC X(02) VALUE SPACES.
           02  WS-NOTIF-CONTA     PIC 9(05) VALUE ZEROS.
           02  WS-NOTIF-VALOR     PIC 9(09)V99 VALUE ZEROS.
           02  WS-NOTIF-TEXTO     PIC X(40) VALUE SPACES.
           02  WS-NOTIF-PROGRAMA  PIC X(08) VALUE "TRABALHO".
       01  WS-TRAVA.
           02  WS-TRAVA-FUNCAO    PIC X(01) VALUE SPACE.
           02  WS-TRAVA-CONTA     PIC 9(05) VALUE ZEROS.
           02  WS-TRAVA-PROGRAMA  PIC X(08) VALUE "TRABALHO".
           02  WS-TRAVA-OPERADOR  PIC X(04) VALUE SPACES.
           02  WS-TRAVA-RESULTADO PIC X(01) VALUE "N".
           02  WS-TRAVA-DONO-OPER PIC X(04) VALUE SPACES.
           02  WS-TRAVA-DONO-PROG PIC X(08) VALUE SPACES.
           02  WS-TRAVA-DONO-CONTA PIC 9(05) VALUE ZEROS.
       01  WS-CONTA-TRAVADA       PIC 9(05) VALUE ZEROS.
       01  WS-DIA-NEGOCIO.
           02  WS-NEGOCIO-FUNCAO  PIC X(01) VALUE "C".
           02  WS-NEGOCIO-PROGRAMA PIC X(08) VALUE "TRABALHO".
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
       01  WS-CHAMADA-ERRO.
           02  WS-ERR-PROGRAMA PIC X(10) VALUE "TRABALHO".
           02  WS-ERR-ARQUIVO  PIC X(12) VALUE SPACES.
           02  WS-SENHA-DIGITADA  PIC X(08) VALUE SPACES.
           02  WS-TENTATIVAS      PIC 9(01) VALUE ZEROS.
           02  WS-PERFIL-ATUAL    PIC X(01) VALUE "C".
           02  WS-SENHA-CRIPTO    PIC X(16) VALUE SPACES.
       01  WS-CONTROLE-SENHA.
           02  WS-SEN-FUNCAO      PIC X(01) VALUE "L".
           02  WS-SEN-PROGRAMA    PIC X(08) VALUE "TRABALHO".
           02  WS-SEN-TIPO-ID     PIC X(01) VALUE "O".
           02  WS-SEN-ID          PIC X(04) VALUE SPACES.
           02  WS-SEN-TENTATIVAS  PIC 9(02) VALUE ZEROS.
           02  WS-SEN-RESPONSAVEL PIC X(04) VALUE SPACES.
           02  WS-SEN-LIMITE      PIC 9(02) VALUE 3.
       01  WS-VALIDADE-SENHA.
           02  WS-DIAS-VALIDADE   PIC 9(03) VALUE 90.
           02  WS-DIAS-HOJE       PIC 9(07) VALUE ZEROS.
           02  WS-IDADE-SENHA     PIC S9(07) VALUE ZEROS.
           02  WS-SENHA-NOVA      PIC X(08) VALUE SPACES.
           02  WS-SENHA-CONFIRMA  PIC X(08) VALUE SPACES.
           02  WS-CRIPTO-NOVA     PIC X(16) VALUE SPACES.
           02  WS-TROCA-FORCADA   PIC X(01) VALUE "N".
       01  WS-DATA-DESDOBRADA.
           02  WS-ANO-DESD        PIC 9(04).
           02  LINE  6 COLUMN 07  VALUE "Conta Corrente ........:".
           02  LINE  7 COLUMN 07  VALUE "Tipo de Conta..........:".
           02  LINE  7 COLUMN 50  VALUE "(E)special ou (C)omum".
           02  LINE  8 COLUMN 07  VALUE "Documento (CPF) .......:".
           02  LINE  9 COLUMN 07  VALUE "Nome ..................:".
           02  LINE 10 COLUMN 07  VALUE "Data de Nascimento ....:".
           02  LINE 10 COLUMN 50  VALUE "Formato (DDMMYYYY)".
           02  LINE 13 COLUMN 20  VALUE "6 - Alterar contato".
           02  LINE 14 COLUMN 20  VALUE "7 - Bloquear conta".
           02  LINE 15 COLUMN 20  VALUE "8 - Desbloquear conta".
           02  LINE 16 COLUMN 20  VALUE "9 - Transferir de agencia".
           02  LINE 17 COLUMN 20  VALUE "0 - Sair".
           02  LINE 18 COLUMN 20  VALUE "Escolha uma opcao: ".
       01  TELA-ALTERA.
           02  BLANK SCREEN.
           02  LINE 14 COLUMN 07  VALUE "Cidade ................:".
           02  LINE 15 COLUMN 07  VALUE "Telefone ..............:".
           02  LINE 16 COLUMN 07  VALUE "E-mail ................:".
           02  LINE 17 COLUMN 07  VALUE "Limite alerta debito ..:".
       01  TELA-ALTERA-CONTATO.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 20  VALUE "*** ALTERACAO DE CONTATO ***".
           02  LINE 14 COLUMN 07  VALUE "Cidade ................:".
           02  LINE 15 COLUMN 07  VALUE "Telefone ..............:".
           02  LINE 16 COLUMN 07  VALUE "E-mail ................:".
           02  LINE 17 COLUMN 07  VALUE "Limite alerta debito ..:".
       01  TELA-PROCURA.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 20  VALUE "*** PROCURA DE CLIENTES ***".
           02  LINE  9 COLUMN 07  VALUE "Nome ..................:".
           02  LINE 10 COLUMN 07  VALUE "Data de Encerramento ..:".
           02  LINE 11 COLUMN 07  VALUE "Motivo ................:".
       01  TELA-TRANSF-AGENCIA.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 20  VALUE "*** TROCA DE AGENCIA ***".
           02  LINE  6 COLUMN 07  VALUE "Conta Corrente ........:".
           02  LINE  9 COLUMN 07  VALUE "Nome ..................:".
           02  LINE 10 COLUMN 07  VALUE "Agencia atual .........:".
           02  LINE 11 COLUMN 07  VALUE "Nova agencia ..........:".
           02  LINE 12 COLUMN 07  VALUE "Vigente a partir de ...:".
           02  LINE 13 COLUMN 07  VALUE "(DDMMAAAA, 0 = hoje)".
       PROCEDURE DIVISION.
      *----------------------------------------------------
       000-ASSINATURA.
           ACCEPT (09, 37) WS-SENHA-DIGITADA WITH PROMPT.
           READ OPERADORES
               INVALID KEY
               MOVE "N" TO WS-SEN-FUNCAO
               PERFORM 990-REGISTRA-SENHA THRU 990-99-FIM
               GO TO 000-10-ASSINATURA-INVALIDA.
           IF OPER-BLOQUEADO
              MOVE "T" TO WS-SEN-FUNCAO
              PERFORM 990-REGISTRA-SENHA THRU 990-99-FIM
              GO TO 000-17-OPERADOR-BLOQUEADO.
           CALL "SENHACRIP" USING ID-OPERADOR WS-SENHA-DIGITADA
               WS-SENHA-CRIPTO.
           IF SENHA-OPERADOR NOT = WS-SENHA-CRIPTO
              GO TO 000-15-SENHA-ERRADA.
           IF OPER-INATIVO
              DISPLAY (23, 14) "OPERADOR INATIVO!"
              GO TO 000-10-ASSINATURA-INVALIDA.
           IF FALHAS-OPERADOR NOT = ZEROS
              MOVE ZEROS TO FALHAS-OPERADOR
              REWRITE REG-OPERADOR.
           GO TO 000-30-TESTA-VALIDADE.
      *----------------------------------------------------
       000-10-ASSINATURA-INVALIDA.
              STOP RUN.
           DISPLAY (23, 14) "OPERADOR OU SENHA INVALIDOS! Reinforme.".
           GO TO 000-05-RECEBE-OPERADOR.
      *----------------------------------------------------
      *****  SENHA ERRADA: CONTA NO CADASTRO E BLOQUEIA O ID AO
      *****  ATINGIR O LIMITE DE TENTATIVAS (SENHACTL.DAT)
       000-15-SENHA-ERRADA.
           ADD 1 TO FALHAS-OPERADOR.
           MOVE "F" TO WS-SEN-FUNCAO.
           PERFORM 990-REGISTRA-SENHA THRU 990-99-FIM.
           IF FALHAS-OPERADOR < WS-SEN-LIMITE
              REWRITE REG-OPERADOR
              GO TO 000-10-ASSINATURA-INVALIDA.
           MOVE "S" TO BLOQUEIO-OPERADOR.
           ACCEPT DATA-BLOQUEIO-OPER FROM DATE YYYYMMDD.
           REWRITE REG-OPERADOR.
           MOVE "B" TO WS-SEN-FUNCAO.
           PERFORM 990-REGISTRA-SENHA THRU 990-99-FIM.
      *----------------------------------------------------
       000-17-OPERADOR-BLOQUEADO.
           DISPLAY (23, 14) "OPERADOR BLOQUEADO! PROCURE O ADMIN.".
           CLOSE OPERADORES.
           STOP RUN.
      *----------------------------------------------------
       000-20-PRIMEIRO-OPERADOR.
           OPEN OUTPUT OPERADORES.
           ACCEPT (08, 37) ID-OPERADOR WITH PROMPT.
           IF ID-OPERADOR = SPACES
              GO TO 000-20-PRIMEIRO-OPERADOR.
           ACCEPT (09, 37) WS-SENHA-DIGITADA WITH PROMPT.
           CALL "SENHACRIP" USING ID-OPERADOR WS-SENHA-DIGITADA
               SENHA-OPERADOR.
           MOVE SPACES TO NOME-OPERADOR.
           MOVE "A" TO SITUACAO-OPERADOR.
           MOVE SPACES TO SENHA-ANTERIOR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-DATA-SISTEMA TO DATA-ULT-SENHA.
           MOVE "A" TO PERFIL-OPERADOR.
           MOVE ZEROS TO AGENCIA-OPERADOR.
           MOVE ZEROS TO FALHAS-OPERADOR.
           MOVE "N" TO BLOQUEIO-OPERADOR.
           MOVE ZEROS TO DATA-BLOQUEIO-OPER.
           WRITE REG-OPERADOR.
           MOVE ID-OPERADOR TO WS-OPERADOR-ATUAL.
           MOVE "A" TO WS-PERFIL-ATUAL.
           ACCEPT (11, 37) WS-SENHA-NOVA WITH PROMPT.
           IF WS-SENHA-NOVA = SPACES
              GO 000-40-TROCA-SENHA.
           CALL "SENHACRIP" USING ID-OPERADOR WS-SENHA-NOVA
               WS-CRIPTO-NOVA.
           IF WS-CRIPTO-NOVA = SENHA-OPERADOR
              DISPLAY (23, 14)
                 "NOVA SENHA IGUAL A ATUAL! Reinforme.      "
              GO TO 000-40-TROCA-SENHA.
           IF WS-CRIPTO-NOVA = SENHA-ANTERIOR
              DISPLAY (23, 14)
                 "REUSO DA SENHA ANTERIOR NAO PERMITIDO!    "
              GO TO 000-40-TROCA-SENHA.
                 "CONFIRMACAO NAO CONFERE! Reinforme.       "
              GO TO 000-40-TROCA-SENHA.
           MOVE SENHA-OPERADOR TO SENHA-ANTERIOR.
           MOVE WS-CRIPTO-NOVA TO SENHA-OPERADOR.
           MOVE WS-DATA-SISTEMA TO DATA-ULT-SENHA.
           REWRITE REG-OPERADOR.
           IF STATUS-OPERADORES NOT = "00"
              ELSE
                 GO TO 980-DESBLOQUEAR-CONTA
           ELSE IF OPCAO-MENU = "9"
              GO TO 950-TRANSFERIR-AGENCIA
           ELSE IF OPCAO-MENU = "0"
              GO TO 999-FIM
           ELSE
              GO TO 000-MENU.
           DISPLAY (01, 01) ERASE.
      *----------------------------------------------------
       002-ENTRA-DATA.
      *****  DATA DO DIA DE MOVIMENTO; SEM O CONTROLE, A DO SISTEMA
           PERFORM 993-LE-DATA-NEGOCIO THRU 993-99-FIM.
           IF WS-NEGOCIO-OK = "S"
              GO TO 002-50-VALIDA-DATA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-DATA-SISTEMA (7:2) TO WS-DIA.
           MOVE WS-DATA-SISTEMA (5:2) TO WS-MES.
      -                        " Reinforme."
              GO TO 002-10-DIGITA-DATA.
           DISPLAY (23, 14) "                                         ".
           PERFORM 992-LE-PARAMETROS THRU 992-99-FIM.
      *----------------------------------------------------
       003-ABRE-ARQUIVO.
           OPEN I-O CLIENTES.
              OPEN OUTPUT CONTATOS
              CLOSE CONTATOS
              OPEN I-O CONTATOS.
           OPEN I-O PESSOAS.
           IF STATUS-PESSOAS = "35"
              OPEN OUTPUT PESSOAS
              CLOSE PESSOAS
              OPEN I-O PESSOAS.
           OPEN I-O PESSOACONTA.
           IF STATUS-PESCONTA = "35"
              OPEN OUTPUT PESSOACONTA
              CLOSE PESSOACONTA
              OPEN I-O PESSOACONTA.
           PERFORM 004-GRAVA-INICIO-SESSAO THRU 004-99-FIM.
           GO TO 010-INICIALIZA-SISTEMA.
      *----------------------------------------------------
       061-ATUALIZA-HORA-5.
           ACCEPT WS-HORA FROM TIME.
           DISPLAY (02, 03) WS-HOR ":" WS-MIN ":" WS-SEG.
      *----------------------------------------------------
       065-RECEBE-DOCUMENTO.
           MOVE ZEROS TO WS-DOCUMENTO.
           ACCEPT (08, 32) WS-DOCUMENTO WITH PROMPT.
           IF WS-DOCUMENTO = ZEROS
              DISPLAY (23, 14) "INFORME O DOCUMENTO DO TITULAR!"
              GO 065-RECEBE-DOCUMENTO.
           DISPLAY (23, 14) "                                        ".
           MOVE WS-DOCUMENTO TO WS-DOCUMENTO-T1.
           PERFORM 066-LOCALIZA-PESSOA THRU 066-99-FIM.
      *****  CLIENTE JA CADASTRADO - NOME, NASCIMENTO E SEXO
      *****  VEM DE PESSOA.DAT E NAO SAO DIGITADOS DE NOVO
           IF WS-PESSOA-NOVA = "N"
              GO TO 091-ATUALIZA-HORA-8.
           GO TO 070-RECEBE-NOME.
      *----------------------------------------------------
       066-LOCALIZA-PESSOA.
           MOVE "S" TO WS-PESSOA-NOVA.
           MOVE WS-DOCUMENTO TO DOCUMENTO-PESSOA.
           READ PESSOAS
               INVALID KEY
               DISPLAY (08, 50) "CLIENTE NOVO         "
               GO TO 066-99-FIM.
           MOVE "N" TO WS-PESSOA-NOVA.
           MOVE NOME-PESSOA     TO NOMECLIENTE.
           MOVE DATANASC-PESSOA TO DATANASCIMENT.
           MOVE SEXO-PESSOA     TO SEXOCLIENTE.
           DISPLAY (08, 50) "CLIENTE JA CADASTRADO".
           DISPLAY (09, 32) NOMECLIENTE.
           DISPLAY (10, 32) DATANASCIMENT.
           DISPLAY (11, 32) SEXOCLIENTE.
       066-99-FIM.
           EXIT.
      *----------------------------------------------------
       070-RECEBE-NOME.
           ACCEPT (09, 32) NOMECLIENTE WITH PROMPT.        
           IF MES > WS-MES OR (MES = WS-MES AND DIA > WS-DIA)
              SUBTRACT 1 FROM WS-IDADE.
           IF WS-IDADE < WS-IDADE-MINIMA
              DISPLAY (23, 14) "IDADE MINIMA DE " WS-IDADE-MINIMA-ED
                      " ANOS! Reinforme."
              GO 080-RECEBE-DATANASC.
           DISPLAY (23, 14) "                                         ".
      *----------------------------------------------------
               GO TO 903-AGUARDA-CONSULTA
               NOT INVALID KEY
               PERFORM 105-GRAVA-LOG THRU 105-99-FIM
               PERFORM 102-VINCULA-PESSOA THRU 102-99-FIM
               IF TIPOCONTA = "E" OR TIPOCONTA = "e"
                  ADD 1 TO WS-TOTAL-ESPECIAL
               ELSE
           ACCEPT WS-HORA FROM TIME.
           DISPLAY (02, 03) WS-HOR ":" WS-MIN ":" WS-SEG.
           GO TO 106-RECEBE-CONTATO.
      *----------------------------------------------------
      *****  GRAVA O CLIENTE NOVO EM PESSOA.DAT E O VINCULO
      *****  DOCUMENTO X CONTA COM O PAPEL DO TITULAR (1 OU 2)
       102-VINCULA-PESSOA.
           IF WS-PESSOA-NOVA = "S"
              MOVE WS-DOCUMENTO      TO DOCUMENTO-PESSOA
              MOVE NOMECLIENTE       TO NOME-PESSOA
              MOVE DATANASCIMENT     TO DATANASC-PESSOA
              MOVE SEXOCLIENTE       TO SEXO-PESSOA
              MOVE WS-DATA-SISTEMA   TO DATA-CADASTRO-PESSOA
              MOVE WS-OPERADOR-ATUAL TO OPERADOR-PESSOA
              WRITE REG-PESSOA
                  INVALID KEY
                  DISPLAY (23, 14) "ERRO AO GRAVAR PESSOA.DAT!".
           MOVE WS-DOCUMENTO    TO DOCUMENTO-PESCONTA.
           MOVE CONTACORRENTE   TO CONTA-PESCONTA.
           MOVE TIPOREGISTRO    TO PAPEL-PESCONTA.
           MOVE WS-DATA-SISTEMA TO DATA-VINCULO-PESCONTA.
           WRITE REG-PESSOACONTA
               INVALID KEY
               REWRITE REG-PESSOACONTA.
       102-99-FIM.
           EXIT.
      *----------------------------------------------------
       106-RECEBE-CONTATO.
           DISPLAY TELA-CONTATO.
           ACCEPT (14, 32) CIDADE-CONTATO WITH PROMPT.
           ACCEPT (15, 32) TELEFONE-CONTATO WITH PROMPT.
           ACCEPT (16, 32) EMAIL-CONTATO WITH PROMPT.
           MOVE ZEROS TO LIMITE-ALERTA-CONTATO.
           ACCEPT (17, 32) LIMITE-ALERTA-CONTATO WITH PROMPT.
           WRITE REG-CONTATO
               INVALID KEY
               REWRITE REG-CONTATO.
           DISPLAY (14, 32) "                         ".
           DISPLAY (15, 32) "               ".
           DISPLAY (16, 32) "                                        ".
           DISPLAY (17, 32) "              ".
           DISPLAY (13, 07) "                        ".
           DISPLAY (14, 07) "                        ".
           DISPLAY (15, 07) "                        ".
           DISPLAY (16, 07) "                        ".
           DISPLAY (17, 07) "                        ".
           GO TO 107-RECEBE-AGENCIA.
      *----------------------------------------------------
       107-RECEBE-AGENCIA.
           DISPLAY (02, 03) WS-HOR ":" WS-MIN ":" WS-SEG.
      *----------------------------------------------------
       115-PREPARAR-TELA.
           DISPLAY (08, 32) "           ".
           DISPLAY (08, 50) "                     ".
           DISPLAY (09, 32) "                                        ".
           DISPLAY (10, 32) "      ".
           DISPLAY (11, 32) " ".
      *----------------------------------------------------
       120-SETAR-TIPO-REGISTRO.
           MOVE 2 TO TIPOREGISTRO.
      *----------------------------------------------------
       125-RECEBE-DOCUMENTO-2.
           MOVE ZEROS TO WS-DOCUMENTO.
           ACCEPT (08, 32) WS-DOCUMENTO WITH PROMPT.
           IF WS-DOCUMENTO = ZEROS
              DISPLAY (23, 14) "INFORME O DOCUMENTO DO SEGUNDO TITULAR!"
              GO 125-RECEBE-DOCUMENTO-2.
           IF WS-DOCUMENTO = WS-DOCUMENTO-T1
              DISPLAY (23, 14) "DOCUMENTO E O DO PRIMEIRO TITULAR!     "
              GO 125-RECEBE-DOCUMENTO-2.
           DISPLAY (23, 14) "                                        ".
           PERFORM 066-LOCALIZA-PESSOA THRU 066-99-FIM.
           IF WS-PESSOA-NOVA = "N"
              GO TO 151-ATUALIZA-HORA-13.
      *----------------------------------------------------
       130-RECEBE-NOME.
           ACCEPT (09, 32) NOMECLIENTE WITH PROMPT.        
           IF MES > WS-MES OR (MES = WS-MES AND DIA > WS-DIA)
              SUBTRACT 1 FROM WS-IDADE.
           IF WS-IDADE < WS-IDADE-MINIMA
              DISPLAY (23, 14) "IDADE MINIMA DE " WS-IDADE-MINIMA-ED
                      " ANOS! Reinforme."
              GO 140-RECEBE-DATANASC.
           DISPLAY (23, 14) "                                         ".
      *----------------------------------------------------
               DISPLAY (23, 14) "ERRO AO GRAVAR SEGUNDO TITULAR!"
               GO TO 903-AGUARDA-CONSULTA
               NOT INVALID KEY
               PERFORM 105-GRAVA-LOG THRU 105-99-FIM
               PERFORM 102-VINCULA-PESSOA THRU 102-99-FIM.
      *----------------------------------------------------
       161-ATUALIZA-HORA-14.
           ACCEPT WS-HORA FROM TIME.
       902-07-MOSTRA-SALDO.
           MOVE ZEROS TO WS-SALDO.
           MOVE CONTACORRENTE TO WS-CONTA-SALDO.
           MOVE CONTACORRENTE TO WS-CONTA-POS.
           MOVE "C" TO WS-FUNCAO-SALDO.
           CALL "ATUALSALDO" USING WS-FUNCAO-SALDO REG-MOVIMENTO
               WS-POSICAO-SALDO WS-SALDO-OK.
           IF WS-SALDO-OK = "S"
              MOVE WS-SALDO-POS TO WS-SALDO
              MOVE WS-SALDO TO WS-SALDO-ED
              DISPLAY (13, 32) WS-SALDO-ED
              GO TO 902-07-FIM.
      *****  CONTA AINDA SEM POSICAO EM SALDOCLI.DAT - RECALCULA
           OPEN INPUT MOVIMENTOS.
           IF STATUS-MOVIMENTOS NOT = "00"
              CLOSE MOVIMENTOS
           EXIT.
      *----------------------------------------------------
       903-AGUARDA-CONSULTA.
           PERFORM 994-LIBERA-TRAVA THRU 994-99-FIM.
           DISPLAY (23, 14) "Pressione ENTER para voltar ao menu.".
           ACCEPT (23, 55) WS-PAUSA.
           GO TO 000-MENU.
           ACCEPT (06, 32) CONTACORRENTE WITH PROMPT.
           IF CONTACORRENTE = SPACES
              GO 911-RECEBE-CONTA-ALTERA.
           MOVE CONTACORRENTE TO WS-TRAVA-CONTA.
           PERFORM 995-TRAVA-CONTA THRU 995-99-FIM.
           IF WS-TRAVA-RESULTADO NOT = "S"
              GO TO 903-AGUARDA-CONSULTA.
      *----------------------------------------------------
       912-LOCALIZA-CLIENTE.
           OPEN INPUT CLIENTES.
           EXIT.
      *----------------------------------------------------
       920-ENCERRAR-CONTA.
           PERFORM 993-LE-DATA-NEGOCIO THRU 993-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-ENCERRA.
      *----------------------------------------------------
           IF CONTACORRENTE = SPACES
              GO 921-RECEBE-CONTA-ENCERRA.
           MOVE CONTACORRENTE TO WS-CONTA-ENCERRAR.
           MOVE WS-CONTA-ENCERRAR TO WS-TRAVA-CONTA.
           PERFORM 995-TRAVA-CONTA THRU 995-99-FIM.
           IF WS-TRAVA-RESULTADO NOT = "S"
              GO TO 903-AGUARDA-CONSULTA.
      *----------------------------------------------------
       922-LOCALIZA-CONTA-ENCERRA.
           OPEN I-O CLIENTES.
              CLOSE CLIENTES
              GO TO 903-AGUARDA-CONSULTA.
           PERFORM 960-GRAVA-AUDITORIA THRU 960-99-FIM.
           MOVE "EN" TO WS-NOTIF-EVENTO.
           MOVE WS-CONTA-ENCERRAR TO WS-NOTIF-CONTA.
           MOVE SPACES TO WS-NOTIF-TEXTO.
           STRING "CONTA ENCERRADA: " DELIMITED BY SIZE
                  WS-MOTIVO-ENCERRA DELIMITED BY SIZE
                  INTO WS-NOTIF-TEXTO.
           PERFORM 977-NOTIFICA-CLIENTE THRU 977-99-FIM.
      *----------------------------------------------------
       926-ENCERRA-SEGUNDO-TITULAR.
           READ CLIENTES NEXT RECORD
               MOVE SPACES TO CIDADE-CONTATO
               MOVE SPACES TO TELEFONE-CONTATO
               MOVE SPACES TO EMAIL-CONTATO
               MOVE ZEROS TO LIMITE-ALERTA-CONTATO
               DISPLAY (23, 14) "CONTATO NOVO PARA ESTA CONTA.".
      *----------------------------------------------------
       943-RECEBE-NOVO-CONTATO.
           ACCEPT (15, 32) TELEFONE-CONTATO WITH PROMPT.
           DISPLAY (16, 32) EMAIL-CONTATO.
           ACCEPT (16, 32) EMAIL-CONTATO WITH PROMPT.
           DISPLAY (17, 32) LIMITE-ALERTA-CONTATO.
           ACCEPT (17, 32) LIMITE-ALERTA-CONTATO WITH PROMPT.
           GO TO 944-REGRAVA-CONTATO.
      *----------------------------------------------------
      *****  PEDIDO DE TRANSFERENCIA DA CONTA PARA OUTRA AGENCIA,
      *****  COM DATA DE VIGENCIA. FICA PENDENTE EM AGCHIST.DAT
      *****  ATE A APROVACAO DO SUPERVISOR (SUPERCLI)
       950-TRANSFERIR-AGENCIA.
           PERFORM 993-LE-DATA-NEGOCIO THRU 993-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-TRANSF-AGENCIA.
      *----------------------------------------------------
       951-RECEBE-CONTA-TRANSF.
           ACCEPT (06, 32) CONTACORRENTE WITH PROMPT.
           IF CONTACORRENTE = SPACES
              GO 951-RECEBE-CONTA-TRANSF.
           MOVE CONTACORRENTE TO WS-CONTA-TRANSF.
           MOVE WS-CONTA-TRANSF TO WS-TRAVA-CONTA.
           PERFORM 995-TRAVA-CONTA THRU 995-99-FIM.
           IF WS-TRAVA-RESULTADO NOT = "S"
              GO TO 903-AGUARDA-CONSULTA.
           OPEN INPUT CLIENTES.
           READ CLIENTES
               INVALID KEY
               DISPLAY (23, 14) "CLIENTE NAO ENCONTRADO!"
               CLOSE CLIENTES
               GO TO 903-AGUARDA-CONSULTA.
           IF CONTA-ENCERRADA
              DISPLAY (23, 14) "CONTA ENCERRADA! TRANSFERENCIA NEGADA."
              CLOSE CLIENTES
              GO TO 903-AGUARDA-CONSULTA.
           DISPLAY (09, 32) NOMECLIENTE.
           CLOSE CLIENTES.
           PERFORM 959-LE-AGENCIA-ATUAL THRU 959-99-FIM.
           DISPLAY (10, 32) WS-AGENCIA-ATUAL.
           PERFORM 956-VERIFICA-HISTORICO THRU 956-99-FIM.
           IF WS-TEM-PENDENTE = "S"
              DISPLAY (23, 14)
                 "TRANSFERENCIA JA AGUARDA APROVACAO!"
              GO TO 903-AGUARDA-CONSULTA.
      *----------------------------------------------------
       952-RECEBE-NOVA-AGENCIA.
           ACCEPT (11, 32) WS-AGENCIA-NOVA WITH PROMPT.
           IF WS-AGENCIA-NOVA = WS-AGENCIA-ATUAL
              DISPLAY (23, 14) "CONTA JA PERTENCE A ESTA AGENCIA!  "
              GO 952-RECEBE-NOVA-AGENCIA.
           MOVE WS-AGENCIA-NOVA TO AGENCIA-AGC.
           PERFORM 108-VALIDA-AGENCIA THRU 108-99-FIM.
           IF WS-AGENCIA-VALIDA NOT = "S"
              DISPLAY (23, 14) "AGENCIA NAO CADASTRADA! Reinforme."
              GO 952-RECEBE-NOVA-AGENCIA.
           DISPLAY (23, 14) "                                   ".
      *----------------------------------------------------
       953-RECEBE-VIGENCIA.
           MOVE ZEROS TO WS-VIGENCIA-DMA.
           ACCEPT (12, 32) WS-VIGENCIA-DMA WITH PROMPT.
           IF WS-VIGENCIA-DMA = ZEROS
              MOVE WS-DATA-SISTEMA TO WS-VIGENCIA-AMD
           ELSE
              CALL "DATAVAL" USING WS-VIGENCIA-DMA WS-VIGENCIA-OK
              IF WS-VIGENCIA-OK NOT = "S"
                 DISPLAY (23, 14) "DATA INVALIDA! Reinforme.         "
                 GO 953-RECEBE-VIGENCIA
              ELSE
                 COMPUTE WS-VIGENCIA-AMD = WS-ANO-VIG * 10000
                     + WS-MES-VIG * 100 + WS-DIA-VIG.
           IF WS-VIGENCIA-AMD > WS-DATA-SISTEMA
              DISPLAY (23, 14) "VIGENCIA NAO PODE SER FUTURA!     "
              GO 953-RECEBE-VIGENCIA.
           IF WS-VIGENCIA-AMD NOT > WS-ULTIMO-INICIO
              DISPLAY (23, 14) "VIGENCIA ANTERIOR A ULTIMA TROCA! "
              GO 953-RECEBE-VIGENCIA.
           DISPLAY (12, 32) WS-VIGENCIA-AMD (7:2) "/"
                   WS-VIGENCIA-AMD (5:2) "/" WS-VIGENCIA-AMD (1:4).
           DISPLAY (23, 14) "Confirma a transferencia? (S/N) ".
           ACCEPT (23, 47) RESPOSTA.
           DISPLAY (23, 14) "                                  ".
           IF RESPOSTA = "S" or "s"
              NEXT SENTENCE
           ELSE
              GO TO 903-AGUARDA-CONSULTA.
      *----------------------------------------------------
       954-GRAVA-TRANSFERENCIA.
           OPEN I-O HISTAGENCIA.
           IF STATUS-HISTAGENCIA = "35"
              OPEN OUTPUT HISTAGENCIA
              CLOSE HISTAGENCIA
              OPEN I-O HISTAGENCIA.
           IF STATUS-HISTAGENCIA NOT = "00"
              DISPLAY (23, 14) "AGCHIST.DAT INDISPONIVEL! STATUS="
                      STATUS-HISTAGENCIA
              CLOSE HISTAGENCIA
              GO TO 903-AGUARDA-CONSULTA.
      *****  1A TRANSFERENCIA: A AGENCIA ATUAL VALE DESDE SEMPRE
           IF WS-TEM-HISTORICO NOT = "S"
              MOVE WS-CONTA-TRANSF TO CONTA-HAG
              MOVE ZEROS TO INICIO-HAG
              MOVE WS-AGENCIA-ATUAL TO AGENCIA-HAG
              MOVE ZEROS TO AGENCIA-ANT-HAG
              MOVE "A" TO SITUACAO-HAG
              MOVE WS-DATA-SISTEMA TO DATA-PEDIDO-HAG
              MOVE WS-OPERADOR-ATUAL TO OPERADOR-HAG
              MOVE SPACES TO SUPERVISOR-HAG
              MOVE WS-DATA-SISTEMA TO DATA-APROVA-HAG
              WRITE REG-HISTAGENCIA
                  INVALID KEY
                  NEXT SENTENCE.
           MOVE WS-CONTA-TRANSF TO CONTA-HAG.
           MOVE WS-VIGENCIA-AMD TO INICIO-HAG.
           PERFORM 955-PREENCHE-PEDIDO THRU 955-99-FIM.
           WRITE REG-HISTAGENCIA
               INVALID KEY
               PERFORM 957-REAPROVEITA-PEDIDO THRU 957-99-FIM.
           CLOSE HISTAGENCIA.
           IF STATUS-HISTAGENCIA NOT = "00"
              DISPLAY (23, 14)
                 "JA EXISTE TRANSFERENCIA NESTA DATA! NADA GRAVADO."
              GO TO 903-AGUARDA-CONSULTA.
           DISPLAY (23, 14)
              "TRANSFERENCIA REGISTRADA - AGUARDA O SUPERVISOR".
           GO TO 903-AGUARDA-CONSULTA.
      *----------------------------------------------------
       955-PREENCHE-PEDIDO.
           MOVE WS-AGENCIA-NOVA TO AGENCIA-HAG.
           MOVE WS-AGENCIA-ATUAL TO AGENCIA-ANT-HAG.
           MOVE "P" TO SITUACAO-HAG.
           MOVE WS-DATA-SISTEMA TO DATA-PEDIDO-HAG.
           MOVE WS-OPERADOR-ATUAL TO OPERADOR-HAG.
           MOVE SPACES TO SUPERVISOR-HAG.
           MOVE ZEROS TO DATA-APROVA-HAG.
       955-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  PEDIDO REJEITADO NA MESMA DATA PODE SER REFEITO
       957-REAPROVEITA-PEDIDO.
           READ HISTAGENCIA
               INVALID KEY
               GO TO 957-99-FIM.
           IF NOT HAG-REJEITADA
              MOVE "22" TO STATUS-HISTAGENCIA
              GO TO 957-99-FIM.
           PERFORM 955-PREENCHE-PEDIDO THRU 955-99-FIM.
           REWRITE REG-HISTAGENCIA.
       957-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  ULTIMA VIGENCIA APROVADA E PEDIDO PENDENTE DA CONTA
       956-VERIFICA-HISTORICO.
           MOVE ZEROS TO WS-ULTIMO-INICIO.
           MOVE "N" TO WS-TEM-HISTORICO.
           MOVE "N" TO WS-TEM-PENDENTE.
           OPEN INPUT HISTAGENCIA.
           IF STATUS-HISTAGENCIA NOT = "00"
              CLOSE HISTAGENCIA
              GO TO 956-99-FIM.
           MOVE WS-CONTA-TRANSF TO CONTA-HAG.
           MOVE ZEROS TO INICIO-HAG.
           START HISTAGENCIA KEY IS NOT LESS THAN CHAVE-HISTAGENCIA
               INVALID KEY
               MOVE "10" TO STATUS-HISTAGENCIA.
           IF STATUS-HISTAGENCIA NOT = "10"
              MOVE "00" TO STATUS-HISTAGENCIA
              PERFORM 958-LE-HISTORICO THRU 958-99-FIM
                  UNTIL STATUS-HISTAGENCIA = "10".
           CLOSE HISTAGENCIA.
       956-99-FIM.
           EXIT.
      *----------------------------------------------------
       958-LE-HISTORICO.
           READ HISTAGENCIA NEXT RECORD
               AT END
               MOVE "10" TO STATUS-HISTAGENCIA
               GO TO 958-99-FIM.
           IF CONTA-HAG NOT = WS-CONTA-TRANSF
              MOVE "10" TO STATUS-HISTAGENCIA
              GO TO 958-99-FIM.
           IF HAG-PENDENTE
              MOVE "S" TO WS-TEM-PENDENTE.
           IF HAG-APROVADA
              MOVE "S" TO WS-TEM-HISTORICO
              MOVE INICIO-HAG TO WS-ULTIMO-INICIO.
       958-99-FIM.
           EXIT.
      *----------------------------------------------------
       959-LE-AGENCIA-ATUAL.
           MOVE ZEROS TO WS-AGENCIA-ATUAL.
           OPEN INPUT CONTAAGENCIA.
           IF STATUS-CONTAAGEN NOT = "00"
              CLOSE CONTAAGENCIA
              GO TO 959-99-FIM.
           MOVE WS-CONTA-TRANSF TO CONTA-AGC.
           READ CONTAAGENCIA
               INVALID KEY
               CLOSE CONTAAGENCIA
               GO TO 959-99-FIM.
           MOVE AGENCIA-AGC TO WS-AGENCIA-ATUAL.
           CLOSE CONTAAGENCIA.
       959-99-FIM.
           EXIT.
      *----------------------------------------------------
       960-GRAVA-AUDITORIA.
           OPEN I-O AUDITORIA.
           GO TO 903-AGUARDA-CONSULTA.
      *----------------------------------------------------
       970-BLOQUEAR-CONTA.
           PERFORM 993-LE-DATA-NEGOCIO THRU 993-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-BLOQUEIO.
      *----------------------------------------------------
           IF CONTACORRENTE = SPACES
              GO 971-RECEBE-CONTA-BLOQUEIO.
           MOVE CONTACORRENTE TO WS-CONTA-BLOQUEAR.
           MOVE WS-CONTA-BLOQUEAR TO WS-TRAVA-CONTA.
           PERFORM 995-TRAVA-CONTA THRU 995-99-FIM.
           IF WS-TRAVA-RESULTADO NOT = "S"
              GO TO 903-AGUARDA-CONSULTA.
           OPEN I-O CLIENTES.
           READ CLIENTES
               INVALID KEY
           PERFORM 960-GRAVA-AUDITORIA THRU 960-99-FIM.
           MOVE "BLOQUEIO" TO WS-ACAO-BLOQ.
           PERFORM 976-LOG-AUTORIDADE THRU 976-99-FIM.
           MOVE "BQ" TO WS-NOTIF-EVENTO.
           MOVE WS-CONTA-BLOQUEAR TO WS-NOTIF-CONTA.
           MOVE SPACES TO WS-NOTIF-TEXTO.
           STRING "CONTA BLOQUEADA: " DELIMITED BY SIZE
                  WS-MOTIVO-BLOQUEIO DELIMITED BY SIZE
                  INTO WS-NOTIF-TEXTO.
           PERFORM 977-NOTIFICA-CLIENTE THRU 977-99-FIM.
      *----------------------------------------------------
       974-BLOQUEIA-SEGUNDO-TITULAR.
           READ CLIENTES NEXT RECORD
           WRITE REG-LOG-CLIENTE.
       976-99-FIM.
           EXIT.
      *----------------------------------------------------
       977-NOTIFICA-CLIENTE.
           MOVE ZEROS TO WS-NOTIF-VALOR.
           CALL "GRAVANOTIF" USING WS-NOTIFICACAO.
       977-99-FIM.
           EXIT.
      *----------------------------------------------------
       980-DESBLOQUEAR-CONTA.
           PERFORM 993-LE-DATA-NEGOCIO THRU 993-99-FIM.
           IF WS-NEGOCIO-OK NOT = "S"
              ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-BLOQUEIO.
           DISPLAY (02, 22) "*** DESBLOQUEIO DE CONTA ***".
           IF CONTACORRENTE = SPACES
              GO 981-RECEBE-CONTA-DESBLOQ.
           MOVE CONTACORRENTE TO WS-CONTA-BLOQUEAR.
           MOVE WS-CONTA-BLOQUEAR TO WS-TRAVA-CONTA.
           PERFORM 995-TRAVA-CONTA THRU 995-99-FIM.
           IF WS-TRAVA-RESULTADO NOT = "S"
              GO TO 903-AGUARDA-CONSULTA.
           OPEN I-O CLIENTES.
           READ CLIENTES
               INVALID KEY
           DISPLAY (23, 14) "CONTA DESBLOQUEADA COM SUCESSO!".
           CLOSE CLIENTES.
           GO TO 903-AGUARDA-CONSULTA.
      *----------------------------------------------------
       990-REGISTRA-SENHA.
           MOVE ID-OPERADOR TO WS-SEN-ID.
           MOVE FALHAS-OPERADOR TO WS-SEN-TENTATIVAS.
           IF WS-SEN-FUNCAO = "N"
              MOVE ZEROS TO WS-SEN-TENTATIVAS.
           CALL "CTLSENHA" USING WS-CONTROLE-SENHA.
       990-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  IDADE MINIMA EM VIGOR NA DATA DE TRABALHO
      *****  (PARAMETR.DAT); SEM O PARAMETRO FICA O VALOR FIXO
       992-LE-PARAMETROS.
           COMPUTE WS-PARAM-DATA = WS-ANO * 10000
               + WS-MES * 100 + WS-DIA.
           MOVE "IDADEMINIMA" TO WS-PARAM-CODIGO.
           CALL "PARAMVAL" USING WS-PARAMETRO.
           IF WS-PARAM-RESULTADO = "S"
              MOVE WS-PARAM-VALOR TO WS-IDADE-MINIMA.
           MOVE WS-IDADE-MINIMA TO WS-IDADE-MINIMA-ED.
       992-99-FIM.
           EXIT.
      *----------------------------------------------------
       993-LE-DATA-NEGOCIO.
           MOVE "N" TO WS-NEGOCIO-OK.
           MOVE "C" TO WS-NEGOCIO-FUNCAO.
           CALL "DATACONT" USING WS-DIA-NEGOCIO.
           IF WS-NEGOCIO-RESULTADO NOT = "S"
              GO TO 993-99-FIM.
           MOVE WS-NEGOCIO-DATA TO WS-DATA-SISTEMA.
           MOVE WS-NEGOCIO-DATA (7:2) TO WS-DIA.
           MOVE WS-NEGOCIO-DATA (5:2) TO WS-MES.
           MOVE WS-NEGOCIO-DATA (1:4) TO WS-ANO.
           MOVE "S" TO WS-NEGOCIO-OK.
       993-99-FIM.
           EXIT.
      *----------------------------------------------------
       994-LIBERA-TRAVA.
           IF WS-CONTA-TRAVADA = ZEROS
              GO TO 994-99-FIM.
           MOVE "L" TO WS-TRAVA-FUNCAO.
           MOVE WS-OPERADOR-ATUAL TO WS-TRAVA-OPERADOR.
           MOVE WS-CONTA-TRAVADA TO WS-TRAVA-CONTA.
           CALL "TRAVACLI" USING WS-TRAVA.
           MOVE ZEROS TO WS-CONTA-TRAVADA.
       994-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  TRAVA A CONTA WS-TRAVA-CONTA ATE A VOLTA AO MENU, PARA
      *****  QUE NENHUM LANCAMENTO OU OUTRA ATUALIZACAO A ALCANCE
       995-TRAVA-CONTA.
           MOVE "T" TO WS-TRAVA-FUNCAO.
           MOVE WS-OPERADOR-ATUAL TO WS-TRAVA-OPERADOR.
           CALL "TRAVACLI" USING WS-TRAVA.
           IF WS-TRAVA-RESULTADO = "S"
              MOVE WS-TRAVA-CONTA TO WS-CONTA-TRAVADA
              GO TO 995-99-FIM.
           IF WS-TRAVA-RESULTADO = "O"
              DISPLAY (22, 14) "CONTA EM USO PELO OPERADOR "
                      WS-TRAVA-DONO-OPER " (" WS-TRAVA-DONO-PROG ")!"
           ELSE IF WS-TRAVA-RESULTADO = "L"
              DISPLAY (22, 14) "LOTE " WS-TRAVA-DONO-PROG
                      " EM EXECUCAO! ATUALIZACAO NAO PERMITIDA."
           ELSE
              DISPLAY (22, 14)
                 "CONTROLE DE TRAVAS INDISPONIVEL! VER ERRLOG.".
       995-99-FIM.
           EXIT.
      *----------------------------------------------------
       996-LIMPAR.
           COMPUTE REGISTROS = REGISTROS + 1.
           DISPLAY (23, 75) REGISTROS.
           DISPLAY (06, 32) "       ".
           DISPLAY (07, 32) " ".
           DISPLAY (08, 32) "           ".
           DISPLAY (08, 50) "                     ".
           DISPLAY (09, 32) "                                        ".
           DISPLAY (10, 32) "      ".
           DISPLAY (11, 32) " ".
       998-PREPARAR-TELA.
           DISPLAY (06, 32) "       ".
           DISPLAY (07, 32) " ".
           DISPLAY (08, 32) "           ".
           DISPLAY (08, 50) "                     ".
           DISPLAY (09, 32) "                                        ".
           DISPLAY (10, 32) "      ".
           DISPLAY (11, 32) " ".
           GO TO 010-INICIALIZA-SISTEMA.
      *----------------------------------------------------
       999-FIM.
           PERFORM 994-LIBERA-TRAVA THRU 994-99-FIM.
           PERFORM 999-05-GRAVA-FIM-SESSAO THRU 999-05-FIM.
           CLOSE CLIENTES.
           CLOSE LOGCLIENTES.
           CLOSE CONTATOS.
           CLOSE PESSOAS.
           CLOSE PESSOACONTA.
           DISPLAY (1, 1) ERASE.
           DISPLAY (02, 20) "RELATORIO DE CONTAS ABERTAS NESTA SESSAO".
           DISPLAY (04, 20) "CONTAS ESPECIAIS ..: " WS-TOTAL-ESPECIAL.
