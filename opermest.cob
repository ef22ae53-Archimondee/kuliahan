           02  STATUS-OPERADORES PIC X(02) VALUE "00".
           02  OPCAO-MENU     PIC X(01).
           02  WS-PAUSA       PIC X(01).
           02  WS-SENHA-SALVA PIC X(16) VALUE SPACES.
           02  WS-SENHA-DIGITADA PIC X(08) VALUE SPACES.
           02  RESPOSTA       PIC X(01) VALUE SPACE.
       01  WS-DATA-SISTEMA    PIC 9(08) VALUE ZEROS.
       01  WS-CONTROLE-SENHA.
           02  WS-SEN-FUNCAO      PIC X(01) VALUE "L".
           02  WS-SEN-PROGRAMA    PIC X(08) VALUE "OPERMEST".
           02  WS-SEN-TIPO-ID     PIC X(01) VALUE "O".
           02  WS-SEN-ID          PIC X(04) VALUE SPACES.
           02  WS-SEN-TENTATIVAS  PIC 9(02) VALUE ZEROS.
           02  WS-SEN-RESPONSAVEL PIC X(04) VALUE SPACES.
           02  WS-SEN-LIMITE      PIC 9(02) VALUE 3.
       01  WS-NOVO-LIMITE     PIC 9(02) VALUE ZEROS.
       01  WS-CONTROLE-ACESSO.
           02  WS-GATE-PROGRAMA PIC X(08) VALUE "OPERMEST".
           02  WS-GATE-PERFIL   PIC X(01) VALUE "A".
      -        "*".
           02  LINE  8 COLUMN 20  VALUE "1 - Cadastrar operador".
           02  LINE  9 COLUMN 20  VALUE "2 - Alterar operador".
           02  LINE 10 COLUMN 20  VALUE "3 - Desbloquear operador".
           02  LINE 11 COLUMN 20  VALUE "4 - Limite de senhas erradas".
           02  LINE 12 COLUMN 20  VALUE "5 - Sair".
           02  LINE 14 COLUMN 20  VALUE "Escolha uma opcao: ".
       01  TELA-OPERADOR.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 22  VALUE "*** DADOS DO OPERADOR ***".
           02  LINE 10 COLUMN 07  VALUE "Perfil ................:".
           02  LINE 10 COLUMN 50  VALUE "(C)aixa (S)uperv (A)dmin".
           02  LINE 11 COLUMN 07  VALUE "Agencia ...............:".
       01  TELA-DESBLOQUEIO.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 22  VALUE "*** DESBLOQUEIO DE OPERADOR *
      -        "**".
           02  LINE  6 COLUMN 07  VALUE "Identificacao .........:".
           02  LINE  8 COLUMN 07  VALUE "Nome ..................:".
           02  LINE  9 COLUMN 07  VALUE "Senhas erradas ........:".
           02  LINE 10 COLUMN 07  VALUE "Bloqueado em ..........:".
       01  TELA-LIMITE.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 22  VALUE "*** LIMITE DE SENHAS ERRADAS **
      -        "*".
           02  LINE  6 COLUMN 07  VALUE "Limite atual ..........:".
           02  LINE  7 COLUMN 07  VALUE "Novo limite ...........:".
           02  LINE  7 COLUMN 50  VALUE "(0 = manter)".
       PROCEDURE DIVISION.
      *----------------------------------------------------
       000-CONTROLE-ACESSO.
       001-MOSTRA-MENU.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-MENU.
           ACCEPT (14, 40) OPCAO-MENU WITH PROMPT.
           IF OPCAO-MENU = "1"
              GO TO 100-CADASTRAR-OPERADOR
           ELSE IF OPCAO-MENU = "2"
              GO TO 200-ALTERAR-OPERADOR
           ELSE IF OPCAO-MENU = "3"
              GO TO 300-DESBLOQUEAR-OPERADOR
           ELSE IF OPCAO-MENU = "4"
              GO TO 400-LIMITE-TENTATIVAS
           ELSE IF OPCAO-MENU = "5"
              GO TO 999-FIM
           ELSE
              GO TO 001-MOSTRA-MENU.
           IF ID-OPERADOR = SPACES
              GO 110-RECEBE-ID.
       120-RECEBE-DADOS.
           ACCEPT (07, 32) WS-SENHA-DIGITADA WITH PROMPT.
           IF WS-SENHA-DIGITADA = SPACES
              DISPLAY (23, 14) "SENHA OBRIGATORIA!"
              GO 120-RECEBE-DADOS.
           CALL "SENHACRIP" USING ID-OPERADOR WS-SENHA-DIGITADA
               SENHA-OPERADOR.
           MOVE ZEROS TO FALHAS-OPERADOR.
           MOVE "N" TO BLOQUEIO-OPERADOR.
           MOVE ZEROS TO DATA-BLOQUEIO-OPER.
           ACCEPT (08, 32) NOME-OPERADOR WITH PROMPT.
           MOVE "A" TO SITUACAO-OPERADOR.
           MOVE SPACES TO SENHA-ANTERIOR.
               GO TO 900-AGUARDA-VOLTA.
       220-RECEBE-NOVOS-DADOS.
           MOVE SENHA-OPERADOR TO WS-SENHA-SALVA.
           DISPLAY (07, 50) "(em branco = manter)".
           MOVE SPACES TO WS-SENHA-DIGITADA.
           ACCEPT (07, 32) WS-SENHA-DIGITADA WITH PROMPT.
           DISPLAY (08, 32) NOME-OPERADOR.
           ACCEPT (08, 32) NOME-OPERADOR WITH PROMPT.
           DISPLAY (09, 32) SITUACAO-OPERADOR.
           DISPLAY (23, 14) "                ".
           DISPLAY (11, 32) AGENCIA-OPERADOR.
           ACCEPT (11, 32) AGENCIA-OPERADOR WITH PROMPT.
           IF WS-SENHA-DIGITADA NOT = SPACES
              CALL "SENHACRIP" USING ID-OPERADOR WS-SENHA-DIGITADA
                  SENHA-OPERADOR.
           IF SENHA-OPERADOR NOT = WS-SENHA-SALVA
              MOVE WS-SENHA-SALVA TO SENHA-ANTERIOR
              ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           REWRITE REG-OPERADOR.
           DISPLAY (23, 14) "OPERADOR ALTERADO COM SUCESSO!".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
      *****  LIBERA O ID BLOQUEADO POR SENHAS ERRADAS
       300-DESBLOQUEAR-OPERADOR.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-DESBLOQUEIO.
       310-RECEBE-ID-DESBLOQUEIO.
           ACCEPT (06, 32) ID-OPERADOR WITH PROMPT.
           IF ID-OPERADOR = SPACES
              GO 310-RECEBE-ID-DESBLOQUEIO.
           READ OPERADORES
               INVALID KEY
               DISPLAY (23, 14) "OPERADOR NAO ENCONTRADO!"
               GO TO 900-AGUARDA-VOLTA.
           DISPLAY (08, 32) NOME-OPERADOR.
           DISPLAY (09, 32) FALHAS-OPERADOR.
           IF OPER-BLOQUEADO
              DISPLAY (10, 32) DATA-BLOQUEIO-OPER (7:2) "/"
                      DATA-BLOQUEIO-OPER (5:2) "/"
                      DATA-BLOQUEIO-OPER (1:4).
           IF NOT OPER-BLOQUEADO AND FALHAS-OPERADOR = ZEROS
              DISPLAY (23, 14) "OPERADOR NAO ESTA BLOQUEADO!"
              GO TO 900-AGUARDA-VOLTA.
       320-CONFIRMA-DESBLOQUEIO.
           DISPLAY (23, 14) "Desbloquear o operador? (S/N) ".
           ACCEPT (23, 45) RESPOSTA.
           IF RESPOSTA = "N" or "n"
              DISPLAY (23, 14) "DESBLOQUEIO CANCELADO.          "
              GO TO 900-AGUARDA-VOLTA.
           IF RESPOSTA NOT = "S" AND RESPOSTA NOT = "s"
              GO TO 320-CONFIRMA-DESBLOQUEIO.
           MOVE ZEROS TO FALHAS-OPERADOR.
           MOVE "N" TO BLOQUEIO-OPERADOR.
           MOVE ZEROS TO DATA-BLOQUEIO-OPER.
           REWRITE REG-OPERADOR.
           MOVE "D" TO WS-SEN-FUNCAO.
           MOVE ID-OPERADOR TO WS-SEN-ID.
           MOVE ZEROS TO WS-SEN-TENTATIVAS.
           MOVE WS-GATE-OPERADOR TO WS-SEN-RESPONSAVEL.
           CALL "CTLSENHA" USING WS-CONTROLE-SENHA.
           DISPLAY (23, 14) "OPERADOR DESBLOQUEADO COM SUCESSO!".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
      *****  NUMERO DE SENHAS ERRADAS SEGUIDAS QUE BLOQUEIA O ID
       400-LIMITE-TENTATIVAS.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-LIMITE.
           MOVE "L" TO WS-SEN-FUNCAO.
           CALL "CTLSENHA" USING WS-CONTROLE-SENHA.
           DISPLAY (06, 32) WS-SEN-LIMITE.
           MOVE ZEROS TO WS-NOVO-LIMITE.
           ACCEPT (07, 32) WS-NOVO-LIMITE WITH PROMPT.
           IF WS-NOVO-LIMITE = ZEROS
              DISPLAY (23, 14) "LIMITE MANTIDO."
              GO TO 900-AGUARDA-VOLTA.
           MOVE "G" TO WS-SEN-FUNCAO.
           MOVE WS-NOVO-LIMITE TO WS-SEN-LIMITE.
           MOVE WS-GATE-OPERADOR TO WS-SEN-RESPONSAVEL.
           CALL "CTLSENHA" USING WS-CONTROLE-SENHA.
           DISPLAY (23, 14) "LIMITE ALTERADO COM SUCESSO!".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       900-AGUARDA-VOLTA.
           DISPLAY (24, 14) "Pressione ENTER para voltar ao menu.".
