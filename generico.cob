           02  WS-OPERADOR-NOME   PIC X(30) VALUE SPACES.
           02  WS-SENHA-DIGITADA  PIC X(08) VALUE SPACES.
           02  WS-TENTATIVAS      PIC 9(01) VALUE ZEROS.
           02  WS-SENHA-CRIPTO    PIC X(16) VALUE SPACES.
       01  WS-CONTROLE-SENHA.
           02  WS-SEN-FUNCAO      PIC X(01) VALUE "L".
           02  WS-SEN-PROGRAMA    PIC X(08) VALUE "GENERICO".
           02  WS-SEN-TIPO-ID     PIC X(01) VALUE "O".
           02  WS-SEN-ID          PIC X(04) VALUE SPACES.
           02  WS-SEN-TENTATIVAS  PIC 9(02) VALUE ZEROS.
           02  WS-SEN-RESPONSAVEL PIC X(04) VALUE SPACES.
           02  WS-SEN-LIMITE      PIC 9(02) VALUE 3.
       SCREEN SECTION.
       01  TELA-ASSINATURA.
           02  BLANK SCREEN.
       PROCEDURE DIVISION.
      *----------------------------------------------------
       000-ASSINATURA.
           OPEN I-O OPERADORES.
           IF STATUS-OPERADORES = "35"
              GO TO 000-20-PRIMEIRO-OPERADOR.
           IF STATUS-OPERADORES NOT = "00"
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
           MOVE ID-OPERADOR   TO WS-OPERADOR-ATUAL.
           MOVE NOME-OPERADOR TO WS-OPERADOR-NOME.
           CLOSE OPERADORES.
              STOP RUN.
           DISPLAY (23, 14) "OPERADOR OU SENHA INVALIDOS! Reinforme.".
           GO TO 000-05-RECEBE-OPERADOR.
      *----------------------------------------------------
       000-15-OPERADOR-BLOQUEADO.
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
           MOVE ZEROS TO FALHAS-OPERADOR.
           MOVE "N" TO BLOQUEIO-OPERADOR.
           MOVE ZEROS TO DATA-BLOQUEIO-OPER.
           WRITE REG-OPERADOR.
           MOVE ID-OPERADOR TO WS-OPERADOR-ATUAL.
           CLOSE OPERADORES.
           DISPLAY (23, 14) "Pressione ENTER para voltar ao menu.".
           ACCEPT (23, 55) RESPOSTA.
           GO TO 000-MENU.
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
       997-SAIR-OU-NAO.
           DISPLAY (23, 14) "Deseja cadastrar outro cliente? (S/N) ".
