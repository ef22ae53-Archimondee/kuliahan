           02  WS-NIVEL-OPERADOR  PIC 9(01) VALUE ZEROS.
           02  WS-NIVEL-EXIGIDO   PIC 9(01) VALUE ZEROS.
           02  WS-SEQ-AUDITORIA   PIC 9(05) VALUE ZEROS.
           02  WS-SENHA-CRIPTO    PIC X(16) VALUE SPACES.
       01  WS-CONTROLE-SENHA.
           02  WS-SEN-FUNCAO      PIC X(01) VALUE "L".
           02  WS-SEN-PROGRAMA    PIC X(08) VALUE SPACES.
           02  WS-SEN-TIPO-ID     PIC X(01) VALUE "O".
           02  WS-SEN-ID          PIC X(04) VALUE SPACES.
           02  WS-SEN-TENTATIVAS  PIC 9(02) VALUE ZEROS.
           02  WS-SEN-RESPONSAVEL PIC X(04) VALUE SPACES.
           02  WS-SEN-LIMITE      PIC 9(02) VALUE 3.
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-HORA.
           02  WS-HOR             PIC 9(02) VALUE ZEROS.
      * A=ADMINISTRADOR. PEDE OPERADOR E SENHA NO CONSOLE,
      * DEVOLVE "S" EM LNK-RESULTADO QUANDO O PERFIL DO
      * OPERADOR ATENDE AO EXIGIDO. TENTATIVAS NEGADAS SAO
      * GRAVADAS EM AUDITCLI.DAT COM O ID DO OPERADOR. SENHA
      * ERRADA CONTA NO CADASTRO E BLOQUEIA O ID NO LIMITE DO
      * SENHACTL.DAT (EVENTOS EM SENHALOG.DAT).
      *----------------------------------------------------
       PROCEDURE DIVISION USING LNK-PROGRAMA LNK-PERFIL-EXIGIDO
                                LNK-OPERADOR LNK-RESULTADO.
           MOVE "N" TO LNK-RESULTADO.
           MOVE SPACES TO LNK-OPERADOR.
           MOVE ZEROS TO WS-TENTATIVAS.
           MOVE LNK-PROGRAMA TO WS-SEN-PROGRAMA.
           OPEN I-O OPERADORES.
           IF STATUS-OPERADORES NOT = "00"
              DISPLAY "SEM OPERADOR.DAT! CADASTRE PELO OPERMEST."
              CLOSE OPERADORES
           ACCEPT WS-SENHA-DIGITADA.
           READ OPERADORES
               INVALID KEY
               MOVE "N" TO WS-SEN-FUNCAO
               PERFORM 050-REGISTRA-SENHA THRU 050-99-FIM
               GO TO 020-ASSINATURA-INVALIDA.
           IF OPER-BLOQUEADO
              MOVE "T" TO WS-SEN-FUNCAO
              PERFORM 050-REGISTRA-SENHA THRU 050-99-FIM
              GO TO 025-OPERADOR-BLOQUEADO.
           CALL "SENHACRIP" USING ID-OPERADOR WS-SENHA-DIGITADA
               WS-SENHA-CRIPTO.
           IF SENHA-OPERADOR NOT = WS-SENHA-CRIPTO
              PERFORM 055-CONTA-FALHA THRU 055-99-FIM
              IF OPER-BLOQUEADO
                 GO TO 025-OPERADOR-BLOQUEADO
              ELSE
                 GO TO 020-ASSINATURA-INVALIDA.
           IF OPER-INATIVO
              DISPLAY "OPERADOR INATIVO!"
              GO TO 020-ASSINATURA-INVALIDA.
           IF FALHAS-OPERADOR NOT = ZEROS
              MOVE ZEROS TO FALHAS-OPERADOR
              REWRITE REG-OPERADOR.
           PERFORM 030-TESTA-PERFIL THRU 030-99-FIM.
           IF LNK-RESULTADO NOT = "S"
              DISPLAY "PERFIL INSUFICIENTE PARA " LNK-PROGRAMA
              GO TO 999-FIM.
           DISPLAY "OPERADOR OU SENHA INVALIDOS! Reinforme.".
           GO TO 010-RECEBE-OPERADOR.
      *----------------------------------------------------
       025-OPERADOR-BLOQUEADO.
           DISPLAY "OPERADOR BLOQUEADO! PROCURE O ADMINISTRADOR.".
           PERFORM 040-GRAVA-NEGATIVA THRU 040-99-FIM.
           CLOSE OPERADORES.
           GO TO 999-FIM.
      *----------------------------------------------------
       030-TESTA-PERFIL.
           MOVE ZEROS TO WS-NIVEL-OPERADOR.
           MOVE SEQ-AUDITORIA TO WS-SEQ-AUDITORIA.
       041-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-REGISTRA-SENHA.
           MOVE ID-OPERADOR TO WS-SEN-ID.
           MOVE FALHAS-OPERADOR TO WS-SEN-TENTATIVAS.
           IF WS-SEN-FUNCAO = "N"
              MOVE ZEROS TO WS-SEN-TENTATIVAS.
           CALL "CTLSENHA" USING WS-CONTROLE-SENHA.
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
       055-CONTA-FALHA.
           ADD 1 TO FALHAS-OPERADOR.
           MOVE "F" TO WS-SEN-FUNCAO.
           PERFORM 050-REGISTRA-SENHA THRU 050-99-FIM.
           IF FALHAS-OPERADOR NOT < WS-SEN-LIMITE
              MOVE "S" TO BLOQUEIO-OPERADOR
              ACCEPT DATA-BLOQUEIO-OPER FROM DATE YYYYMMDD
              MOVE "B" TO WS-SEN-FUNCAO
              PERFORM 050-REGISTRA-SENHA THRU 050-99-FIM.
           REWRITE REG-OPERADOR.
       055-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           GOBACK.
