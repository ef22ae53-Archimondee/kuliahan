           VALUE OF FILE-ID IS "OPERANTIGO.DAT".
       01  REG-OPERANTIGO.
           02  ID-ANTIGO          PIC X(04).
           02  SENHA-ANTIGA       PIC X(08).
           02  NOME-ANTIGO        PIC X(30).
           02  SITUACAO-ANTIGA    PIC X(01).
      *
       COPY "operador.cob".
      *
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------
      * CONVERSAO UNICA DO CADASTRO DE OPERADORES PARA O
      * REGISTRO ATUAL (SENHA CIFRADA, SENHA ANTERIOR, DATA DA
      * ULTIMA TROCA, PERFIL, AGENCIA E BLOQUEIO). ANTES DE
      * EXECUTAR, RENOMEIE
      * O OPERADOR.DAT ATUAL (43 POSICOES) PARA
      * OPERANTIGO.DAT. TODOS ENTRAM COMO PERFIL "C" -
      * AJUSTE SUPERVISORES E ADMINISTRADORES NO OPERMEST.
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** CONVERSAO DOS OPERADORES DE 43 POSICOES ***".
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           OPEN INPUT OPERANTIGO.
           IF STATUS-OPERANTIGO NOT = "00"
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-LIDOS.
           MOVE SPACES TO REG-OPERADOR.
           MOVE ID-ANTIGO TO ID-OPERADOR.
           CALL "SENHACRIP" USING ID-ANTIGO SENHA-ANTIGA
               SENHA-OPERADOR.
           MOVE NOME-ANTIGO TO NOME-OPERADOR.
           MOVE SITUACAO-ANTIGA TO SITUACAO-OPERADOR.
           MOVE SPACES TO SENHA-ANTERIOR.
           MOVE WS-DATA-SISTEMA TO DATA-ULT-SENHA.
           MOVE "C" TO PERFIL-OPERADOR.
           MOVE ZEROS TO AGENCIA-OPERADOR.
           MOVE ZEROS TO FALHAS-OPERADOR.
           MOVE "N" TO BLOQUEIO-OPERADOR.
           MOVE ZEROS TO DATA-BLOQUEIO-OPER.
           WRITE REG-OPERADOR
               INVALID KEY
               DISPLAY "ERRO AO GRAVAR OPERADOR " ID-OPERADOR
