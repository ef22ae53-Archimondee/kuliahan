           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FIMDIA.CTL".
       01  REG-CONTROLE.
           02  CTL-PROXIMO-PASSO  PIC 9(02).
           02  FILLER             PIC X(01).
           02  CTL-DATA-ULTIMA    PIC 9(08).
      *****  LAYOUT ANTIGO, COM O PASSO EM 1 DIGITO
       01  REG-CONTROLE-ANTIGO.
           02  CTL-PASSO-ANTIGO   PIC 9(01).
           02  FILLER             PIC X(10).
      *
       FD  JOBLOG
           LABEL RECORD IS STANDARD
       01  VARIAVEIS-SISTEMA.
           02  STATUS-CONTROLE    PIC X(02) VALUE "00".
           02  STATUS-JOBLOG      PIC X(02) VALUE "00".
           02  WS-PASSO-ATUAL     PIC 9(02) VALUE 1.
           02  WS-NOME-PASSO      PIC X(10) VALUE SPACES.
           02  WS-HOUVE-ERRO      PIC X(01) VALUE "N".
       01  WS-LINHA-JOBLOG        PIC X(80).
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
      *****  DIA EM FECHAMENTO E RETORNO DO PASSO, GRAVADOS NO
      *****  JOBCTL.TXT PARA O CHECKLIST MATINAL
       01  WS-DATA-FECHAMENTO     PIC 9(08) VALUE ZEROS.
       01  WS-RC-PASSO            PIC 9(02) VALUE ZEROS.
       01  WS-DIA-NEGOCIO.
           02  WS-NEGOCIO-FUNCAO  PIC X(01) VALUE "C".
           02  WS-NEGOCIO-PROGRAMA PIC X(08) VALUE "FIMDIA".
           02  WS-NEGOCIO-DATA    PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-SITUACAO PIC X(01) VALUE SPACE.
           02  WS-NEGOCIO-ANTERIOR PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-RESULTADO PIC X(01) VALUE "N".
       01  WS-HORA.
           02  WS-HOR             PIC 9(02) VALUE ZEROS.
           02  WS-MIN             PIC 9(02) VALUE ZEROS.
               CLOSE CONTROLE
               GO TO 020-EXECUTA-CADEIA.
           CLOSE CONTROLE.
           IF REG-CONTROLE (2:1) = "/"
              MOVE CTL-PASSO-ANTIGO TO WS-PASSO-ATUAL
           ELSE
              MOVE CTL-PROXIMO-PASSO TO WS-PASSO-ATUAL.
      *****  PASSO 0 OU ACIMA DE 10 = CADEIA ANTERIOR COMPLETA
           IF WS-PASSO-ATUAL > 10 OR WS-PASSO-ATUAL = ZEROS
              MOVE 1 TO WS-PASSO-ATUAL
           ELSE
              DISPLAY "RETOMANDO A CADEIA DO PASSO " WS-PASSO-ATUAL.
      *----------------------------------------------------
       020-EXECUTA-CADEIA.
           PERFORM 025-INICIA-FECHAMENTO THRU 025-99-FIM.
           IF WS-HOUVE-ERRO = "S"
              CLOSE JOBLOG
              DISPLAY "CADEIA NAO INICIADA."
              GO TO 999-FIM.
           PERFORM 030-EXECUTA-PASSO THRU 030-99-FIM
               UNTIL WS-PASSO-ATUAL > 10 OR WS-HOUVE-ERRO = "S".
           CLOSE JOBLOG.
           IF WS-HOUVE-ERRO = "S"
              DISPLAY "CADEIA INTERROMPIDA NO PASSO " WS-PASSO-ATUAL
           ELSE
              DISPLAY "CADEIA DE FIM DE DIA COMPLETA.".
           GO TO 999-FIM.
      *----------------------------------------------------
      *****  DIA EM FECHAMENTO: ONLINE E LOTES NAO LANCAM MAIS
       025-INICIA-FECHAMENTO.
           MOVE "F" TO WS-NEGOCIO-FUNCAO.
           CALL "DATACONT" USING WS-DIA-NEGOCIO.
      *****  DIA JA ENCERRADO NA EXECUCAO INTERROMPIDA - FALTA SO
      *****  ABRIR O PROXIMO (ULTIMO PASSO)
           IF WS-NEGOCIO-RESULTADO = "N" AND
              WS-NEGOCIO-SITUACAO = "E"
              MOVE WS-NEGOCIO-DATA TO WS-DATA-FECHAMENTO
              GO TO 025-99-FIM.
           IF WS-NEGOCIO-RESULTADO NOT = "S"
              DISPLAY "CONTROLE DE DATA INDISPONIVEL! VER ERRLOG."
              MOVE "S" TO WS-HOUVE-ERRO
              GO TO 025-99-FIM.
           DISPLAY "FECHAMENTO DO DIA " WS-NEGOCIO-DATA (7:2) "/"
                   WS-NEGOCIO-DATA (5:2) "/" WS-NEGOCIO-DATA (1:4).
           MOVE WS-NEGOCIO-DATA TO WS-DATA-FECHAMENTO.
       025-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-EXECUTA-PASSO.
           IF WS-PASSO-ATUAL = 1
              MOVE "VALIDACLI " TO WS-NOME-PASSO
           ELSE IF WS-PASSO-ATUAL = 2
              MOVE "DEMOGCLI  " TO WS-NOME-PASSO
           ELSE IF WS-PASSO-ATUAL = 3
              MOVE "EXPORTACLI" TO WS-NOME-PASSO
           ELSE IF WS-PASSO-ATUAL = 4
              MOVE "VERSALDO  " TO WS-NOME-PASSO
           ELSE IF WS-PASSO-ATUAL = 5
              MOVE "APURANEG  " TO WS-NOME-PASSO
           ELSE IF WS-PASSO-ATUAL = 6
              MOVE "VENCEBLOQ " TO WS-NOME-PASSO
           ELSE IF WS-PASSO-ATUAL = 7
              MOVE "ENVIANOTIF" TO WS-NOME-PASSO
           ELSE IF WS-PASSO-ATUAL = 8
              MOVE "RELRETRO  " TO WS-NOME-PASSO
           ELSE IF WS-PASSO-ATUAL = 9
              MOVE "LIBERACHQ " TO WS-NOME-PASSO
           ELSE
              MOVE "FECHADIA  " TO WS-NOME-PASSO.
           PERFORM 040-GRAVA-JOBLOG-INICIO THRU 040-99-FIM.
           MOVE ZEROS TO RETURN-CODE.
           IF WS-PASSO-ATUAL = 1
                  ON EXCEPTION MOVE 16 TO RETURN-CODE
              END-CALL
              CANCEL "DEMOGCLI"
           ELSE IF WS-PASSO-ATUAL = 3
              CALL "EXPORTACLI"
                  ON EXCEPTION MOVE 16 TO RETURN-CODE
              END-CALL
              CANCEL "EXPORTACLI"
           ELSE IF WS-PASSO-ATUAL = 4
              CALL "VERSALDO"
                  ON EXCEPTION MOVE 16 TO RETURN-CODE
              END-CALL
              CANCEL "VERSALDO"
           ELSE IF WS-PASSO-ATUAL = 5
              CALL "APURANEG"
                  ON EXCEPTION MOVE 16 TO RETURN-CODE
              END-CALL
              CANCEL "APURANEG"
           ELSE IF WS-PASSO-ATUAL = 6
              CALL "VENCEBLOQ"
                  ON EXCEPTION MOVE 16 TO RETURN-CODE
              END-CALL
              CANCEL "VENCEBLOQ"
           ELSE IF WS-PASSO-ATUAL = 7
              CALL "ENVIANOTIF"
                  ON EXCEPTION MOVE 16 TO RETURN-CODE
              END-CALL
              CANCEL "ENVIANOTIF"
           ELSE IF WS-PASSO-ATUAL = 8
              CALL "RELRETRO"
                  ON EXCEPTION MOVE 16 TO RETURN-CODE
              END-CALL
              CANCEL "RELRETRO"
           ELSE IF WS-PASSO-ATUAL = 9
              CALL "LIBERACHQ"
                  ON EXCEPTION MOVE 16 TO RETURN-CODE
              END-CALL
              CANCEL "LIBERACHQ"
           ELSE
              PERFORM 070-ENCERRA-DIA THRU 070-99-FIM.
           IF RETURN-CODE NOT = ZEROS
              MOVE "S" TO WS-HOUVE-ERRO
              PERFORM 050-GRAVA-JOBLOG-FIM THRU 050-99-FIM
                  WS-HOR DELIMITED BY SIZE ":" DELIMITED BY SIZE
                  WS-MIN DELIMITED BY SIZE ":" DELIMITED BY SIZE
                  WS-SEG DELIMITED BY SIZE
                  "            DIA=" DELIMITED BY SIZE
                  WS-DATA-FECHAMENTO DELIMITED BY SIZE
                  INTO WS-LINHA-JOBLOG.
           MOVE WS-LINHA-JOBLOG TO REG-JOBLOG.
           WRITE REG-JOBLOG.
      *----------------------------------------------------
       050-GRAVA-JOBLOG-FIM.
           ACCEPT WS-HORA FROM TIME.
           MOVE RETURN-CODE TO WS-RC-PASSO.
           MOVE SPACES TO WS-LINHA-JOBLOG.
           IF RETURN-CODE = ZEROS
              STRING WS-NOME-PASSO DELIMITED BY SIZE
                     WS-HOR DELIMITED BY SIZE ":" DELIMITED BY SIZE
                     WS-MIN DELIMITED BY SIZE ":" DELIMITED BY SIZE
                     WS-SEG DELIMITED BY SIZE
                     " OK  " DELIMITED BY SIZE
                     " RC=" DELIMITED BY SIZE
                     WS-RC-PASSO DELIMITED BY SIZE
                     " DIA=" DELIMITED BY SIZE
                     WS-DATA-FECHAMENTO DELIMITED BY SIZE
                     INTO WS-LINHA-JOBLOG
           ELSE
              STRING WS-NOME-PASSO DELIMITED BY SIZE
                     WS-MIN DELIMITED BY SIZE ":" DELIMITED BY SIZE
                     WS-SEG DELIMITED BY SIZE
                     " ERRO" DELIMITED BY SIZE
                     " RC=" DELIMITED BY SIZE
                     WS-RC-PASSO DELIMITED BY SIZE
                     " DIA=" DELIMITED BY SIZE
                     WS-DATA-FECHAMENTO DELIMITED BY SIZE
                     INTO WS-LINHA-JOBLOG.
           MOVE WS-LINHA-JOBLOG TO REG-JOBLOG.
           WRITE REG-JOBLOG.
       060-GRAVA-CONTROLE.
           OPEN OUTPUT CONTROLE.
           MOVE WS-PASSO-ATUAL TO CTL-PROXIMO-PASSO.
           MOVE "/" TO REG-CONTROLE (3:1).
           MOVE WS-DATA-SISTEMA TO CTL-DATA-ULTIMA.
           WRITE REG-CONTROLE.
           CLOSE CONTROLE.
       060-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  ENCERRA A DATA E ABRE O PROXIMO DIA UTIL
       070-ENCERRA-DIA.
           MOVE "E" TO WS-NEGOCIO-FUNCAO.
           CALL "DATACONT" USING WS-DIA-NEGOCIO.
           IF WS-NEGOCIO-RESULTADO NOT = "S"
              MOVE 16 TO RETURN-CODE
              GO TO 070-99-FIM.
           DISPLAY "PROXIMO DIA DE MOVIMENTO ...: "
                   WS-NEGOCIO-DATA (7:2) "/"
                   WS-NEGOCIO-DATA (5:2) "/" WS-NEGOCIO-DATA (1:4).
       070-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
