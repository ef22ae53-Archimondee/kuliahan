       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PROPPESSOA.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTACORRENTE WITH DUPLICATES
               FILE STATUS IS STATUS-CLIENTES.
           SELECT PESSOACONTA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-PESCONTA
               FILE STATUS IS STATUS-PESCONTA.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       COPY "layout.cob".
      *
       COPY "pesconta.cob".
      *
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PESPROP.TXT".
       01  REG-RELATORIO          PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-CLIENTES    PIC X(02) VALUE "00".
           02  STATUS-PESCONTA    PIC X(02) VALUE "00".
           02  STATUS-RELATORIO   PIC X(02) VALUE "00".
           02  WS-TOTAL-LIDOS     PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-VINCULOS  PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-SEM-DOC   PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-GRUPOS    PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-AGRUPADOS PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-IGNORADOS PIC 9(05) VALUE ZEROS.
       01  WS-CHAMADA-ERRO.
           02  WS-ERR-PROGRAMA    PIC X(10) VALUE "PROPPESSOA".
           02  WS-ERR-ARQUIVO     PIC X(12) VALUE SPACES.
           02  WS-ERR-OPERACAO    PIC X(08) VALUE SPACES.
           02  WS-ERR-STATUS      PIC X(02) VALUE "00".
           02  WS-ERR-ACAO        PIC X(01) VALUE "S".
      *****  VINCULOS CONTA X DOCUMENTO JA EXISTENTES
       01  TABELA-VINCULOS.
           02  WS-QTD-VINCULOS    PIC 9(04) VALUE ZEROS.
           02  VINCULO-OCORRENCIA OCCURS 2000 TIMES.
               03  VINC-CONTA     PIC 9(05).
               03  VINC-PAPEL     PIC 9(01).
               03  VINC-DOCUMENTO PIC 9(11).
      *****  TITULARES DE CLIENTES.DAT (1O E 2O)
       01  TABELA-TITULARES.
           02  WS-QTD-TITULARES   PIC 9(04) VALUE ZEROS.
           02  TITULAR-OCORRENCIA OCCURS 2000 TIMES.
               03  TIT-NOME       PIC X(40).
               03  TIT-DATANASC   PIC 9(08).
               03  TIT-SEXO       PIC X(01).
               03  TIT-CONTA      PIC 9(05).
               03  TIT-PAPEL      PIC 9(01).
               03  TIT-SITUACAO   PIC X(01).
               03  TIT-DOCUMENTO  PIC 9(11).
               03  TIT-AGRUPADO   PIC X(01).
       01  WS-INDICES.
           02  WS-IND             PIC 9(04) VALUE ZEROS.
           02  WS-IND-2           PIC 9(04) VALUE ZEROS.
           02  WS-IND-V           PIC 9(04) VALUE ZEROS.
       01  WS-CONTROLE-GRUPO.
           02  WS-QTD-GRUPO       PIC 9(04) VALUE ZEROS.
           02  WS-DOC-SUGERIDO    PIC 9(11) VALUE ZEROS.
           02  WS-DOC-CONFLITO    PIC X(01) VALUE "N".
           02  WS-NOME-COMPARA    PIC X(40) VALUE SPACES.
       01  WS-MINUSCULAS   PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-MAIUSCULAS   PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-LINHA-RELATORIO     PIC X(80).
      *----------------------------------------------------
      * CONVERSAO UNICA PARA O CADASTRO UNICO DE CLIENTES
      * (PESSOA.DAT / PESCONTA.DAT). PROPOE, EM PESPROP.TXT,
      * OS GRUPOS DE TITULARES DE CONTAS JA EXISTENTES COM O
      * MESMO NOME E A MESMA DATANASCIMENT, QUE DEVEM SER A
      * MESMA PESSOA. NADA E GRAVADO NOS CADASTROS: O GRUPO
      * E CONFERIDO PELA AGENCIA, QUE COLETA O DOCUMENTO E O
      * VINCULA AS CONTAS. QUANDO ALGUMA CONTA DO GRUPO JA
      * TEM DOCUMENTO, ELE E SUGERIDO PARA AS DEMAIS; GRUPO
      * COM DOCUMENTOS DIFERENTES E MARCADO PARA VERIFICACAO.
      * NOMES SAO COMPARADOS SEM DIFERENCA DE MAIUSCULAS.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** PROPOSTA DE CADASTRO UNICO DE CLIENTES ***".
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTES.
           IF STATUS-CLIENTES NOT = "00"
              MOVE "CLIENTES.DAT" TO WS-ERR-ARQUIVO
              MOVE STATUS-CLIENTES TO WS-ERR-STATUS
              GO TO 005-ERRO-ABERTURA.
           OPEN INPUT PESSOACONTA.
           IF STATUS-PESCONTA = "35"
              MOVE "10" TO STATUS-PESCONTA
           ELSE IF STATUS-PESCONTA NOT = "00"
              MOVE "PESCONTA.DAT" TO WS-ERR-ARQUIVO
              MOVE STATUS-PESCONTA TO WS-ERR-STATUS
              CLOSE CLIENTES
              GO TO 005-ERRO-ABERTURA.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "PROPOSTA DE CADASTRO UNICO EM " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           GO TO 010-CARREGA-VINCULOS.
      *----------------------------------------------------
       005-ERRO-ABERTURA.
           MOVE "OPEN" TO WS-ERR-OPERACAO.
           CALL "GRAVAERR" USING WS-ERR-PROGRAMA
               WS-ERR-ARQUIVO WS-ERR-OPERACAO
               WS-ERR-STATUS WS-ERR-ACAO.
           MOVE 8 TO RETURN-CODE.
           GO TO 999-FIM.
      *----------------------------------------------------
       010-CARREGA-VINCULOS.
           IF STATUS-PESCONTA NOT = "10"
              PERFORM 020-LE-VINCULO THRU 020-99-FIM
                  UNTIL STATUS-PESCONTA = "10"
              CLOSE PESSOACONTA.
           PERFORM 030-LE-CLIENTE THRU 030-99-FIM
               UNTIL STATUS-CLIENTES = "10".
           CLOSE CLIENTES.
           PERFORM 040-AGRUPA-TITULAR THRU 040-99-FIM
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-TITULARES.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-LE-VINCULO.
           READ PESSOACONTA NEXT RECORD
               AT END
               MOVE "10" TO STATUS-PESCONTA
               GO TO 020-99-FIM.
           IF WS-QTD-VINCULOS = 2000
              DISPLAY "TABELA DE VINCULOS CHEIA - DEMAIS IGNORADOS"
              MOVE "10" TO STATUS-PESCONTA
              GO TO 020-99-FIM.
           ADD 1 TO WS-QTD-VINCULOS.
           ADD 1 TO WS-TOTAL-VINCULOS.
           MOVE CONTA-PESCONTA TO VINC-CONTA (WS-QTD-VINCULOS).
           MOVE PAPEL-PESCONTA TO VINC-PAPEL (WS-QTD-VINCULOS).
           MOVE DOCUMENTO-PESCONTA
               TO VINC-DOCUMENTO (WS-QTD-VINCULOS).
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-LE-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END
               MOVE "10" TO STATUS-CLIENTES
               GO TO 030-99-FIM.
           ADD 1 TO WS-TOTAL-LIDOS.
           IF WS-QTD-TITULARES = 2000
              ADD 1 TO WS-TOTAL-IGNORADOS
              GO TO 030-99-FIM.
           ADD 1 TO WS-QTD-TITULARES.
           MOVE WS-QTD-TITULARES TO WS-IND.
           MOVE NOMECLIENTE TO WS-NOME-COMPARA.
           INSPECT WS-NOME-COMPARA
               CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS.
           MOVE WS-NOME-COMPARA TO TIT-NOME (WS-IND).
           MOVE DATANASCIMENT TO TIT-DATANASC (WS-IND).
           MOVE SEXOCLIENTE TO TIT-SEXO (WS-IND).
           MOVE CONTACORRENTE TO TIT-CONTA (WS-IND).
           MOVE TIPOREGISTRO TO TIT-PAPEL (WS-IND).
           MOVE SITUACAOCONTA TO TIT-SITUACAO (WS-IND).
           MOVE ZEROS TO TIT-DOCUMENTO (WS-IND).
           MOVE "N" TO TIT-AGRUPADO (WS-IND).
           PERFORM 035-PROCURA-VINCULO THRU 035-99-FIM
               VARYING WS-IND-V FROM 1 BY 1
               UNTIL WS-IND-V > WS-QTD-VINCULOS.
           IF TIT-DOCUMENTO (WS-IND) = ZEROS
              ADD 1 TO WS-TOTAL-SEM-DOC.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       035-PROCURA-VINCULO.
           IF VINC-CONTA (WS-IND-V) = TIT-CONTA (WS-IND) AND
              VINC-PAPEL (WS-IND-V) = TIT-PAPEL (WS-IND)
              MOVE VINC-DOCUMENTO (WS-IND-V)
                  TO TIT-DOCUMENTO (WS-IND)
              MOVE WS-QTD-VINCULOS TO WS-IND-V.
       035-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  PROCURA, A FRENTE DO TITULAR WS-IND, OS DEMAIS COM
      *****  O MESMO NOME E NASCIMENTO E GRAVA O GRUPO
       040-AGRUPA-TITULAR.
           IF TIT-AGRUPADO (WS-IND) = "S"
              GO TO 040-99-FIM.
           MOVE 1 TO WS-QTD-GRUPO.
           MOVE TIT-DOCUMENTO (WS-IND) TO WS-DOC-SUGERIDO.
           MOVE "N" TO WS-DOC-CONFLITO.
           PERFORM 045-COMPARA-TITULAR THRU 045-99-FIM
               VARYING WS-IND-2 FROM WS-IND BY 1
               UNTIL WS-IND-2 > WS-QTD-TITULARES.
           IF WS-QTD-GRUPO < 2
              GO TO 040-99-FIM.
      *****  GRUPO TODO JA VINCULADO AO MESMO DOCUMENTO
           IF WS-DOC-SUGERIDO NOT = ZEROS AND WS-DOC-CONFLITO = "N"
              MOVE ZEROS TO WS-IND-V
              PERFORM 048-CONTA-SEM-DOC THRU 048-99-FIM
                  VARYING WS-IND-2 FROM WS-IND BY 1
                  UNTIL WS-IND-2 > WS-QTD-TITULARES
              IF WS-IND-V = ZEROS
                 GO TO 040-99-FIM.
           ADD 1 TO WS-TOTAL-GRUPOS.
           ADD WS-QTD-GRUPO TO WS-TOTAL-AGRUPADOS.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "GRUPO " DELIMITED BY SIZE
                  WS-TOTAL-GRUPOS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TIT-NOME (WS-IND) DELIMITED BY SIZE
                  " NASC " DELIMITED BY SIZE
                  TIT-DATANASC (WS-IND) DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           PERFORM 050-LISTA-MEMBRO THRU 050-99-FIM
               VARYING WS-IND-2 FROM WS-IND BY 1
               UNTIL WS-IND-2 > WS-QTD-TITULARES.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           IF WS-DOC-CONFLITO = "S"
              MOVE "      ** DOCUMENTOS DIFERENTES - VERIFICAR **"
                  TO WS-LINHA-RELATORIO
           ELSE IF WS-DOC-SUGERIDO = ZEROS
              MOVE "      SEM DOCUMENTO - COLETAR NA AGENCIA"
                  TO WS-LINHA-RELATORIO
           ELSE
              STRING "      DOCUMENTO SUGERIDO " DELIMITED BY SIZE
                     WS-DOC-SUGERIDO DELIMITED BY SIZE
                     INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       045-COMPARA-TITULAR.
           IF WS-IND-2 = WS-IND
              GO TO 045-99-FIM.
           IF TIT-AGRUPADO (WS-IND-2) = "S"
              GO TO 045-99-FIM.
           IF TIT-NOME (WS-IND-2) NOT = TIT-NOME (WS-IND) OR
              TIT-DATANASC (WS-IND-2) NOT = TIT-DATANASC (WS-IND)
              GO TO 045-99-FIM.
           MOVE "S" TO TIT-AGRUPADO (WS-IND-2).
           MOVE "S" TO TIT-AGRUPADO (WS-IND).
           ADD 1 TO WS-QTD-GRUPO.
           IF TIT-DOCUMENTO (WS-IND-2) = ZEROS
              GO TO 045-99-FIM.
           IF WS-DOC-SUGERIDO = ZEROS
              MOVE TIT-DOCUMENTO (WS-IND-2) TO WS-DOC-SUGERIDO
           ELSE IF TIT-DOCUMENTO (WS-IND-2) NOT = WS-DOC-SUGERIDO
              MOVE "S" TO WS-DOC-CONFLITO.
       045-99-FIM.
           EXIT.
      *----------------------------------------------------
       048-CONTA-SEM-DOC.
           IF TIT-NOME (WS-IND-2) = TIT-NOME (WS-IND) AND
              TIT-DATANASC (WS-IND-2) = TIT-DATANASC (WS-IND) AND
              TIT-DOCUMENTO (WS-IND-2) = ZEROS
              ADD 1 TO WS-IND-V.
       048-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-LISTA-MEMBRO.
           IF TIT-NOME (WS-IND-2) NOT = TIT-NOME (WS-IND) OR
              TIT-DATANASC (WS-IND-2) NOT = TIT-DATANASC (WS-IND)
              GO TO 050-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "      CONTA " DELIMITED BY SIZE
                  TIT-CONTA (WS-IND-2) DELIMITED BY SIZE
                  " TITULAR " DELIMITED BY SIZE
                  TIT-PAPEL (WS-IND-2) DELIMITED BY SIZE
                  " SEXO " DELIMITED BY SIZE
                  TIT-SEXO (WS-IND-2) DELIMITED BY SIZE
                  " SITUACAO " DELIMITED BY SIZE
                  TIT-SITUACAO (WS-IND-2) DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           IF TIT-DOCUMENTO (WS-IND-2) NOT = ZEROS
              MOVE " DOC" TO WS-LINHA-RELATORIO (48:4)
              MOVE TIT-DOCUMENTO (WS-IND-2)
                  TO WS-LINHA-RELATORIO (53:11).
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "TITULARES LIDOS ...........: " DELIMITED BY SIZE
                  WS-TOTAL-LIDOS DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "VINCULOS JA EXISTENTES ....: " DELIMITED BY SIZE
                  WS-TOTAL-VINCULOS DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "TITULARES SEM DOCUMENTO ...: " DELIMITED BY SIZE
                  WS-TOTAL-SEM-DOC DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "GRUPOS PROPOSTOS ..........: " DELIMITED BY SIZE
                  WS-TOTAL-GRUPOS DELIMITED BY SIZE
                  " COM " DELIMITED BY SIZE
                  WS-TOTAL-AGRUPADOS DELIMITED BY SIZE
                  " TITULARES" DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           IF WS-TOTAL-IGNORADOS NOT = ZEROS
              MOVE SPACES TO WS-LINHA-RELATORIO
              STRING "NAO EXAMINADOS (TABELA) ...: " DELIMITED BY SIZE
                     WS-TOTAL-IGNORADOS DELIMITED BY SIZE
                     INTO WS-LINHA-RELATORIO
              PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           DISPLAY "TITULARES LIDOS ...........: " WS-TOTAL-LIDOS.
           DISPLAY "TITULARES SEM DOCUMENTO ...: " WS-TOTAL-SEM-DOC.
           DISPLAY "GRUPOS PROPOSTOS ..........: " WS-TOTAL-GRUPOS.
           DISPLAY "PROPOSTA GRAVADA EM PESPROP.TXT.".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA PROPPESSOA ---------***
