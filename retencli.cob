       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RETENCAO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTAHIST WITH DUPLICATES
               FILE STATUS IS STATUS-CLIHIST.
           SELECT CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACORRENTE WITH DUPLICATES
               FILE STATUS IS STATUS-CLIENTES.
           SELECT CONTATOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-CONTATO
               FILE STATUS IS STATUS-CONTATOS.
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
           SELECT BLOQUEIOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-BLOQUEIO
               FILE STATUS IS STATUS-BLOQUEIOS.
           SELECT CASOSAML ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CASO
               FILE STATUS IS STATUS-CASOS.
           SELECT PEDIDOSAPAGA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PEDAPAGA
               FILE STATUS IS STATUS-PEDAPAGA.
           SELECT AUDITORIA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-AUDITORIA
               FILE STATUS IS STATUS-AUDITORIA.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       COPY "clihist.cob".
      *
       COPY "layout.cob".
      *
       COPY "contato.cob".
      *
       COPY "pessoa.cob".
      *
       COPY "pesconta.cob".
      *
       COPY "bloqueio.cob".
      *
       COPY "casoaml.cob".
      *
       COPY "apagcli.cob".
      *
       COPY "auditcli.cob".
      *
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ANONIMIZ.TXT".
       01  REG-RELATORIO          PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-CLIHIST     PIC X(02) VALUE "00".
           02  STATUS-CLIENTES    PIC X(02) VALUE "00".
           02  STATUS-CONTATOS    PIC X(02) VALUE "00".
           02  STATUS-PESSOAS     PIC X(02) VALUE "00".
           02  STATUS-PESCONTA    PIC X(02) VALUE "00".
           02  STATUS-BLOQUEIOS   PIC X(02) VALUE "00".
           02  STATUS-CASOS       PIC X(02) VALUE "00".
           02  STATUS-PEDAPAGA    PIC X(02) VALUE "00".
           02  STATUS-AUDITORIA   PIC X(02) VALUE "00".
           02  STATUS-RELATORIO   PIC X(02) VALUE "00".
           02  WS-TEM-CLIENTES    PIC X(01) VALUE "S".
           02  WS-TEM-BLOQUEIOS   PIC X(01) VALUE "S".
           02  WS-TOTAL-LIDOS     PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-JA-ANON   PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-ANON-RET  PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-RETIDOS   PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-PED-ATEND PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-PED-RETID PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-ANON-PED  PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-AUD-MASC  PIC 9(05) VALUE ZEROS.
       01  WS-CHAMADA-ERRO.
           02  WS-ERR-PROGRAMA    PIC X(10) VALUE "RETENCAO".
           02  WS-ERR-ARQUIVO     PIC X(12) VALUE SPACES.
           02  WS-ERR-OPERACAO    PIC X(08) VALUE SPACES.
           02  WS-ERR-STATUS      PIC X(02) VALUE "00".
           02  WS-ERR-ACAO        PIC X(01) VALUE "S".
       01  WS-PARAMETROS.
           02  WS-ANOS-RETENCAO   PIC 9(02) VALUE ZEROS.
           02  WS-ANOS-PADRAO     PIC 9(02) VALUE 5.
           02  WS-DATA-CORTE      PIC 9(08) VALUE ZEROS.
       01  WS-MASCARAS.
           02  WS-NOME-MASCARA    PIC X(40)
               VALUE "*** DADOS ANONIMIZADOS ***".
       01  WS-CONTROLE-ANON.
           02  WS-CONTA-ANON      PIC 9(05) VALUE ZEROS.
           02  WS-PAPEL-ANON      PIC 9(01) VALUE ZEROS.
           02  WS-DATA-ENCER      PIC 9(08) VALUE ZEROS.
           02  WS-ORIGEM-ANON     PIC X(30) VALUE SPACES.
           02  WS-MOTIVO-RETENCAO PIC X(30) VALUE SPACES.
           02  WS-CONTA-NO-CADASTRO PIC X(01) VALUE "N".
           02  WS-SEQ-AUDITORIA   PIC 9(05) VALUE ZEROS.
           02  WS-NUMERO-ED       PIC 9(05) VALUE ZEROS.
      *****  VINCULOS DOCUMENTO X CONTA (PESCONTA.DAT)
       01  TABELA-VINCULOS.
           02  WS-QTD-VINCULOS    PIC 9(04) VALUE ZEROS.
           02  VINCULO-OCORRENCIA OCCURS 2000 TIMES.
               03  VINC-DOCUMENTO PIC 9(11).
               03  VINC-CONTA     PIC 9(05).
               03  VINC-PAPEL     PIC 9(01).
               03  VINC-EXCLUIDO  PIC X(01).
      *****  CONTAS COM CASO DE PLD EM ABERTO (CASOAML.DAT)
       01  TABELA-CASOS.
           02  WS-QTD-CASOS       PIC 9(04) VALUE ZEROS.
           02  CASO-CONTA-ABERTO  PIC 9(05) OCCURS 1000 TIMES.
      *****  TITULARES ANONIMIZADOS NESTA EXECUCAO
       01  TABELA-ANONIMIZADOS.
           02  WS-QTD-ANON        PIC 9(04) VALUE ZEROS.
           02  ANON-OCORRENCIA    OCCURS 2000 TIMES.
               03  ANON-CONTA     PIC 9(05).
               03  ANON-PAPEL     PIC 9(01).
      *****  CONTA/PAPEL ALCANCADOS POR UM PEDIDO DE EXCLUSAO
       01  TABELA-ALVOS.
           02  WS-QTD-ALVOS       PIC 9(02) VALUE ZEROS.
           02  ALVO-OCORRENCIA    OCCURS 50 TIMES.
               03  ALVO-CONTA     PIC 9(05).
               03  ALVO-PAPEL     PIC 9(01).
       01  WS-INDICES.
           02  WS-IND             PIC 9(04) VALUE ZEROS.
           02  WS-IND-2           PIC 9(04) VALUE ZEROS.
           02  WS-IND-SALVO       PIC 9(04) VALUE ZEROS.
           02  WS-ACHOU           PIC X(01) VALUE "N".
       01  WS-IMAGEM-CLIENTE.
           02  IMG-CONTA          PIC X(05).
           02  IMG-DIGITO         PIC X(01).
           02  IMG-TIPOREG        PIC X(01).
           02  IMG-TIPOCONTA      PIC X(01).
           02  IMG-NOME           PIC X(40).
           02  IMG-DATANASC       PIC X(08).
           02  FILLER             PIC X(31).
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-HORA.
           02  WS-HOR             PIC 9(02) VALUE ZEROS.
           02  WS-MIN             PIC 9(02) VALUE ZEROS.
           02  WS-SEG             PIC 9(02) VALUE ZEROS.
           02  WS-CSE             PIC 9(02) VALUE ZEROS.
       01  WS-LINHA-RELATORIO     PIC X(80).
      *----------------------------------------------------
      * RETENCAO E ANONIMIZACAO DE DADOS PESSOAIS DE CONTAS
      * ENCERRADAS. CONTAS EM CLIHIST.DAT ENCERRADAS HA MAIS
      * DO PRAZO DE RETENCAO (PADRAO 5 ANOS, CONTADOS DE
      * DATAENCERRAMENTO) TEM NOME E DATANASCIMENT MASCARADOS;
      * O TITULAR 1 TEM TAMBEM O CONTATOS.DAT MASCARADO. O
      * VINCULO EM PESCONTA.DAT E EXCLUIDO, E A PESSOA.DAT
      * QUANDO O CLIENTE NAO TEM MAIS CONTAS. NUMERO DA CONTA,
      * SALDOS E MOVIMENTOS SAO MANTIDOS. AS IMAGENS DO
      * CLIENTE JA GRAVADAS EM AUDITCLI.DAT SAO MASCARADAS E
      * CADA ANONIMIZACAO GERA UM REGISTRO DE AUDITORIA.
      * PEDIDOS DE EXCLUSAO (APAGCLI.DAT, REGAPAGA) SAO
      * ATENDIDOS ANTES DO PRAZO SE A CONTA JA FOI ENCERRADA
      * E ARQUIVADA. BLOQUEIO JUDICIAL ATIVO OU CASO DE PLD
      * EM ABERTO RETEM A ANONIMIZACAO (PEDIDO FICA "R" E E
      * REAVALIADO NA PROXIMA EXECUCAO).
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** RETENCAO E ANONIMIZACAO DE CLIENTES ***".
           DISPLAY "ANOS DE RETENCAO (0 = PADRAO 5): ".
           ACCEPT WS-ANOS-RETENCAO.
           IF WS-ANOS-RETENCAO = ZEROS
              MOVE WS-ANOS-PADRAO TO WS-ANOS-RETENCAO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           COMPUTE WS-DATA-CORTE =
               WS-DATA-SISTEMA - WS-ANOS-RETENCAO * 10000.
           OPEN I-O CLIHIST.
           IF STATUS-CLIHIST = "35"
              OPEN OUTPUT CLIHIST
              CLOSE CLIHIST
              OPEN I-O CLIHIST.
           IF STATUS-CLIHIST NOT = "00"
              MOVE "CLIHIST.DAT" TO WS-ERR-ARQUIVO
              MOVE STATUS-CLIHIST TO WS-ERR-STATUS
              GO TO 005-ERRO-ABERTURA.
           OPEN INPUT CLIENTES.
           IF STATUS-CLIENTES NOT = "00"
              MOVE "N" TO WS-TEM-CLIENTES.
           OPEN INPUT BLOQUEIOS.
           IF STATUS-BLOQUEIOS NOT = "00"
              MOVE "N" TO WS-TEM-BLOQUEIOS.
           OPEN I-O CONTATOS.
           IF STATUS-CONTATOS = "35"
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
           OPEN I-O PEDIDOSAPAGA.
           IF STATUS-PEDAPAGA = "35"
              OPEN OUTPUT PEDIDOSAPAGA
              CLOSE PEDIDOSAPAGA
              OPEN I-O PEDIDOSAPAGA.
           OPEN I-O AUDITORIA.
           IF STATUS-AUDITORIA = "35"
              OPEN OUTPUT AUDITORIA
              CLOSE AUDITORIA
              OPEN I-O AUDITORIA.
           IF STATUS-AUDITORIA NOT = "00"
              MOVE "AUDITCLI.DAT" TO WS-ERR-ARQUIVO
              MOVE STATUS-AUDITORIA TO WS-ERR-STATUS
              CLOSE CLIHIST
              GO TO 005-ERRO-ABERTURA.
           OPEN INPUT CASOSAML.
           IF STATUS-CASOS = "00"
              PERFORM 030-CARREGA-CASOS THRU 030-99-FIM
              CLOSE CASOSAML.
           PERFORM 020-CARREGA-VINCULOS THRU 020-99-FIM.
           PERFORM 040-ULTIMA-AUDITORIA THRU 040-99-FIM.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "ANONIMIZACAO DE CLIENTES EM " DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  " - ENCERRADAS ATE " DELIMITED BY SIZE
                  WS-DATA-CORTE DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           GO TO 010-PROCESSA.
      *----------------------------------------------------
       005-ERRO-ABERTURA.
           MOVE "OPEN" TO WS-ERR-OPERACAO.
           CALL "GRAVAERR" USING WS-ERR-PROGRAMA
               WS-ERR-ARQUIVO WS-ERR-OPERACAO
               WS-ERR-STATUS WS-ERR-ACAO.
           MOVE 8 TO RETURN-CODE.
           GO TO 999-FIM.
      *----------------------------------------------------
       010-PROCESSA.
           MOVE ZEROS TO CONTAHIST.
           START CLIHIST KEY IS NOT LESS THAN CONTAHIST
               INVALID KEY
               MOVE "10" TO STATUS-CLIHIST.
           IF STATUS-CLIHIST NOT = "10"
              MOVE "00" TO STATUS-CLIHIST
              PERFORM 100-RETENCAO THRU 100-99-FIM
                  UNTIL STATUS-CLIHIST = "10".
           MOVE "00" TO STATUS-CLIHIST.
           MOVE ZEROS TO NUMERO-PEDAPAGA.
           START PEDIDOSAPAGA KEY IS NOT LESS THAN NUMERO-PEDAPAGA
               INVALID KEY
               MOVE "10" TO STATUS-PEDAPAGA.
           IF STATUS-PEDAPAGA NOT = "10"
              MOVE "00" TO STATUS-PEDAPAGA
              PERFORM 200-PEDIDO THRU 200-99-FIM
                  UNTIL STATUS-PEDAPAGA = "10".
           MOVE "00" TO STATUS-PEDAPAGA.
           IF WS-QTD-ANON NOT = ZEROS
              PERFORM 800-MASCARA-AUDITORIAS THRU 800-99-FIM.
           CLOSE CLIHIST.
           CLOSE CONTATOS.
           CLOSE PESSOAS.
           CLOSE PESSOACONTA.
           CLOSE PEDIDOSAPAGA.
           CLOSE AUDITORIA.
           IF WS-TEM-CLIENTES = "S"
              CLOSE CLIENTES.
           IF WS-TEM-BLOQUEIOS = "S"
              CLOSE BLOQUEIOS.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-CARREGA-VINCULOS.
           MOVE ZEROS TO WS-QTD-VINCULOS.
           MOVE ZEROS TO CHAVE-PESCONTA.
           START PESSOACONTA KEY IS NOT LESS THAN CHAVE-PESCONTA
               INVALID KEY
               MOVE "10" TO STATUS-PESCONTA.
           IF STATUS-PESCONTA NOT = "10"
              MOVE "00" TO STATUS-PESCONTA
              PERFORM 021-LE-VINCULO THRU 021-99-FIM
                  UNTIL STATUS-PESCONTA = "10".
           MOVE "00" TO STATUS-PESCONTA.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       021-LE-VINCULO.
           READ PESSOACONTA NEXT RECORD
               AT END
               MOVE "10" TO STATUS-PESCONTA
               GO TO 021-99-FIM.
           IF WS-QTD-VINCULOS = 2000
              DISPLAY "TABELA DE VINCULOS CHEIA - DEMAIS IGNORADOS"
              MOVE "10" TO STATUS-PESCONTA
              GO TO 021-99-FIM.
           ADD 1 TO WS-QTD-VINCULOS.
           MOVE DOCUMENTO-PESCONTA
               TO VINC-DOCUMENTO (WS-QTD-VINCULOS).
           MOVE CONTA-PESCONTA TO VINC-CONTA (WS-QTD-VINCULOS).
           MOVE PAPEL-PESCONTA TO VINC-PAPEL (WS-QTD-VINCULOS).
           MOVE "N" TO VINC-EXCLUIDO (WS-QTD-VINCULOS).
       021-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-CARREGA-CASOS.
           MOVE ZEROS TO WS-QTD-CASOS.
           MOVE ZEROS TO NUMERO-CASO.
           START CASOSAML KEY IS NOT LESS THAN NUMERO-CASO
               INVALID KEY
               MOVE "10" TO STATUS-CASOS.
           IF STATUS-CASOS NOT = "10"
              MOVE "00" TO STATUS-CASOS
              PERFORM 031-LE-CASO THRU 031-99-FIM
                  UNTIL STATUS-CASOS = "10".
           MOVE "00" TO STATUS-CASOS.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       031-LE-CASO.
           READ CASOSAML NEXT RECORD
               AT END
               MOVE "10" TO STATUS-CASOS
               GO TO 031-99-FIM.
           IF NOT CASO-ENCERRADO AND WS-QTD-CASOS < 1000
              ADD 1 TO WS-QTD-CASOS
              MOVE CONTA-CASO TO CASO-CONTA-ABERTO (WS-QTD-CASOS).
       031-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-ULTIMA-AUDITORIA.
           MOVE ZEROS TO WS-SEQ-AUDITORIA.
           MOVE ZEROS TO SEQ-AUDITORIA.
           START AUDITORIA KEY IS NOT LESS THAN SEQ-AUDITORIA
               INVALID KEY
               MOVE "10" TO STATUS-AUDITORIA.
           IF STATUS-AUDITORIA NOT = "10"
              MOVE "00" TO STATUS-AUDITORIA
              PERFORM 041-LE-AUDITORIA THRU 041-99-FIM
                  UNTIL STATUS-AUDITORIA = "10".
           MOVE "00" TO STATUS-AUDITORIA.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       041-LE-AUDITORIA.
           READ AUDITORIA NEXT RECORD
               AT END
               MOVE "10" TO STATUS-AUDITORIA
               GO TO 041-99-FIM.
           MOVE SEQ-AUDITORIA TO WS-SEQ-AUDITORIA.
       041-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  PASSADA 1: CONTAS ARQUIVADAS COM PRAZO VENCIDO
       100-RETENCAO.
           READ CLIHIST NEXT RECORD
               AT END
               MOVE "10" TO STATUS-CLIHIST
               GO TO 100-99-FIM.
           ADD 1 TO WS-TOTAL-LIDOS.
           IF NOMEHIST = WS-NOME-MASCARA
              ADD 1 TO WS-TOTAL-JA-ANON
              GO TO 100-99-FIM.
           COMPUTE WS-DATA-ENCER = ANOENCERHIST * 10000
               + MESENCERHIST * 100 + DIAENCERHIST.
      *****  ENCERRAMENTO SEM DATA - CONTA DA DATA DE ARQUIVAMENTO
           IF WS-DATA-ENCER = ZEROS
              COMPUTE WS-DATA-ENCER = ANO-ARQ * 10000
                  + MES-ARQ * 100 + DIA-ARQ.
           IF WS-DATA-ENCER > WS-DATA-CORTE
              GO TO 100-99-FIM.
           MOVE CONTAHIST TO WS-CONTA-ANON.
           MOVE TIPOREGHIST TO WS-PAPEL-ANON.
           PERFORM 300-VERIFICA-RETENCAO THRU 300-99-FIM.
           IF WS-MOTIVO-RETENCAO NOT = SPACES
              ADD 1 TO WS-TOTAL-RETIDOS
              MOVE SPACES TO WS-LINHA-RELATORIO
              STRING "RETIDA     CONTA " DELIMITED BY SIZE
                     WS-CONTA-ANON DELIMITED BY SIZE
                     " TITULAR " DELIMITED BY SIZE
                     WS-PAPEL-ANON DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WS-MOTIVO-RETENCAO DELIMITED BY SIZE
                     INTO WS-LINHA-RELATORIO
              PERFORM 090-GRAVA-LINHA THRU 090-99-FIM
              GO TO 100-99-FIM.
           MOVE SPACES TO WS-ORIGEM-ANON.
           STRING "PRAZO DE RETENCAO " DELIMITED BY SIZE
                  WS-ANOS-RETENCAO DELIMITED BY SIZE
                  " ANOS" DELIMITED BY SIZE
                  INTO WS-ORIGEM-ANON.
           PERFORM 400-ANONIMIZA-REGISTRO THRU 400-99-FIM.
           ADD 1 TO WS-TOTAL-ANON-RET.
       100-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  PASSADA 2: PEDIDOS DE EXCLUSAO PENDENTES OU RETIDOS
       200-PEDIDO.
           READ PEDIDOSAPAGA NEXT RECORD
               AT END
               MOVE "10" TO STATUS-PEDAPAGA
               GO TO 200-99-FIM.
           IF NOT PEDAPAGA-PENDENTE AND NOT PEDAPAGA-RETIDO
              GO TO 200-99-FIM.
           MOVE ZEROS TO WS-QTD-ALVOS.
           IF DOCUMENTO-PEDAPAGA = ZEROS
              ADD 1 TO WS-QTD-ALVOS
              MOVE CONTA-PEDAPAGA TO ALVO-CONTA (1)
              MOVE PAPEL-PEDAPAGA TO ALVO-PAPEL (1)
           ELSE
              PERFORM 210-MONTA-ALVOS THRU 210-99-FIM
                  VARYING WS-IND FROM 1 BY 1
                  UNTIL WS-IND > WS-QTD-VINCULOS.
           MOVE SPACES TO WS-MOTIVO-RETENCAO.
           PERFORM 220-VERIFICA-ALVO THRU 220-99-FIM
               VARYING WS-IND-2 FROM 1 BY 1
               UNTIL WS-IND-2 > WS-QTD-ALVOS
                  OR WS-MOTIVO-RETENCAO NOT = SPACES.
           MOVE NUMERO-PEDAPAGA TO WS-NUMERO-ED.
           IF WS-MOTIVO-RETENCAO NOT = SPACES
              MOVE "R" TO SITUACAO-PEDAPAGA
              MOVE WS-MOTIVO-RETENCAO TO MOTIVO-PEDAPAGA
              MOVE WS-DATA-SISTEMA TO DATA-ATEND-PEDAPAGA
              REWRITE REG-PEDAPAGA
              ADD 1 TO WS-TOTAL-PED-RETID
              MOVE SPACES TO WS-LINHA-RELATORIO
              STRING "PEDIDO " DELIMITED BY SIZE
                     WS-NUMERO-ED DELIMITED BY SIZE
                     " RETIDO - " DELIMITED BY SIZE
                     WS-MOTIVO-RETENCAO DELIMITED BY SIZE
                     INTO WS-LINHA-RELATORIO
              PERFORM 090-GRAVA-LINHA THRU 090-99-FIM
              GO TO 200-99-FIM.
           MOVE SPACES TO WS-ORIGEM-ANON.
           STRING "PEDIDO DE EXCLUSAO " DELIMITED BY SIZE
                  WS-NUMERO-ED DELIMITED BY SIZE
                  INTO WS-ORIGEM-ANON.
           PERFORM 230-ANONIMIZA-ALVO THRU 230-99-FIM
               VARYING WS-IND-2 FROM 1 BY 1
               UNTIL WS-IND-2 > WS-QTD-ALVOS.
      *****  CLIENTE SEM NENHUMA CONTA - SO O CADASTRO DA PESSOA
           IF DOCUMENTO-PEDAPAGA NOT = ZEROS
              MOVE DOCUMENTO-PEDAPAGA TO DOCUMENTO-PESSOA
              PERFORM 425-EXCLUI-PESSOA THRU 425-99-FIM.
           MOVE "A" TO SITUACAO-PEDAPAGA.
           MOVE "ANONIMIZADO" TO MOTIVO-PEDAPAGA.
           MOVE WS-DATA-SISTEMA TO DATA-ATEND-PEDAPAGA.
           REWRITE REG-PEDAPAGA.
           ADD 1 TO WS-TOTAL-PED-ATEND.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "PEDIDO " DELIMITED BY SIZE
                  WS-NUMERO-ED DELIMITED BY SIZE
                  " ATENDIDO - CONTAS ALCANCADAS: " DELIMITED BY SIZE
                  WS-QTD-ALVOS DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       200-99-FIM.
           EXIT.
      *----------------------------------------------------
       210-MONTA-ALVOS.
           IF VINC-DOCUMENTO (WS-IND) NOT = DOCUMENTO-PEDAPAGA OR
              VINC-EXCLUIDO (WS-IND) = "S"
              GO TO 210-99-FIM.
           IF WS-QTD-ALVOS = 50
              GO TO 210-99-FIM.
           ADD 1 TO WS-QTD-ALVOS.
           MOVE VINC-CONTA (WS-IND) TO ALVO-CONTA (WS-QTD-ALVOS).
           MOVE VINC-PAPEL (WS-IND) TO ALVO-PAPEL (WS-QTD-ALVOS).
       210-99-FIM.
           EXIT.
      *----------------------------------------------------
       220-VERIFICA-ALVO.
           MOVE ALVO-CONTA (WS-IND-2) TO WS-CONTA-ANON.
           PERFORM 310-CONTA-NO-CADASTRO THRU 310-99-FIM.
           IF WS-CONTA-NO-CADASTRO = "S"
              MOVE "CONTA NAO ENCERRADA/ARQUIVADA"
                  TO WS-MOTIVO-RETENCAO
              GO TO 220-99-FIM.
           PERFORM 300-VERIFICA-RETENCAO THRU 300-99-FIM.
       220-99-FIM.
           EXIT.
      *----------------------------------------------------
       230-ANONIMIZA-ALVO.
           MOVE ALVO-CONTA (WS-IND-2) TO WS-CONTA-ANON.
           MOVE ALVO-PAPEL (WS-IND-2) TO WS-PAPEL-ANON.
           MOVE WS-CONTA-ANON TO CONTAHIST.
           START CLIHIST KEY IS NOT LESS THAN CONTAHIST
               INVALID KEY
               MOVE "10" TO STATUS-CLIHIST.
           IF STATUS-CLIHIST NOT = "10"
              MOVE "00" TO STATUS-CLIHIST
              PERFORM 231-LE-HISTORICO THRU 231-99-FIM
                  UNTIL STATUS-CLIHIST = "10".
           MOVE "00" TO STATUS-CLIHIST.
      *****  TITULAR SEM REGISTRO ARQUIVADO - DESFAZ O VINCULO
           PERFORM 420-DESVINCULA-PESSOA THRU 420-99-FIM.
       230-99-FIM.
           EXIT.
      *----------------------------------------------------
       231-LE-HISTORICO.
           READ CLIHIST NEXT RECORD
               AT END
               MOVE "10" TO STATUS-CLIHIST
               GO TO 231-99-FIM.
           IF CONTAHIST NOT = WS-CONTA-ANON
              MOVE "10" TO STATUS-CLIHIST
              GO TO 231-99-FIM.
           IF TIPOREGHIST NOT = WS-PAPEL-ANON OR
              NOMEHIST = WS-NOME-MASCARA
              GO TO 231-99-FIM.
           PERFORM 400-ANONIMIZA-REGISTRO THRU 400-99-FIM.
           ADD 1 TO WS-TOTAL-ANON-PED.
       231-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  RETENCAO LEGAL DA CONTA WS-CONTA-ANON
       300-VERIFICA-RETENCAO.
           MOVE SPACES TO WS-MOTIVO-RETENCAO.
           PERFORM 305-PROCURA-CASO THRU 305-99-FIM
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-CASOS.
           IF WS-MOTIVO-RETENCAO NOT = SPACES
              GO TO 300-99-FIM.
           IF WS-TEM-BLOQUEIOS NOT = "S"
              GO TO 300-99-FIM.
           MOVE WS-CONTA-ANON TO CONTA-BLQ.
           MOVE ZEROS TO NUMERO-BLQ.
           START BLOQUEIOS KEY IS NOT LESS THAN CHAVE-BLOQUEIO
               INVALID KEY
               MOVE "10" TO STATUS-BLOQUEIOS.
           IF STATUS-BLOQUEIOS NOT = "10"
              MOVE "00" TO STATUS-BLOQUEIOS
              PERFORM 306-LE-BLOQUEIO THRU 306-99-FIM
                  UNTIL STATUS-BLOQUEIOS = "10".
           MOVE "00" TO STATUS-BLOQUEIOS.
       300-99-FIM.
           EXIT.
      *----------------------------------------------------
       305-PROCURA-CASO.
           IF CASO-CONTA-ABERTO (WS-IND) = WS-CONTA-ANON
              MOVE "CASO DE PLD EM ABERTO" TO WS-MOTIVO-RETENCAO
              MOVE WS-QTD-CASOS TO WS-IND.
       305-99-FIM.
           EXIT.
      *----------------------------------------------------
       306-LE-BLOQUEIO.
           READ BLOQUEIOS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-BLOQUEIOS
               GO TO 306-99-FIM.
           IF CONTA-BLQ NOT = WS-CONTA-ANON
              MOVE "10" TO STATUS-BLOQUEIOS
              GO TO 306-99-FIM.
           IF BLQ-ATIVO
              MOVE "BLOQUEIO JUDICIAL ATIVO" TO WS-MOTIVO-RETENCAO
              MOVE "10" TO STATUS-BLOQUEIOS.
       306-99-FIM.
           EXIT.
      *----------------------------------------------------
       310-CONTA-NO-CADASTRO.
           MOVE "N" TO WS-CONTA-NO-CADASTRO.
           IF WS-TEM-CLIENTES NOT = "S"
              GO TO 310-99-FIM.
           MOVE WS-CONTA-ANON TO CONTACORRENTE.
           READ CLIENTES
               INVALID KEY
               GO TO 310-99-FIM.
           MOVE "S" TO WS-CONTA-NO-CADASTRO.
       310-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  MASCARA O REGISTRO DE CLIHIST LIDO (CONTA/PAPEL EM
      *****  WS-CONTA-ANON/WS-PAPEL-ANON) E GRAVA A AUDITORIA
       400-ANONIMIZA-REGISTRO.
           MOVE WS-NOME-MASCARA TO NOMEHIST.
           MOVE ZEROS TO DATANASCHIST.
           REWRITE REG-CLIHIST
               INVALID KEY
               DISPLAY "ERRO AO REGRAVAR HISTORICO - CONTA "
                       CONTAHIST " STATUS=" STATUS-CLIHIST
               GO TO 400-99-FIM.
           IF WS-QTD-ANON < 2000
              ADD 1 TO WS-QTD-ANON
              MOVE WS-CONTA-ANON TO ANON-CONTA (WS-QTD-ANON)
              MOVE WS-PAPEL-ANON TO ANON-PAPEL (WS-QTD-ANON).
           IF WS-PAPEL-ANON = 1
              PERFORM 410-MASCARA-CONTATO THRU 410-99-FIM.
           PERFORM 420-DESVINCULA-PESSOA THRU 420-99-FIM.
           PERFORM 440-GRAVA-AUDITORIA THRU 440-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "ANONIMIZADA CONTA " DELIMITED BY SIZE
                  WS-CONTA-ANON DELIMITED BY SIZE
                  " TITULAR " DELIMITED BY SIZE
                  WS-PAPEL-ANON DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ORIGEM-ANON DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       400-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  CONTATO E DA CONTA - NAO MEXE SE O NUMERO VOLTOU
      *****  A SER USADO EM CLIENTES.DAT
       410-MASCARA-CONTATO.
           PERFORM 310-CONTA-NO-CADASTRO THRU 310-99-FIM.
           IF WS-CONTA-NO-CADASTRO = "S"
              GO TO 410-99-FIM.
           MOVE WS-CONTA-ANON TO CONTA-CONTATO.
           READ CONTATOS
               INVALID KEY
               GO TO 410-99-FIM.
           MOVE WS-NOME-MASCARA TO ENDERECO-CONTATO.
           MOVE SPACES TO CIDADE-CONTATO.
           MOVE SPACES TO TELEFONE-CONTATO.
           MOVE SPACES TO EMAIL-CONTATO.
           REWRITE REG-CONTATO
               INVALID KEY
               DISPLAY "ERRO AO REGRAVAR CONTATO " CONTA-CONTATO.
       410-99-FIM.
           EXIT.
      *----------------------------------------------------
       420-DESVINCULA-PESSOA.
           PERFORM 421-PROCURA-VINCULO THRU 421-99-FIM
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-VINCULOS.
       420-99-FIM.
           EXIT.
      *----------------------------------------------------
       421-PROCURA-VINCULO.
           IF VINC-CONTA (WS-IND) NOT = WS-CONTA-ANON OR
              VINC-PAPEL (WS-IND) NOT = WS-PAPEL-ANON OR
              VINC-EXCLUIDO (WS-IND) = "S"
              GO TO 421-99-FIM.
           MOVE VINC-DOCUMENTO (WS-IND) TO DOCUMENTO-PESCONTA.
           MOVE VINC-CONTA (WS-IND) TO CONTA-PESCONTA.
           DELETE PESSOACONTA RECORD
               INVALID KEY
               DISPLAY "VINCULO NAO ENCONTRADO - CONTA "
                       CONTA-PESCONTA.
           MOVE "S" TO VINC-EXCLUIDO (WS-IND).
           MOVE VINC-DOCUMENTO (WS-IND) TO DOCUMENTO-PESSOA.
           MOVE WS-IND TO WS-IND-SALVO.
           PERFORM 425-EXCLUI-PESSOA THRU 425-99-FIM.
           MOVE WS-IND-SALVO TO WS-IND.
       421-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  EXCLUI DOCUMENTO-PESSOA SE NAO RESTA VINCULO ATIVO
       425-EXCLUI-PESSOA.
           MOVE "N" TO WS-ACHOU.
           PERFORM 426-TESTA-VINCULO THRU 426-99-FIM
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-VINCULOS OR WS-ACHOU = "S".
           IF WS-ACHOU = "S"
              GO TO 425-99-FIM.
           DELETE PESSOAS RECORD
               INVALID KEY
               GO TO 425-99-FIM.
       425-99-FIM.
           EXIT.
      *----------------------------------------------------
       426-TESTA-VINCULO.
           IF VINC-DOCUMENTO (WS-IND) = DOCUMENTO-PESSOA AND
              VINC-EXCLUIDO (WS-IND) = "N"
              MOVE "S" TO WS-ACHOU.
       426-99-FIM.
           EXIT.
      *----------------------------------------------------
       440-GRAVA-AUDITORIA.
           ACCEPT WS-HORA FROM TIME.
           ADD 1 TO WS-SEQ-AUDITORIA.
           MOVE WS-SEQ-AUDITORIA TO SEQ-AUDITORIA.
           MOVE WS-CONTA-ANON TO CONTA-AUDITORIA.
           MOVE WS-DATA-SISTEMA (7:2) TO DIA-AUDIT.
           MOVE WS-DATA-SISTEMA (5:2) TO MES-AUDIT.
           MOVE WS-DATA-SISTEMA (1:4) TO ANO-AUDIT.
           MOVE WS-HOR TO HOR-AUDIT.
           MOVE WS-MIN TO MIN-AUDIT.
           MOVE WS-SEG TO SEG-AUDIT.
           MOVE "RETENCAO" TO PROGRAMA-AUDITORIA.
           MOVE SPACES TO IMAGEM-ANTES.
           STRING "ANONIMIZACAO TITULAR " DELIMITED BY SIZE
                  WS-PAPEL-ANON DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-ORIGEM-ANON DELIMITED BY SIZE
                  INTO IMAGEM-ANTES.
           MOVE CORPO-HIST TO IMAGEM-DEPOIS.
           WRITE REG-AUDITORIA
               INVALID KEY
               DISPLAY "ERRO AO GRAVAR AUDITORIA - CONTA "
                       WS-CONTA-ANON.
       440-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  MASCARA NOME E NASCIMENTO NAS IMAGENS DO CLIENTE
      *****  GRAVADAS ANTES (TRABALHO E SUPERCLI)
       800-MASCARA-AUDITORIAS.
           MOVE ZEROS TO SEQ-AUDITORIA.
           START AUDITORIA KEY IS NOT LESS THAN SEQ-AUDITORIA
               INVALID KEY
               MOVE "10" TO STATUS-AUDITORIA.
           IF STATUS-AUDITORIA NOT = "10"
              MOVE "00" TO STATUS-AUDITORIA
              PERFORM 810-LE-AUDITORIA THRU 810-99-FIM
                  UNTIL STATUS-AUDITORIA = "10".
           MOVE "00" TO STATUS-AUDITORIA.
       800-99-FIM.
           EXIT.
      *----------------------------------------------------
       810-LE-AUDITORIA.
           READ AUDITORIA NEXT RECORD
               AT END
               MOVE "10" TO STATUS-AUDITORIA
               GO TO 810-99-FIM.
           IF PROGRAMA-AUDITORIA NOT = "TRABALHO" AND
              PROGRAMA-AUDITORIA NOT = "SUPERCLI"
              GO TO 810-99-FIM.
           MOVE "N" TO WS-ACHOU.
           MOVE IMAGEM-ANTES TO WS-IMAGEM-CLIENTE.
           PERFORM 820-MASCARA-IMAGEM THRU 820-99-FIM.
           MOVE WS-IMAGEM-CLIENTE TO IMAGEM-ANTES.
           MOVE IMAGEM-DEPOIS TO WS-IMAGEM-CLIENTE.
           PERFORM 820-MASCARA-IMAGEM THRU 820-99-FIM.
           MOVE WS-IMAGEM-CLIENTE TO IMAGEM-DEPOIS.
           IF WS-ACHOU = "S"
              REWRITE REG-AUDITORIA
              ADD 1 TO WS-TOTAL-AUD-MASC.
       810-99-FIM.
           EXIT.
      *----------------------------------------------------
       820-MASCARA-IMAGEM.
           IF IMG-NOME = WS-NOME-MASCARA
              GO TO 820-99-FIM.
           PERFORM 825-PROCURA-ANONIMIZADO THRU 825-99-FIM
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-QTD-ANON.
       820-99-FIM.
           EXIT.
      *----------------------------------------------------
       825-PROCURA-ANONIMIZADO.
           IF IMG-CONTA = ANON-CONTA (WS-IND) AND
              IMG-TIPOREG = ANON-PAPEL (WS-IND)
              MOVE WS-NOME-MASCARA TO IMG-NOME
              MOVE ZEROS TO IMG-DATANASC
              MOVE "S" TO WS-ACHOU
              MOVE WS-QTD-ANON TO WS-IND.
       825-99-FIM.
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
           STRING "REGISTROS ARQUIVADOS LIDOS : " DELIMITED BY SIZE
                  WS-TOTAL-LIDOS DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "JA ANONIMIZADOS ...........: " DELIMITED BY SIZE
                  WS-TOTAL-JA-ANON DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "ANONIMIZADOS POR PRAZO ....: " DELIMITED BY SIZE
                  WS-TOTAL-ANON-RET DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "RETIDOS (BLOQUEIO/PLD) ....: " DELIMITED BY SIZE
                  WS-TOTAL-RETIDOS DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "PEDIDOS ATENDIDOS .........: " DELIMITED BY SIZE
                  WS-TOTAL-PED-ATEND DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-TOTAL-ANON-PED DELIMITED BY SIZE
                  " REGISTROS)" DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "PEDIDOS RETIDOS ...........: " DELIMITED BY SIZE
                  WS-TOTAL-PED-RETID DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "AUDITORIAS MASCARADAS .....: " DELIMITED BY SIZE
                  WS-TOTAL-AUD-MASC DELIMITED BY SIZE
                  INTO WS-LINHA-RELATORIO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           DISPLAY "ANONIMIZADOS POR PRAZO ....: " WS-TOTAL-ANON-RET.
           DISPLAY "RETIDOS (BLOQUEIO/PLD) ....: " WS-TOTAL-RETIDOS.
           DISPLAY "PEDIDOS ATENDIDOS .........: " WS-TOTAL-PED-ATEND.
           DISPLAY "PEDIDOS RETIDOS ...........: " WS-TOTAL-PED-RETID.
           DISPLAY "DETALHE EM ANONIMIZ.TXT.".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA RETENCAO ---------***
