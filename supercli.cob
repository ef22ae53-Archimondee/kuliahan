               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-AUDITORIA
               FILE STATUS IS STATUS-AUDITORIA.
           SELECT HISTAGENCIA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-HISTAGENCIA
               FILE STATUS IS STATUS-HISTAGENCIA.
           SELECT CONTAAGENCIA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-AGC
               FILE STATUS IS STATUS-CONTAAGEN.
       DATA DIVISION.
       FILE SECTION.
       COPY "layout.cob".
       COPY "pendalt.cob".
      *
       COPY "auditcli.cob".
      *
       COPY "agchist.cob".
      *
       COPY "agconta.cob".
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-TOTAL-PENDENTES PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-APROVADAS PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-REJEITADAS PIC 9(05) VALUE ZEROS.
           02  STATUS-HISTAGENCIA PIC X(02) VALUE "00".
           02  STATUS-CONTAAGEN   PIC X(02) VALUE "00".
           02  WS-TOTAL-TRANSF    PIC 9(05) VALUE ZEROS.
           02  WS-TRANSF-APROVADAS PIC 9(05) VALUE ZEROS.
           02  WS-TRANSF-REJEITADAS PIC 9(05) VALUE ZEROS.
           02  WS-AGENCIA-ATUAL   PIC 9(03) VALUE ZEROS.
           02  WS-TEM-AGCONTA     PIC X(01) VALUE "N".
       01  WS-CONTROLE-ACESSO.
           02  WS-GATE-PROGRAMA   PIC X(08) VALUE "SUPERCLI".
           02  WS-GATE-PERFIL     PIC X(01) VALUE "S".
           02  WS-GATE-OPERADOR   PIC X(04) VALUE SPACES.
           02  WS-GATE-OK         PIC X(01) VALUE "N".
       01  WS-TRAVA.
           02  WS-TRAVA-FUNCAO    PIC X(01) VALUE SPACE.
           02  WS-TRAVA-CONTA     PIC 9(05) VALUE ZEROS.
           02  WS-TRAVA-PROGRAMA  PIC X(08) VALUE "SUPERCLI".
           02  WS-TRAVA-OPERADOR  PIC X(04) VALUE SPACES.
           02  WS-TRAVA-RESULTADO PIC X(01) VALUE "N".
           02  WS-TRAVA-DONO-OPER PIC X(04) VALUE SPACES.
           02  WS-TRAVA-DONO-PROG PIC X(08) VALUE SPACES.
           02  WS-TRAVA-DONO-CONTA PIC 9(05) VALUE ZEROS.
       01  WS-CHAMADA-ERRO.
           02  WS-ERR-PROGRAMA PIC X(10) VALUE "SUPERCLI".
           02  WS-ERR-ARQUIVO  PIC X(12) VALUE SPACES.
           02  WS-ERR-ACAO     PIC X(01) VALUE "S".
       01  WS-AUDITORIA.
           02  WS-IMAGEM-ANTES    PIC X(87) VALUE SPACES.
           02  WS-IMAGEM-DEPOIS   PIC X(87) VALUE SPACES.
           02  WS-CONTA-AUDITORIA PIC 9(05) VALUE ZEROS.
           02  WS-SEQ-AUDITORIA   PIC 9(05) VALUE ZEROS.
           02  WS-DATA-SISTEMA    PIC 9(08) VALUE ZEROS.
       01  WS-HORA.
           IF WS-GATE-OK NOT = "S"
              GO TO 999-FIM.
           OPEN I-O PENDALTER.
           IF STATUS-PENDALTER = "35"
              GO TO 060-LE-TRANSFERENCIAS.
           IF STATUS-PENDALTER NOT = "00"
              DISPLAY "NAO FOI POSSIVEL ABRIR PENDALT.DAT. STATUS="
                      STATUS-PENDALTER
                  UNTIL STATUS-PENDALTER = "10".
           CLOSE PENDALTER.
           CLOSE CLIENTES.
           GO TO 060-LE-TRANSFERENCIAS.
      *----------------------------------------------------
       020-PROCESSA-PENDENCIA.
           READ PENDALTER NEXT RECORD
           EXIT.
      *----------------------------------------------------
       030-APLICA-ALTERACAO.
           MOVE "T" TO WS-TRAVA-FUNCAO.
           MOVE CONTA-PENDENCIA TO WS-TRAVA-CONTA.
           MOVE WS-GATE-OPERADOR TO WS-TRAVA-OPERADOR.
           CALL "TRAVACLI" USING WS-TRAVA.
           IF WS-TRAVA-RESULTADO = "O"
              DISPLAY "  CONTA EM USO PELO OPERADOR " WS-TRAVA-DONO-OPER
                      " (" WS-TRAVA-DONO-PROG ")! PENDENCIA MANTIDA."
              GO TO 030-99-FIM.
           IF WS-TRAVA-RESULTADO = "L"
              DISPLAY "  LOTE " WS-TRAVA-DONO-PROG
                      " EM EXECUCAO! PENDENCIA MANTIDA."
              GO TO 030-99-FIM.
           IF WS-TRAVA-RESULTADO NOT = "S"
              DISPLAY "  CONTROLE DE TRAVAS INDISPONIVEL! PENDENCIA "
                      "MANTIDA."
              GO TO 030-99-FIM.
           PERFORM 031-GRAVA-ALTERACAO THRU 031-99-FIM.
           MOVE "L" TO WS-TRAVA-FUNCAO.
           CALL "TRAVACLI" USING WS-TRAVA.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       031-GRAVA-ALTERACAO.
           MOVE CONTA-PENDENCIA TO CONTACORRENTE.
           READ CLIENTES
               INVALID KEY
               DISPLAY "  CONTA NAO ENCONTRADA! PENDENCIA MANTIDA."
               GO TO 031-99-FIM.
           IF CONTA-ENCERRADA
              DISPLAY "  CONTA FOI ENCERRADA APOS A CAPTURA!"
              PERFORM 040-REJEITA-ALTERACAO THRU 040-99-FIM
              GO TO 031-99-FIM.
      *****  CADASTRO MUDOU DEPOIS DA CAPTURA - NAO SOBREPOE
           IF NOMECLIENTE NOT = NOME-ANTIGO OR
              DATANASCIMENT NOT = DATANASC-ANTIGO OR
              SEXOCLIENTE NOT = SEXO-ANTIGO OR
              PARENTESCO NOT = PARENTESCO-ANTIGO
              DISPLAY "  CADASTRO ALTERADO APOS A CAPTURA!"
              PERFORM 040-REJEITA-ALTERACAO THRU 040-99-FIM
              GO TO 031-99-FIM.
           MOVE REG-CLIENTE     TO WS-IMAGEM-ANTES.
           MOVE CONTACORRENTE   TO WS-CONTA-AUDITORIA.
           MOVE NOME-NOVO       TO NOMECLIENTE.
           MOVE DATANASC-NOVO   TO DATANASCIMENT.
           MOVE SEXO-NOVO       TO SEXOCLIENTE.
                  WS-ERR-ARQUIVO WS-ERR-OPERACAO
                  WS-ERR-STATUS WS-ERR-ACAO
              MOVE "00" TO STATUS-CLIENTES
              GO TO 031-99-FIM.
           MOVE REG-CLIENTE     TO WS-IMAGEM-DEPOIS.
           PERFORM 050-GRAVA-AUDITORIA THRU 050-99-FIM.
           MOVE "A" TO SITUACAO-PENDENCIA.
           REWRITE REG-PENDALTER.
           ADD 1 TO WS-TOTAL-APROVADAS.
           DISPLAY "  ALTERACAO APLICADA.".
       031-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-GRAVA-AUDITORIA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           COMPUTE SEQ-AUDITORIA = WS-SEQ-AUDITORIA + 1.
           MOVE WS-CONTA-AUDITORIA TO CONTA-AUDITORIA.
           MOVE WS-DATA-SISTEMA (7:2) TO DIA-AUDIT.
           MOVE WS-DATA-SISTEMA (5:2) TO MES-AUDIT.
           MOVE WS-DATA-SISTEMA (1:4) TO ANO-AUDIT.
           MOVE WS-SEG TO SEG-AUDIT.
           MOVE "SUPERCLI" TO PROGRAMA-AUDITORIA.
           MOVE WS-IMAGEM-ANTES TO IMAGEM-ANTES.
           MOVE WS-IMAGEM-DEPOIS TO IMAGEM-DEPOIS.
           WRITE REG-AUDITORIA
               INVALID KEY
               DISPLAY "  ERRO AO GRAVAR AUDITORIA. STATUS="
           DISPLAY "  ALTERACAO REJEITADA.".
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  TRANSFERENCIAS DE AGENCIA PEDIDAS NO TRABALHO. A
      *****  APROVADA PASSA A VALER NO HISTORICO A PARTIR DA DATA
      *****  DE VIGENCIA E ATUALIZA A AGENCIA ATUAL (AGCONTA.DAT)
       060-LE-TRANSFERENCIAS.
           OPEN I-O HISTAGENCIA.
           IF STATUS-HISTAGENCIA NOT = "00"
              GO TO 900-IMPRIME-TOTAIS.
           OPEN I-O CONTAAGENCIA.
           IF STATUS-CONTAAGEN = "35"
              OPEN OUTPUT CONTAAGENCIA
              CLOSE CONTAAGENCIA
              OPEN I-O CONTAAGENCIA.
           IF STATUS-CONTAAGEN NOT = "00"
              DISPLAY "NAO FOI POSSIVEL ABRIR AGCONTA.DAT. STATUS="
                      STATUS-CONTAAGEN
              CLOSE HISTAGENCIA
              GO TO 900-IMPRIME-TOTAIS.
           MOVE ZEROS TO CONTA-HAG.
           MOVE ZEROS TO INICIO-HAG.
           START HISTAGENCIA KEY IS NOT LESS THAN CHAVE-HISTAGENCIA
               INVALID KEY
               MOVE "10" TO STATUS-HISTAGENCIA.
           IF STATUS-HISTAGENCIA NOT = "10"
              MOVE "00" TO STATUS-HISTAGENCIA
              PERFORM 070-PROCESSA-TRANSFERENCIA THRU 070-99-FIM
                  UNTIL STATUS-HISTAGENCIA = "10".
           CLOSE HISTAGENCIA.
           CLOSE CONTAAGENCIA.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       070-PROCESSA-TRANSFERENCIA.
           READ HISTAGENCIA NEXT RECORD
               AT END
               MOVE "10" TO STATUS-HISTAGENCIA
               GO TO 070-99-FIM.
           IF NOT HAG-PENDENTE
              GO TO 070-99-FIM.
           ADD 1 TO WS-TOTAL-TRANSF.
           DISPLAY "------------------------------------------------".
           DISPLAY "TRANSFERENCIA DE AGENCIA - CONTA " CONTA-HAG
                   " - OPERADOR " OPERADOR-HAG.
           DISPLAY "  AGENCIA ATUAL/NOVA : " AGENCIA-ANT-HAG
                   " / " AGENCIA-HAG.
           DISPLAY "  VIGENTE A PARTIR DE: " INICIO-HAG (7:2) "/"
                   INICIO-HAG (5:2) "/" INICIO-HAG (1:4).
       070-05-PERGUNTA.
           DISPLAY "  (A)PROVAR (R)EJEITAR (P)ULAR ? ".
           ACCEPT RESPOSTA.
           IF RESPOSTA = "A" OR RESPOSTA = "a"
              PERFORM 080-APLICA-TRANSFERENCIA THRU 080-99-FIM
           ELSE IF RESPOSTA = "R" OR RESPOSTA = "r"
              PERFORM 090-REJEITA-TRANSFERENCIA THRU 090-99-FIM
           ELSE IF RESPOSTA = "P" OR RESPOSTA = "p"
              NEXT SENTENCE
           ELSE
              GO TO 070-05-PERGUNTA.
       070-99-FIM.
           EXIT.
      *----------------------------------------------------
       080-APLICA-TRANSFERENCIA.
           MOVE "T" TO WS-TRAVA-FUNCAO.
           MOVE CONTA-HAG TO WS-TRAVA-CONTA.
           MOVE WS-GATE-OPERADOR TO WS-TRAVA-OPERADOR.
           CALL "TRAVACLI" USING WS-TRAVA.
           IF WS-TRAVA-RESULTADO = "O"
              DISPLAY "  CONTA EM USO PELO OPERADOR " WS-TRAVA-DONO-OPER
                      " (" WS-TRAVA-DONO-PROG ")! PEDIDO MANTIDO."
              GO TO 080-99-FIM.
           IF WS-TRAVA-RESULTADO = "L"
              DISPLAY "  LOTE " WS-TRAVA-DONO-PROG
                      " EM EXECUCAO! PEDIDO MANTIDO."
              GO TO 080-99-FIM.
           IF WS-TRAVA-RESULTADO NOT = "S"
              DISPLAY "  CONTROLE DE TRAVAS INDISPONIVEL! PEDIDO "
                      "MANTIDO."
              GO TO 080-99-FIM.
           PERFORM 081-GRAVA-TRANSFERENCIA THRU 081-99-FIM.
           MOVE "L" TO WS-TRAVA-FUNCAO.
           CALL "TRAVACLI" USING WS-TRAVA.
       080-99-FIM.
           EXIT.
      *----------------------------------------------------
       081-GRAVA-TRANSFERENCIA.
           MOVE "S" TO WS-TEM-AGCONTA.
           MOVE CONTA-HAG TO CONTA-AGC.
           READ CONTAAGENCIA
               INVALID KEY
               MOVE "N" TO WS-TEM-AGCONTA
               MOVE ZEROS TO AGENCIA-AGC.
           MOVE AGENCIA-AGC TO WS-AGENCIA-ATUAL.
      *****  AGENCIA MUDOU DEPOIS DO PEDIDO - NAO SOBREPOE
           IF WS-AGENCIA-ATUAL NOT = AGENCIA-ANT-HAG
              DISPLAY "  AGENCIA ALTERADA APOS O PEDIDO!"
              PERFORM 090-REJEITA-TRANSFERENCIA THRU 090-99-FIM
              GO TO 081-99-FIM.
           MOVE CONTA-HAG TO CONTA-AGC.
           MOVE AGENCIA-HAG TO AGENCIA-AGC.
           IF WS-TEM-AGCONTA = "S"
              REWRITE REG-CONTAAGENCIA
           ELSE
              WRITE REG-CONTAAGENCIA.
           IF STATUS-CONTAAGEN NOT = "00"
              MOVE "AGCONTA.DAT" TO WS-ERR-ARQUIVO
              MOVE "REWRITE" TO WS-ERR-OPERACAO
              MOVE STATUS-CONTAAGEN TO WS-ERR-STATUS
              CALL "GRAVAERR" USING WS-ERR-PROGRAMA
                  WS-ERR-ARQUIVO WS-ERR-OPERACAO
                  WS-ERR-STATUS WS-ERR-ACAO
              MOVE "00" TO STATUS-CONTAAGEN
              GO TO 081-99-FIM.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE "A" TO SITUACAO-HAG.
           MOVE WS-GATE-OPERADOR TO SUPERVISOR-HAG.
           MOVE WS-DATA-SISTEMA TO DATA-APROVA-HAG.
           REWRITE REG-HISTAGENCIA.
           MOVE CONTA-HAG TO WS-CONTA-AUDITORIA.
           MOVE SPACES TO WS-IMAGEM-ANTES.
           STRING "TRANSFERENCIA DE AGENCIA - ANTERIOR: "
                  DELIMITED BY SIZE
                  AGENCIA-ANT-HAG DELIMITED BY SIZE
                  " OPERADOR: " DELIMITED BY SIZE
                  OPERADOR-HAG DELIMITED BY SIZE
                  INTO WS-IMAGEM-ANTES.
           MOVE SPACES TO WS-IMAGEM-DEPOIS.
           STRING "NOVA AGENCIA: " DELIMITED BY SIZE
                  AGENCIA-HAG DELIMITED BY SIZE
                  " VIGENTE DESDE: " DELIMITED BY SIZE
                  INICIO-HAG DELIMITED BY SIZE
                  INTO WS-IMAGEM-DEPOIS.
           PERFORM 050-GRAVA-AUDITORIA THRU 050-99-FIM.
           ADD 1 TO WS-TRANSF-APROVADAS.
           DISPLAY "  TRANSFERENCIA APLICADA.".
       081-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-REJEITA-TRANSFERENCIA.
           MOVE "R" TO SITUACAO-HAG.
           MOVE WS-GATE-OPERADOR TO SUPERVISOR-HAG.
           REWRITE REG-HISTAGENCIA.
           ADD 1 TO WS-TRANSF-REJEITADAS.
           DISPLAY "  TRANSFERENCIA REJEITADA.".
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           DISPLAY "------------------------------------------------".
                   WS-TOTAL-APROVADAS.
           DISPLAY "ALTERACOES REJEITADAS ......: "
                   WS-TOTAL-REJEITADAS.
           DISPLAY "TRANSFERENCIAS EXAMINADAS ..: "
                   WS-TOTAL-TRANSF.
           DISPLAY "TRANSFERENCIAS APROVADAS ...: "
                   WS-TRANSF-APROVADAS.
           DISPLAY "TRANSFERENCIAS REJEITADAS ..: "
                   WS-TRANSF-REJEITADAS.
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
