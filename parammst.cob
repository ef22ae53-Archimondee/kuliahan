       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PARAMMEST.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-PARAMETRO
               FILE STATUS IS STATUS-PARAMETROS.
           SELECT PARAMLOG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-PARAMLOG.
           SELECT OPERADORES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-OPERADOR
               FILE STATUS IS STATUS-OPERADORES.
       DATA DIVISION.
       FILE SECTION.
       COPY "parametr.cob".
      *
       COPY "paramlog.cob".
      *
       COPY "operador.cob".
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-PARAMETROS PIC X(02) VALUE "00".
           02  STATUS-PARAMLOG PIC X(02) VALUE "00".
           02  STATUS-OPERADORES PIC X(02) VALUE "00".
           02  OPCAO-MENU     PIC X(01).
           02  WS-PAUSA       PIC X(01).
           02  RESPOSTA       PIC X(01) VALUE SPACE.
           02  WS-INDICE      PIC 9(02) VALUE ZEROS.
           02  WS-TOTAL-CARGA PIC 9(02) VALUE ZEROS.
           02  WS-TOTAL-EXISTENTES PIC 9(02) VALUE ZEROS.
           02  WS-LINHA-TELA  PIC 9(02) VALUE ZEROS.
           02  WS-VALOR-ED    PIC ZZZ.ZZZ.ZZ9,99.
           02  WS-DATA-VALIDA PIC X(01) VALUE "N".
           02  WS-ACHOU-CODIGO PIC X(01) VALUE "N".
           02  WS-ACAO-LOG    PIC X(01) VALUE SPACE.
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-HORA.
           02  WS-HOR             PIC 9(02) VALUE ZEROS.
           02  WS-MIN             PIC 9(02) VALUE ZEROS.
           02  WS-SEG             PIC 9(02) VALUE ZEROS.
           02  WS-CSE             PIC 9(02) VALUE ZEROS.
       01  WS-DATA-VIG.
           02  WS-DIA-VIG         PIC 9(02) VALUE ZEROS.
           02  WS-MES-VIG         PIC 9(02) VALUE ZEROS.
           02  WS-ANO-VIG         PIC 9(04) VALUE ZEROS.
      *****  CHAVE E DESCRICAO DIGITADAS, E A IMAGEM ANTERIOR
      *****  DO REGISTRO PARA O LOG DE ALTERACOES
       01  WS-PARAM-DIGITADO.
           02  WS-CODIGO-DIG      PIC X(12) VALUE SPACES.
           02  WS-VIGENCIA-DIG    PIC 9(08) VALUE ZEROS.
           02  WS-DESCRICAO-ULT   PIC X(30) VALUE SPACES.
       01  WS-IMAGEM-ANTES.
           02  WS-VALOR-ANTES     PIC 9(09)V99 VALUE ZEROS.
           02  WS-DESCR-ANTES     PIC X(30) VALUE SPACES.
       01  WS-CONTROLE-ACESSO.
           02  WS-GATE-PROGRAMA PIC X(08) VALUE "PARAMMST".
           02  WS-GATE-PERFIL   PIC X(01) VALUE "A".
           02  WS-GATE-OPERADOR PIC X(04) VALUE SPACES.
           02  WS-GATE-OK       PIC X(01) VALUE "N".
      *----------------------------------------------------
      * PARAMETROS PADRAO: CODIGO, DESCRICAO E VALOR (COM 2
      * DECIMAIS) - OS VALORES ORIGINAIS DOS PROGRAMAS, COM
      * VIGENCIA DESDE 01/01/1900.
      *----------------------------------------------------
       01  PARAMETROS-PADRAO.
           02  FILLER PIC X(12) VALUE "LIMESPECIAL ".
           02  FILLER PIC X(30) VALUE "LIMITE CHEQUE ESPECIAL MOVIM  ".
           02  FILLER PIC X(11) VALUE "00000100000".
           02  FILLER PIC X(12) VALUE "TETOSAQUEDIA".
           02  FILLER PIC X(30) VALUE "TETO DE SAQUES NO DIA MOVIM   ".
           02  FILLER PIC X(11) VALUE "00000500000".
           02  FILLER PIC X(12) VALUE "TAXAJUROS   ".
           02  FILLER PIC X(30) VALUE "TAXA JUROS CONTA ESPECIAL %MES".
           02  FILLER PIC X(11) VALUE "00000000050".
           02  FILLER PIC X(12) VALUE "ALIQIRJUROS ".
           02  FILLER PIC X(30) VALUE "ALIQUOTA IR S/ JUROS %        ".
           02  FILLER PIC X(11) VALUE "00000001500".
           02  FILLER PIC X(12) VALUE "TARIFAESP   ".
           02  FILLER PIC X(30) VALUE "TARIFA MANUTENCAO ESPECIAL    ".
           02  FILLER PIC X(11) VALUE "00000002500".
           02  FILLER PIC X(12) VALUE "TARIFACOM   ".
           02  FILLER PIC X(30) VALUE "TARIFA MANUTENCAO COMUM       ".
           02  FILLER PIC X(11) VALUE "00000001200".
           02  FILLER PIC X(12) VALUE "PAJAKGAJI   ".
           02  FILLER PIC X(30) VALUE "PERSEN PAJAK GAJI %           ".
           02  FILLER PIC X(11) VALUE "00000000500".
           02  FILLER PIC X(12) VALUE "JAMSOSTEK   ".
           02  FILLER PIC X(30) VALUE "PERSEN JAMSOSTEK GAJI %       ".
           02  FILLER PIC X(11) VALUE "00000000200".
           02  FILLER PIC X(12) VALUE "IDADEMINIMA ".
           02  FILLER PIC X(30) VALUE "IDADE MINIMA ABERTURA CONTA   ".
           02  FILLER PIC X(11) VALUE "00000001800".
           02  FILLER PIC X(12) VALUE "NOTAAPROVA  ".
           02  FILLER PIC X(30) VALUE "MEDIA MINIMA DE APROVACAO     ".
           02  FILLER PIC X(11) VALUE "00000000700".
           02  FILLER PIC X(12) VALUE "NOTAEXAME   ".
           02  FILLER PIC X(30) VALUE "MEDIA MINIMA P/ PROVA FINAL   ".
           02  FILLER PIC X(11) VALUE "00000000400".
           02  FILLER PIC X(12) VALUE "BIAYAKUCING ".
           02  FILLER PIC X(30) VALUE "BIAYA PERAWATAN KUCING/HARI   ".
           02  FILLER PIC X(11) VALUE "00001500000".
           02  FILLER PIC X(12) VALUE "TOLREJCLI   ".
           02  FILLER PIC X(30) VALUE "TOLER. REJEITOS IMPORTACLI    ".
           02  FILLER PIC X(11) VALUE "00000000500".
           02  FILLER PIC X(12) VALUE "TOLREJMOV   ".
           02  FILLER PIC X(30) VALUE "TOLER. REJEITOS IMPORTAMOV    ".
           02  FILLER PIC X(11) VALUE "00000000500".
           02  FILLER PIC X(12) VALUE "TOLREJABSEN ".
           02  FILLER PIC X(30) VALUE "TOLER. REJEITOS IMPABSEN      ".
           02  FILLER PIC X(11) VALUE "00000001000".
           02  FILLER PIC X(12) VALUE "TOLREJFUNC  ".
           02  FILLER PIC X(30) VALUE "TOLER. REJEITOS EXERCICIO1    ".
           02  FILLER PIC X(11) VALUE "00000000000".
           02  FILLER PIC X(12) VALUE "TOLEXCCONC  ".
           02  FILLER PIC X(30) VALUE "TOLER. EXCECOES CONCILIACLI   ".
           02  FILLER PIC X(11) VALUE "00000000000".
           02  FILLER PIC X(12) VALUE "TOLEXCSALDO ".
           02  FILLER PIC X(30) VALUE "TOLER. EXCECOES CONCSALDO     ".
           02  FILLER PIC X(11) VALUE "00000000000".
           02  FILLER PIC X(12) VALUE "TOLESTORNO  ".
           02  FILLER PIC X(30) VALUE "TOLER. ESTORNOS Z-REPORT      ".
           02  FILLER PIC X(11) VALUE "00000001000".
           02  FILLER PIC X(12) VALUE "TOLERRLOG   ".
           02  FILLER PIC X(30) VALUE "TOLER. ERROS EM ERRLOG        ".
           02  FILLER PIC X(11) VALUE "00000000000".
           02  FILLER PIC X(12) VALUE "TARIFADEVCHQ".
           02  FILLER PIC X(30) VALUE "TARIFA DEVOLUCAO CHEQUE       ".
           02  FILLER PIC X(11) VALUE "00000001500".
           02  FILLER PIC X(12) VALUE "LIMSEMFUNDOS".
           02  FILLER PIC X(30) VALUE "LIMITE DEVOL. SEM FUNDOS      ".
           02  FILLER PIC X(11) VALUE "00000000300".
       01  TABELA-PADRAO REDEFINES PARAMETROS-PADRAO.
           02  PADRAO-OCORRENCIA  OCCURS 22 TIMES.
               03  PADRAO-CODIGO  PIC X(12).
               03  PADRAO-DESCRICAO PIC X(30).
               03  PADRAO-VALOR   PIC 9(09)V99.
       SCREEN SECTION.
       01  TELA-MENU.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 18  VALUE "*** PARAMETROS DO NEGOCIO ***".
           02  LINE  8 COLUMN 20  VALUE "1 - Incluir vigencia".
           02  LINE  9 COLUMN 20  VALUE "2 - Alterar vigencia futura".
           02  LINE 10 COLUMN 20  VALUE "3 - Excluir vigencia futura".
           02  LINE 11 COLUMN 20  VALUE "4 - Consultar historico".
           02  LINE 12 COLUMN 20  VALUE "5 - Carregar valores padrao".
           02  LINE 13 COLUMN 20  VALUE "6 - Sair".
           02  LINE 15 COLUMN 20  VALUE "Escolha uma opcao: ".
       01  TELA-PARAMETRO.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 20  VALUE "*** PARAMETRO DO NEGOCIO ***".
           02  LINE  6 COLUMN 07  VALUE "Codigo ................:".
           02  LINE  7 COLUMN 07  VALUE "Vigencia (AAAAMMDD) ...:".
           02  LINE  8 COLUMN 07  VALUE "Descricao .............:".
           02  LINE  9 COLUMN 07  VALUE "Valor .................:".
       01  TELA-HISTORICO.
           02  BLANK SCREEN.
           02  LINE  2 COLUMN 18  VALUE "*** HISTORICO PARAMETRO ***".
           02  LINE  4 COLUMN 07  VALUE "Codigo ................:".
           02  LINE  6 COLUMN 07  VALUE "VIGENCIA".
           02  LINE  6 COLUMN 20  VALUE "VALOR".
           02  LINE  6 COLUMN 33  VALUE "DESCRICAO".
           02  LINE  6 COLUMN 64  VALUE "OPER".
           02  LINE  6 COLUMN 69  VALUE "ALTERADO".
      *----------------------------------------------------
      * CADASTRO DOS PARAMETROS DO NEGOCIO (PARAMETR.DAT),
      * CHAVE CODIGO + DATA DE VIGENCIA. OS PROGRAMAS LEEM O
      * VALOR EM VIGOR NA DATA DE PROCESSAMENTO PELO PARAMVAL.
      * VIGENCIA JA EM VIGOR NAO SE ALTERA NEM SE EXCLUI -
      * MUDANCA DE VALOR E SEMPRE UMA NOVA VIGENCIA, A PARTIR
      * DE HOJE, PARA QUE O HISTORICO FIQUE PRESERVADO. TODA
      * INCLUSAO, ALTERACAO, EXCLUSAO E CARGA E REGISTRADA EM
      * PARAMLOG.DAT COM A IMAGEM ANTES E DEPOIS. SOMENTE O
      * PERFIL ADMINISTRADOR TEM ACESSO.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       000-CONTROLE-ACESSO.
           OPEN INPUT OPERADORES.
           IF STATUS-OPERADORES = "35"
              CLOSE OPERADORES
              GO TO 000-MENU.
           CLOSE OPERADORES.
           CALL "ACESSOVAL" USING WS-GATE-PROGRAMA WS-GATE-PERFIL
               WS-GATE-OPERADOR WS-GATE-OK.
           IF WS-GATE-OK NOT = "S"
              STOP RUN.
      *----------------------------------------------------
       000-MENU.
           OPEN I-O PARAMETROS.
           IF STATUS-PARAMETROS = "35"
              OPEN OUTPUT PARAMETROS
              CLOSE PARAMETROS
              OPEN I-O PARAMETROS.
           IF STATUS-PARAMETROS NOT = "00"
              DISPLAY (23, 14) "ERRO AO ABRIR PARAMETR.DAT. STATUS="
                      STATUS-PARAMETROS
              STOP RUN.
       001-MOSTRA-MENU.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-MENU.
           ACCEPT (15, 40) OPCAO-MENU WITH PROMPT.
           IF OPCAO-MENU = "1"
              GO TO 100-INCLUIR-VIGENCIA
           ELSE IF OPCAO-MENU = "2"
              GO TO 200-ALTERAR-VIGENCIA
           ELSE IF OPCAO-MENU = "3"
              GO TO 300-EXCLUIR-VIGENCIA
           ELSE IF OPCAO-MENU = "4"
              GO TO 400-CONSULTAR-HISTORICO
           ELSE IF OPCAO-MENU = "5"
              GO TO 500-CARGA-PADRAO
           ELSE IF OPCAO-MENU = "6"
              GO TO 999-FIM
           ELSE
              GO TO 001-MOSTRA-MENU.
      *----------------------------------------------------
       100-INCLUIR-VIGENCIA.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-PARAMETRO.
       110-RECEBE-CODIGO.
           MOVE SPACES TO WS-CODIGO-DIG.
           ACCEPT (06, 32) WS-CODIGO-DIG WITH PROMPT.
           IF WS-CODIGO-DIG = SPACES
              GO 110-RECEBE-CODIGO.
           PERFORM 600-ULTIMA-DESCRICAO THRU 600-99-FIM.
       115-RECEBE-VIGENCIA.
           ACCEPT (07, 32) WS-VIGENCIA-DIG WITH PROMPT.
           PERFORM 610-VALIDA-VIGENCIA THRU 610-99-FIM.
           IF WS-DATA-VALIDA NOT = "S"
              DISPLAY (23, 14) "DATA INVALIDA! Reinforme."
              GO 115-RECEBE-VIGENCIA.
           IF WS-VIGENCIA-DIG < WS-DATA-SISTEMA
              DISPLAY (23, 14) "VIGENCIA RETROATIVA NAO PERMITIDA!"
              GO 115-RECEBE-VIGENCIA.
           DISPLAY (23, 14) "                                  ".
           MOVE WS-CODIGO-DIG TO CODIGO-PARAM.
           MOVE WS-VIGENCIA-DIG TO VIGENCIA-PARAM.
           READ PARAMETROS
               INVALID KEY
               MOVE "23" TO STATUS-PARAMETROS.
           IF STATUS-PARAMETROS NOT = "23"
              DISPLAY (23, 14) "VIGENCIA JA CADASTRADA! USE ALTERAR."
              GO TO 900-AGUARDA-VOLTA.
           MOVE "00" TO STATUS-PARAMETROS.
           MOVE WS-CODIGO-DIG TO CODIGO-PARAM.
           MOVE WS-VIGENCIA-DIG TO VIGENCIA-PARAM.
           MOVE WS-DESCRICAO-ULT TO DESCRICAO-PARAM.
           MOVE ZEROS TO VALOR-PARAM.
       120-RECEBE-DADOS.
           DISPLAY (08, 32) DESCRICAO-PARAM.
           ACCEPT (08, 32) DESCRICAO-PARAM WITH PROMPT.
           IF DESCRICAO-PARAM = SPACES
              DISPLAY (23, 14) "DESCRICAO OBRIGATORIA!"
              GO 120-RECEBE-DADOS.
           DISPLAY (23, 14) "                      ".
           ACCEPT (09, 32) VALOR-PARAM WITH PROMPT.
           MOVE ZEROS TO WS-VALOR-ANTES.
           MOVE SPACES TO WS-DESCR-ANTES.
           PERFORM 620-CARIMBA-REGISTRO THRU 620-99-FIM.
           WRITE REG-PARAMETRO
               INVALID KEY
               DISPLAY (23, 14) "VIGENCIA JA CADASTRADA!"
               GO TO 900-AGUARDA-VOLTA.
           MOVE "I" TO WS-ACAO-LOG.
           PERFORM 800-GRAVA-LOG THRU 800-99-FIM.
           DISPLAY (23, 14) "VIGENCIA INCLUIDA COM SUCESSO!".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       200-ALTERAR-VIGENCIA.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-PARAMETRO.
           PERFORM 630-LOCALIZA-FUTURA THRU 630-99-FIM.
           IF STATUS-PARAMETROS NOT = "00"
              GO TO 900-AGUARDA-VOLTA.
           MOVE VALOR-PARAM TO WS-VALOR-ANTES.
           MOVE DESCRICAO-PARAM TO WS-DESCR-ANTES.
       220-RECEBE-NOVOS-DADOS.
           DISPLAY (08, 32) DESCRICAO-PARAM.
           ACCEPT (08, 32) DESCRICAO-PARAM WITH PROMPT.
           IF DESCRICAO-PARAM = SPACES
              DISPLAY (23, 14) "DESCRICAO OBRIGATORIA!"
              GO 220-RECEBE-NOVOS-DADOS.
           DISPLAY (23, 14) "                      ".
           MOVE VALOR-PARAM TO WS-VALOR-ED.
           DISPLAY (09, 50) "ATUAL: " WS-VALOR-ED.
           ACCEPT (09, 32) VALOR-PARAM WITH PROMPT.
           PERFORM 620-CARIMBA-REGISTRO THRU 620-99-FIM.
           REWRITE REG-PARAMETRO
               INVALID KEY
               DISPLAY (23, 14) "ERRO AO REGRAVAR PARAMETR.DAT!"
               GO TO 900-AGUARDA-VOLTA.
           MOVE "A" TO WS-ACAO-LOG.
           PERFORM 800-GRAVA-LOG THRU 800-99-FIM.
           DISPLAY (23, 14) "VIGENCIA ALTERADA COM SUCESSO!".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       300-EXCLUIR-VIGENCIA.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-PARAMETRO.
           PERFORM 630-LOCALIZA-FUTURA THRU 630-99-FIM.
           IF STATUS-PARAMETROS NOT = "00"
              GO TO 900-AGUARDA-VOLTA.
           MOVE VALOR-PARAM TO WS-VALOR-ANTES.
           MOVE DESCRICAO-PARAM TO WS-DESCR-ANTES.
           DISPLAY (08, 32) DESCRICAO-PARAM.
           MOVE VALOR-PARAM TO WS-VALOR-ED.
           DISPLAY (09, 32) WS-VALOR-ED.
           DISPLAY (23, 14) "CONFIRMA A EXCLUSAO? (S/N) ".
           ACCEPT (23, 42) RESPOSTA.
           IF RESPOSTA NOT = "S" AND RESPOSTA NOT = "s"
              DISPLAY (23, 14) "EXCLUSAO CANCELADA.          "
              GO TO 900-AGUARDA-VOLTA.
           DELETE PARAMETROS
               INVALID KEY
               DISPLAY (23, 14) "ERRO AO EXCLUIR DE PARAMETR.DAT!"
               GO TO 900-AGUARDA-VOLTA.
           MOVE ZEROS TO VALOR-PARAM.
           MOVE SPACES TO DESCRICAO-PARAM.
           MOVE "E" TO WS-ACAO-LOG.
           PERFORM 800-GRAVA-LOG THRU 800-99-FIM.
           DISPLAY (23, 14) "VIGENCIA EXCLUIDA COM SUCESSO! ".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       400-CONSULTAR-HISTORICO.
           DISPLAY (01, 01) ERASE.
           DISPLAY TELA-HISTORICO.
       410-RECEBE-CODIGO-CONSULTA.
           MOVE SPACES TO WS-CODIGO-DIG.
           ACCEPT (04, 32) WS-CODIGO-DIG WITH PROMPT.
           IF WS-CODIGO-DIG = SPACES
              GO 410-RECEBE-CODIGO-CONSULTA.
           MOVE 7 TO WS-LINHA-TELA.
           MOVE WS-CODIGO-DIG TO CODIGO-PARAM.
           MOVE ZEROS TO VIGENCIA-PARAM.
           START PARAMETROS KEY IS NOT LESS THAN CHAVE-PARAMETRO
               INVALID KEY
               MOVE "10" TO STATUS-PARAMETROS.
           IF STATUS-PARAMETROS NOT = "10"
              MOVE "00" TO STATUS-PARAMETROS
              PERFORM 420-MOSTRA-VIGENCIA THRU 420-99-FIM
                  UNTIL STATUS-PARAMETROS = "10".
           MOVE "00" TO STATUS-PARAMETROS.
           IF WS-LINHA-TELA = 7
              DISPLAY (08, 07) "NENHUMA VIGENCIA PARA O CODIGO.".
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       420-MOSTRA-VIGENCIA.
           READ PARAMETROS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-PARAMETROS
               GO TO 420-99-FIM.
           IF CODIGO-PARAM NOT = WS-CODIGO-DIG
              MOVE "10" TO STATUS-PARAMETROS
              GO TO 420-99-FIM.
           IF WS-LINHA-TELA > 21
              MOVE "10" TO STATUS-PARAMETROS
              GO TO 420-99-FIM.
           MOVE VALOR-PARAM TO WS-VALOR-ED.
           DISPLAY (WS-LINHA-TELA, 07) VIGENCIA-PARAM.
           DISPLAY (WS-LINHA-TELA, 16) WS-VALOR-ED.
           DISPLAY (WS-LINHA-TELA, 33) DESCRICAO-PARAM.
           DISPLAY (WS-LINHA-TELA, 64) OPERADOR-PARAM.
           DISPLAY (WS-LINHA-TELA, 69) DATA-ALTER-PARAM.
           ADD 1 TO WS-LINHA-TELA.
       420-99-FIM.
           EXIT.
      *----------------------------------------------------
       500-CARGA-PADRAO.
           DISPLAY (01, 01) ERASE.
           DISPLAY (02, 18) "*** CARGA DOS PARAMETROS PADRAO ***".
           MOVE ZEROS TO WS-TOTAL-CARGA.
           MOVE ZEROS TO WS-TOTAL-EXISTENTES.
           PERFORM 510-GRAVA-PADRAO THRU 510-99-FIM
               VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > 22.
           DISPLAY (06, 07) "PARAMETROS INCLUIDOS ..: " WS-TOTAL-CARGA.
           DISPLAY (07, 07) "JA EXISTENTES .........: "
                   WS-TOTAL-EXISTENTES.
           GO TO 900-AGUARDA-VOLTA.
      *----------------------------------------------------
       510-GRAVA-PADRAO.
           MOVE PADRAO-CODIGO (WS-INDICE) TO CODIGO-PARAM.
           MOVE 19000101 TO VIGENCIA-PARAM.
           MOVE PADRAO-DESCRICAO (WS-INDICE) TO DESCRICAO-PARAM.
           MOVE PADRAO-VALOR (WS-INDICE) TO VALOR-PARAM.
           PERFORM 620-CARIMBA-REGISTRO THRU 620-99-FIM.
           WRITE REG-PARAMETRO
               INVALID KEY
               ADD 1 TO WS-TOTAL-EXISTENTES
               GO TO 510-99-FIM.
           ADD 1 TO WS-TOTAL-CARGA.
           MOVE ZEROS TO WS-VALOR-ANTES.
           MOVE SPACES TO WS-DESCR-ANTES.
           MOVE "C" TO WS-ACAO-LOG.
           PERFORM 800-GRAVA-LOG THRU 800-99-FIM.
       510-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  DESCRICAO DA ULTIMA VIGENCIA DO CODIGO, SUGERIDA
      *****  NA INCLUSAO DE UMA NOVA VIGENCIA
       600-ULTIMA-DESCRICAO.
           MOVE SPACES TO WS-DESCRICAO-ULT.
           MOVE "N" TO WS-ACHOU-CODIGO.
           MOVE WS-CODIGO-DIG TO CODIGO-PARAM.
           MOVE ZEROS TO VIGENCIA-PARAM.
           START PARAMETROS KEY IS NOT LESS THAN CHAVE-PARAMETRO
               INVALID KEY
               MOVE "10" TO STATUS-PARAMETROS.
           IF STATUS-PARAMETROS NOT = "10"
              MOVE "00" TO STATUS-PARAMETROS
              PERFORM 601-LE-DESCRICAO THRU 601-99-FIM
                  UNTIL STATUS-PARAMETROS = "10".
           MOVE "00" TO STATUS-PARAMETROS.
           IF WS-ACHOU-CODIGO NOT = "S"
              DISPLAY (23, 14) "CODIGO NOVO.                        ".
       600-99-FIM.
           EXIT.
      *----------------------------------------------------
       601-LE-DESCRICAO.
           READ PARAMETROS NEXT RECORD
               AT END
               MOVE "10" TO STATUS-PARAMETROS
               GO TO 601-99-FIM.
           IF CODIGO-PARAM NOT = WS-CODIGO-DIG
              MOVE "10" TO STATUS-PARAMETROS
              GO TO 601-99-FIM.
           MOVE DESCRICAO-PARAM TO WS-DESCRICAO-ULT.
           MOVE "S" TO WS-ACHOU-CODIGO.
       601-99-FIM.
           EXIT.
      *----------------------------------------------------
       610-VALIDA-VIGENCIA.
           MOVE WS-VIGENCIA-DIG (7:2) TO WS-DIA-VIG.
           MOVE WS-VIGENCIA-DIG (5:2) TO WS-MES-VIG.
           MOVE WS-VIGENCIA-DIG (1:4) TO WS-ANO-VIG.
           CALL "DATAVAL" USING WS-DATA-VIG WS-DATA-VALIDA.
       610-99-FIM.
           EXIT.
      *----------------------------------------------------
       620-CARIMBA-REGISTRO.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-GATE-OPERADOR TO OPERADOR-PARAM.
           MOVE WS-DATA-SISTEMA TO DATA-ALTER-PARAM.
           COMPUTE HORA-ALTER-PARAM = WS-HOR * 10000
               + WS-MIN * 100 + WS-SEG.
       620-99-FIM.
           EXIT.
      *----------------------------------------------------
      *****  SO A VIGENCIA AINDA NAO INICIADA PODE SER ALTERADA
      *****  OU EXCLUIDA. STATUS "00" = REGISTRO LIDO E LIBERADO
       630-LOCALIZA-FUTURA.
           MOVE SPACES TO WS-CODIGO-DIG.
           ACCEPT (06, 32) WS-CODIGO-DIG WITH PROMPT.
           ACCEPT (07, 32) WS-VIGENCIA-DIG WITH PROMPT.
           MOVE WS-CODIGO-DIG TO CODIGO-PARAM.
           MOVE WS-VIGENCIA-DIG TO VIGENCIA-PARAM.
           READ PARAMETROS
               INVALID KEY
               DISPLAY (23, 14) "VIGENCIA NAO ENCONTRADA!"
               MOVE "23" TO STATUS-PARAMETROS
               GO TO 630-99-FIM.
           IF VIGENCIA-PARAM NOT > WS-DATA-SISTEMA
              DISPLAY (23, 14) "VIGENCIA JA EM VIGOR - INCLUA UMA NOVA."
              MOVE "99" TO STATUS-PARAMETROS
              GO TO 630-99-FIM.
           MOVE "00" TO STATUS-PARAMETROS.
       630-99-FIM.
           EXIT.
      *----------------------------------------------------
       800-GRAVA-LOG.
           ACCEPT WS-HORA FROM TIME.
           OPEN EXTEND PARAMLOG.
           IF STATUS-PARAMLOG = "35"
              OPEN OUTPUT PARAMLOG
              CLOSE PARAMLOG
              OPEN EXTEND PARAMLOG.
           IF STATUS-PARAMLOG NOT = "00"
              DISPLAY (22, 14) "ERRO AO ABRIR PARAMLOG.DAT. STATUS="
                      STATUS-PARAMLOG
              GO TO 800-99-FIM.
           MOVE SPACES TO REG-PARAMLOG.
           MOVE WS-DATA-SISTEMA TO DATA-PLG.
           COMPUTE HORA-PLG = WS-HOR * 10000
               + WS-MIN * 100 + WS-SEG.
           MOVE WS-GATE-OPERADOR TO OPERADOR-PLG.
           MOVE WS-ACAO-LOG TO ACAO-PLG.
           MOVE CODIGO-PARAM TO CODIGO-PLG.
           MOVE VIGENCIA-PARAM TO VIGENCIA-PLG.
           MOVE WS-VALOR-ANTES TO VALOR-ANTES-PLG.
           MOVE VALOR-PARAM TO VALOR-DEPOIS-PLG.
           MOVE WS-DESCR-ANTES TO DESCR-ANTES-PLG.
           MOVE DESCRICAO-PARAM TO DESCR-DEPOIS-PLG.
           WRITE REG-PARAMLOG.
           CLOSE PARAMLOG.
       800-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-AGUARDA-VOLTA.
           DISPLAY (24, 14) "Pressione ENTER para voltar ao menu.".
           ACCEPT (24, 55) WS-PAUSA.
           GO TO 001-MOSTRA-MENU.
      *----------------------------------------------------
       999-FIM.
           CLOSE PARAMETROS.
           DISPLAY (01, 01) ERASE.
           STOP RUN.
      ***---------- FIM DO PROGRAMA PARAMMEST ---------***
