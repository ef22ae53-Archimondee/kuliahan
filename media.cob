           SELECT MEDIAIN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-MEDIAIN.
           SELECT MEDIAREL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-MEDIAREL.
       DATA DIVISION.
       FILE SECTION.
       FD  MEDIALOG
       01  REG-MEDIAIN-VALOR REDEFINES REG-MEDIAIN.
           02  MED-VALOR               PIC 9(05)V99.
           02  FILLER                  PIC X(73).
       FD  MEDIAREL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MEDIAREL.TXT".
       01  REG-MEDIAREL                PIC X(80).
       WORKING-STORAGE SECTION.
       77  STATUS-MEDIALOG PIC X(02) VALUE "00".
       77  STATUS-MEDIAIN  PIC X(02) VALUE "00".
       77  STATUS-MEDIAREL PIC X(02) VALUE "00".
       77  WS-MODO         PIC X(01).
       77  WS-LINHA-MEDIA  PIC X(80).
       01  CONTROLES-LOTE.
       77  WS-NUMERO-ED    PIC ZZ.ZZ9,99.
       77  WS-INDICE-LOG   PIC 9(02) VALUE ZEROS.
       77  WS-INDICE-LOG-ED PIC Z9.
       01  ESTATISTICAS.
           02  EST-N             PIC 9(07) VALUE ZEROS.
           02  EST-SOMA          PIC 9(09)V99 VALUE ZEROS.
           02  EST-SOMA-QUAD     PIC 9(15)V99 VALUE ZEROS.
           02  EST-MEDIANA       PIC 9(05)V99 VALUE ZEROS.
           02  EST-Q1            PIC 9(05)V99 VALUE ZEROS.
           02  EST-Q3            PIC 9(05)V99 VALUE ZEROS.
           02  EST-MODA          PIC 9(05)V99 VALUE ZEROS.
           02  EST-FREQ-MODA     PIC 9(03) VALUE ZEROS.
           02  EST-QTD-MODAS     PIC 9(03) VALUE ZEROS.
           02  EST-VARIANCIA     PIC S9(11)V99 VALUE ZEROS.
           02  EST-DESVIO        PIC 9(05)V99 VALUE ZEROS.
           02  EST-AMPLITUDE     PIC 9(05)V99 VALUE ZEROS.
           02  EST-ESTOURO       PIC X(01) VALUE "N".
           02  EST-MODA-TEXTO    PIC X(20) VALUE SPACES.
       01  CALCULO-ESTATISTICAS.
           02  EST-I             PIC 9(04) VALUE ZEROS.
           02  EST-J             PIC 9(04) VALUE ZEROS.
           02  EST-J1            PIC 9(04) VALUE ZEROS.
           02  EST-K             PIC 9(04) VALUE ZEROS.
           02  EST-AUX           PIC 9(05)V99 VALUE ZEROS.
           02  EST-PERCENTIL     PIC 9(03) VALUE ZEROS.
           02  EST-POSICAO       PIC 9(04)V9(04) VALUE ZEROS.
           02  EST-FRACAO        PIC 9(01)V9(04) VALUE ZEROS.
           02  EST-QUARTIL       PIC 9(05)V99 VALUE ZEROS.
           02  EST-VALOR-RUN     PIC 9(05)V99 VALUE ZEROS.
           02  EST-QTD-RUN       PIC 9(03) VALUE ZEROS.
           02  EST-LARGURA       PIC 9(05)V9(04) VALUE ZEROS.
           02  EST-LIM-INF       PIC 9(05)V99 VALUE ZEROS.
           02  EST-LIM-SUP       PIC 9(05)V99 VALUE ZEROS.
           02  EST-MAIOR-FREQ    PIC 9(03) VALUE ZEROS.
           02  EST-BARRA         PIC 9(02) VALUE ZEROS.
       01  TABELA-VALORES.
           02  WS-QTD-TAB        PIC 9(03) VALUE ZEROS.
           02  VALOR-TAB         PIC 9(05)V99 OCCURS 999 TIMES.
       01  TABELA-CLASSES.
           02  WS-CLASSES        PIC 9(02) VALUE 5.
           02  CLASSE-FREQ       PIC 9(03) OCCURS 20 TIMES.
       01  TABELA-COMPARATIVO.
           02  WS-QTD-COMP       PIC 9(03) VALUE ZEROS.
           02  COMP-OCORRENCIA   OCCURS 100 TIMES.
               03  COMP-NOME     PIC X(20).
               03  COMP-QTD      PIC 9(05).
               03  COMP-MEDIA    PIC 9(05)V99.
               03  COMP-MEDIANA  PIC 9(05)V99.
               03  COMP-DESVIO   PIC 9(05)V99.
               03  COMP-MENOR    PIC 9(05)V99.
               03  COMP-MAIOR    PIC 9(05)V99.
       77  WS-ESTAT-ED-1   PIC ZZ.ZZ9,99.
       77  WS-ESTAT-ED-2   PIC ZZ.ZZ9,99.
       77  WS-ESTAT-ED-3   PIC ZZ.ZZ9,99.
       77  WS-ESTAT-ED-4   PIC ZZ.ZZ9,99.
       77  WS-ESTAT-ED-5   PIC ZZ.ZZ9,99.
       77  WS-VARIANCIA-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-FREQ-ED      PIC ZZZ9.
       77  WS-CLASSES-ED   PIC Z9.
       77  WS-BARRA-CHEIA  PIC X(40) VALUE ALL "*".
       01  VNUMERO.
           02  NUMERO  PIC 9(05)V99 OCCURS 60 TIMES.
       77  C           PIC 9(02) VALUE 0.
           02 LINE 15 COLUMN 36 PIC ZZ.ZZ9,99 USING MAIOR.
           02 LINE 16 COLUMN 36 PIC ZZ.ZZ9,99 USING MENOR.
           02 LINE 17 COLUMN 36 PIC ZZ.ZZ9,99 USING MEDIA.
           02 LINE 18 COLUMN 15 VALUE "Mediana...........:".
           02 LINE 19 COLUMN 15 VALUE "Moda..............:".
           02 LINE 20 COLUMN 15 VALUE "Variancia.........:".
           02 LINE 21 COLUMN 15 VALUE "Desvio Padrao.....:".
           02 LINE 18 COLUMN 36 PIC ZZ.ZZ9,99 USING EST-MEDIANA.
           02 LINE 19 COLUMN 36 PIC X(20) USING EST-MODA-TEXTO.
           02 LINE 20 COLUMN 36 PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                USING EST-VARIANCIA.
           02 LINE 21 COLUMN 36 PIC ZZ.ZZ9,99 USING EST-DESVIO.
           02 LINE 15 COLUMN 50 VALUE "1o. Quartil..:".
           02 LINE 16 COLUMN 50 VALUE "3o. Quartil..:".
           02 LINE 17 COLUMN 50 VALUE "Amplitude....:".
           02 LINE 15 COLUMN 66 PIC ZZ.ZZ9,99 USING EST-Q1.
           02 LINE 16 COLUMN 66 PIC ZZ.ZZ9,99 USING EST-Q3.
           02 LINE 17 COLUMN 66 PIC ZZ.ZZ9,99 USING EST-AMPLITUDE.
       PROCEDURE DIVISION.
       001-MODO.
           DISPLAY (01, 01) ERASE.
           DISPLAY (10, 10) "PROCESSAR EM LOTE (L) OU INTERATIVO (I) ?".
           ACCEPT (10, 53) WS-MODO.
       002-RECEBE-CLASSES.
           DISPLAY (12, 10) "CLASSES DO HISTOGRAMA (1-20, 0 = 5) ?".
           MOVE ZEROS TO WS-CLASSES.
           ACCEPT (12, 53) WS-CLASSES.
           IF WS-CLASSES = ZEROS
              MOVE 5 TO WS-CLASSES.
           IF WS-CLASSES > 20
              GO TO 002-RECEBE-CLASSES.
       005-ABRE-ARQUIVO.
           OPEN EXTEND MEDIALOG.
           IF STATUS-MEDIALOG = "35"
              OPEN OUTPUT MEDIALOG
              CLOSE MEDIALOG
              OPEN EXTEND MEDIALOG.
           ACCEPT VDATA FROM DATE.
           OPEN OUTPUT MEDIAREL.
           MOVE SPACES TO WS-LINHA-MEDIA.
           STRING "MEDIA - RELATORIO ESTATISTICO" "          DATA: "
               DIA "/" MES "/" ANO
               DELIMITED BY SIZE INTO WS-LINHA-MEDIA.
           PERFORM 390-GRAVA-RELATORIO THRU 390-99-FIM.
           MOVE LINHA TO WS-LINHA-MEDIA.
           PERFORM 390-GRAVA-RELATORIO THRU 390-99-FIM.
           IF WS-MODO = "L" OR WS-MODO = "l"
              GO TO 100-LOTE.
       010-INICIO.
           MOVE ZEROS TO MEDIA.
           MOVE ZEROS TO MAIOR.
           MOVE 99999,99 TO MENOR.
           MOVE ZEROS TO EST-SOMA-QUAD.
           ACCEPT VDATA FROM DATE.
           DISPLAY TELA-1.
           DISPLAY (24, 60) "DATA ==> " DIA "/" MES "/" ANO.
           IF NUMERO(C) < MENOR
              MOVE NUMERO(C) TO MENOR.
           ADD NUMERO(C) TO MEDIA.
           COMPUTE EST-SOMA-QUAD = EST-SOMA-QUAD
               + NUMERO(C) * NUMERO(C).
           MOVE NUMERO(C) TO VALOR-TAB(C).
           IF C < WS-QTD GO 020-LOOP.
       030-FINAL.
           MOVE WS-QTD TO EST-N.
           MOVE WS-QTD TO WS-QTD-TAB.
           MOVE MEDIA TO EST-SOMA.
           MOVE "N" TO EST-ESTOURO.
           COMPUTE MEDIA ROUNDED = MEDIA / WS-QTD.
           PERFORM 200-ESTATISTICAS THRU 200-99-FIM.
           DISPLAY TELA-2.
           PERFORM 035-GRAVA-LOG THRU 035-99-FIM.
           MOVE "DIGITADO" TO WS-NOME-CONJUNTO.
           PERFORM 300-RELATORIO-CONJUNTO THRU 300-99-FIM.
           DISPLAY (24, 01) "TECLE <ENTER> PARA SAIR".
           ACCEPT (24, 32) C.
           IF C = 0
              GO 010-INICIO.
           CLOSE MEDIALOG.
           CLOSE MEDIAREL.
           DISPLAY (01, 01) ERASE.
           DISPLAY (10, 20) "**** FIM DO PROGRAMA ****"
           STOP RUN.
               DELIMITED BY SIZE INTO WS-LINHA-MEDIA.
           MOVE WS-LINHA-MEDIA TO REG-MEDIALOG.
           WRITE REG-MEDIALOG.
           PERFORM 310-LOG-ESTATISTICAS THRU 310-99-FIM.
           MOVE ZEROS TO WS-INDICE-LOG.
       035-05-GRAVA-NUMERO.
           ADD 1 TO WS-INDICE-LOG.
              DISPLAY (12, 10) "ERRO AO ABRIR MEDIAIN.TXT. STATUS="
                      STATUS-MEDIAIN
              CLOSE MEDIALOG
              CLOSE MEDIAREL
              STOP RUN.
       100-01-LE-LINHA.
           READ MEDIAIN
              MOVE ZEROS TO WS-SOMA-CONJUNTO
              MOVE ZEROS TO MAIOR
              MOVE 99999,99 TO MENOR
              MOVE ZEROS TO EST-SOMA-QUAD
              MOVE ZEROS TO WS-QTD-TAB
              MOVE "N" TO EST-ESTOURO
              GO TO 100-01-LE-LINHA.
           IF REG-MEDIAIN = SPACES
              GO TO 100-01-LE-LINHA.
              MOVE ZEROS TO WS-QTD-CONJUNTO
              MOVE ZEROS TO WS-SOMA-CONJUNTO
              MOVE ZEROS TO MAIOR
              MOVE 99999,99 TO MENOR
              MOVE ZEROS TO EST-SOMA-QUAD
              MOVE ZEROS TO WS-QTD-TAB
              MOVE "N" TO EST-ESTOURO.
           ADD 1 TO WS-QTD-CONJUNTO.
           ADD 1 TO WS-TOTAL-NUMEROS.
           ADD MED-VALOR TO WS-SOMA-CONJUNTO.
           COMPUTE EST-SOMA-QUAD = EST-SOMA-QUAD
               + MED-VALOR * MED-VALOR.
           IF WS-QTD-TAB < 999
              ADD 1 TO WS-QTD-TAB
              MOVE MED-VALOR TO VALOR-TAB (WS-QTD-TAB)
           ELSE
              MOVE "S" TO EST-ESTOURO.
           IF MED-VALOR > MAIOR
              MOVE MED-VALOR TO MAIOR.
           IF MED-VALOR < MENOR
           MOVE WS-LINHA-MEDIA TO REG-MEDIALOG.
           WRITE REG-MEDIALOG.
           CLOSE MEDIALOG.
           PERFORM 350-COMPARATIVO THRU 350-99-FIM.
           CLOSE MEDIAREL.
           DISPLAY (14, 10) "CONJUNTOS PROCESSADOS: "
                   WS-TOTAL-CONJUNTOS.
           DISPLAY (15, 10) "NUMEROS LIDOS .......: "
           ADD 1 TO WS-TOTAL-CONJUNTOS.
           COMPUTE MEDIA ROUNDED =
               WS-SOMA-CONJUNTO / WS-QTD-CONJUNTO.
           MOVE WS-QTD-CONJUNTO TO EST-N.
           MOVE WS-SOMA-CONJUNTO TO EST-SOMA.
           PERFORM 200-ESTATISTICAS THRU 200-99-FIM.
           MOVE MAIOR TO WS-MAIOR-ED.
           MOVE MENOR TO WS-MENOR-ED.
           MOVE MEDIA TO WS-MEDIA-ED.
               DELIMITED BY SIZE INTO WS-LINHA-MEDIA.
           MOVE WS-LINHA-MEDIA TO REG-MEDIALOG.
           WRITE REG-MEDIALOG.
           PERFORM 310-LOG-ESTATISTICAS THRU 310-99-FIM.
           PERFORM 300-RELATORIO-CONJUNTO THRU 300-99-FIM.
           PERFORM 320-GUARDA-COMPARATIVO THRU 320-99-FIM.
       110-95-LIMPA.
           MOVE "N" TO WS-TEM-CONJUNTO.
       110-99-FIM.
           EXIT.
      ***************************************************
      * ESTATISTICAS DO CONJUNTO: VALOR-TAB(1..WS-QTD-  *
      * TAB) E ORDENADO; MEDIANA E QUARTIS POR INTERPO- *
      * LACAO NA POSICAO 1 + (N-1) X P; MODA = VALOR DE *
      * MAIOR FREQUENCIA (O MENOR, SE EMPATAR); VARIAN- *
      * CIA E DESVIO DA POPULACAO (DIVIDE POR N), PELAS *
      * SOMAS DE TODOS OS VALORES; CLASSES DE LARGURA   *
      * IGUAL ENTRE O MENOR E O MAIOR.                  *
      ***************************************************
       200-ESTATISTICAS.
           COMPUTE EST-AMPLITUDE = MAIOR - MENOR.
           COMPUTE EST-VARIANCIA ROUNDED =
               (EST-SOMA-QUAD - EST-SOMA * EST-SOMA / EST-N) / EST-N.
           IF EST-VARIANCIA < ZEROS
              MOVE ZEROS TO EST-VARIANCIA.
           COMPUTE EST-DESVIO ROUNDED = EST-VARIANCIA ** 0,5.
           PERFORM 210-ORDENA THRU 210-99-FIM.
           MOVE 50 TO EST-PERCENTIL.
           PERFORM 220-QUARTIL THRU 220-99-FIM.
           MOVE EST-QUARTIL TO EST-MEDIANA.
           MOVE 25 TO EST-PERCENTIL.
           PERFORM 220-QUARTIL THRU 220-99-FIM.
           MOVE EST-QUARTIL TO EST-Q1.
           MOVE 75 TO EST-PERCENTIL.
           PERFORM 220-QUARTIL THRU 220-99-FIM.
           MOVE EST-QUARTIL TO EST-Q3.
           PERFORM 230-MODA THRU 230-99-FIM.
           PERFORM 240-CLASSES THRU 240-99-FIM.
       200-99-FIM.
           EXIT.
       210-ORDENA.
           MOVE 2 TO EST-I.
       210-01-PROXIMO.
           IF EST-I > WS-QTD-TAB
              GO TO 210-99-FIM.
           MOVE VALOR-TAB (EST-I) TO EST-AUX.
           MOVE EST-I TO EST-J.
       210-02-DESLOCA.
           IF EST-J < 2
              GO TO 210-03-INSERE.
           COMPUTE EST-J1 = EST-J - 1.
           IF VALOR-TAB (EST-J1) NOT > EST-AUX
              GO TO 210-03-INSERE.
           MOVE VALOR-TAB (EST-J1) TO VALOR-TAB (EST-J).
           SUBTRACT 1 FROM EST-J.
           GO TO 210-02-DESLOCA.
       210-03-INSERE.
           MOVE EST-AUX TO VALOR-TAB (EST-J).
           ADD 1 TO EST-I.
           GO TO 210-01-PROXIMO.
       210-99-FIM.
           EXIT.
       220-QUARTIL.
           COMPUTE EST-POSICAO = WS-QTD-TAB - 1.
           MULTIPLY EST-PERCENTIL BY EST-POSICAO.
           DIVIDE 100 INTO EST-POSICAO.
           MOVE EST-POSICAO TO EST-K.
           COMPUTE EST-FRACAO = EST-POSICAO - EST-K.
           ADD 1 TO EST-K.
           MOVE VALOR-TAB (EST-K) TO EST-QUARTIL.
           IF EST-K NOT < WS-QTD-TAB OR EST-FRACAO = ZEROS
              GO TO 220-99-FIM.
           COMPUTE EST-J = EST-K + 1.
           COMPUTE EST-QUARTIL ROUNDED = VALOR-TAB (EST-K)
               + EST-FRACAO * (VALOR-TAB (EST-J) - VALOR-TAB (EST-K)).
       220-99-FIM.
           EXIT.
       230-MODA.
           MOVE ZEROS TO EST-FREQ-MODA.
           MOVE ZEROS TO EST-QTD-MODAS.
           MOVE ZEROS TO EST-QTD-RUN.
           MOVE VALOR-TAB (1) TO EST-VALOR-RUN.
           MOVE 1 TO EST-I.
       230-01-CONTA.
           IF EST-I > WS-QTD-TAB
              GO TO 230-02-ULTIMO.
           IF VALOR-TAB (EST-I) NOT = EST-VALOR-RUN
              PERFORM 235-FECHA-SEQUENCIA THRU 235-99-FIM
              MOVE VALOR-TAB (EST-I) TO EST-VALOR-RUN
              MOVE ZEROS TO EST-QTD-RUN.
           ADD 1 TO EST-QTD-RUN.
           ADD 1 TO EST-I.
           GO TO 230-01-CONTA.
       230-02-ULTIMO.
           PERFORM 235-FECHA-SEQUENCIA THRU 235-99-FIM.
           MOVE SPACES TO EST-MODA-TEXTO.
           IF EST-FREQ-MODA < 2
              MOVE ZEROS TO EST-MODA
              MOVE "SEM MODA" TO EST-MODA-TEXTO
              GO TO 230-99-FIM.
           MOVE EST-MODA TO WS-ESTAT-ED-1.
           MOVE EST-FREQ-MODA TO WS-FREQ-ED.
           IF EST-QTD-MODAS > 1
              STRING WS-ESTAT-ED-1 " (" WS-FREQ-ED "X) +"
                  DELIMITED BY SIZE INTO EST-MODA-TEXTO
           ELSE
              STRING WS-ESTAT-ED-1 " (" WS-FREQ-ED "X)"
                  DELIMITED BY SIZE INTO EST-MODA-TEXTO.
       230-99-FIM.
           EXIT.
       235-FECHA-SEQUENCIA.
           IF EST-QTD-RUN > EST-FREQ-MODA
              MOVE EST-QTD-RUN TO EST-FREQ-MODA
              MOVE EST-VALOR-RUN TO EST-MODA
              MOVE 1 TO EST-QTD-MODAS
              GO TO 235-99-FIM.
           IF EST-QTD-RUN = EST-FREQ-MODA
              ADD 1 TO EST-QTD-MODAS.
       235-99-FIM.
           EXIT.
       240-CLASSES.
           MOVE ZEROS TO EST-I.
       240-01-ZERA.
           ADD 1 TO EST-I.
           IF EST-I > 20
              GO TO 240-02-LARGURA.
           MOVE ZEROS TO CLASSE-FREQ (EST-I).
           GO TO 240-01-ZERA.
       240-02-LARGURA.
           COMPUTE EST-LARGURA = EST-AMPLITUDE / WS-CLASSES.
           MOVE ZEROS TO EST-MAIOR-FREQ.
           MOVE 1 TO EST-I.
       240-03-DISTRIBUI.
           IF EST-I > WS-QTD-TAB
              GO TO 240-99-FIM.
           MOVE 1 TO EST-K.
           IF EST-LARGURA > ZEROS
              COMPUTE EST-K =
                  (VALOR-TAB (EST-I) - MENOR) / EST-LARGURA + 1.
           IF EST-K > WS-CLASSES
              MOVE WS-CLASSES TO EST-K.
           ADD 1 TO CLASSE-FREQ (EST-K).
           IF CLASSE-FREQ (EST-K) > EST-MAIOR-FREQ
              MOVE CLASSE-FREQ (EST-K) TO EST-MAIOR-FREQ.
           ADD 1 TO EST-I.
           GO TO 240-03-DISTRIBUI.
       240-99-FIM.
           EXIT.
       300-RELATORIO-CONJUNTO.
           MOVE EST-N TO WS-QTD-LOTE-ED2.
           MOVE SPACES TO WS-LINHA-MEDIA.
           STRING "CONJUNTO: " WS-NOME-CONJUNTO
               "  QTD: " WS-QTD-LOTE-ED2
               DELIMITED BY SIZE INTO WS-LINHA-MEDIA.
           PERFORM 390-GRAVA-RELATORIO THRU 390-99-FIM.
           MOVE MEDIA TO WS-ESTAT-ED-1.
           MOVE EST-MEDIANA TO WS-ESTAT-ED-2.
           MOVE SPACES TO WS-LINHA-MEDIA.
           STRING "  MEDIA .....: " WS-ESTAT-ED-1
               "  MEDIANA ...: " WS-ESTAT-ED-2
               "  MODA: " EST-MODA-TEXTO
               DELIMITED BY SIZE INTO WS-LINHA-MEDIA.
           PERFORM 390-GRAVA-RELATORIO THRU 390-99-FIM.
           MOVE MENOR TO WS-ESTAT-ED-1.
           MOVE MAIOR TO WS-ESTAT-ED-2.
           MOVE EST-AMPLITUDE TO WS-ESTAT-ED-3.
           MOVE SPACES TO WS-LINHA-MEDIA.
           STRING "  MENOR .....: " WS-ESTAT-ED-1
               "  MAIOR .....: " WS-ESTAT-ED-2
               "  AMPLITUDE: " WS-ESTAT-ED-3
               DELIMITED BY SIZE INTO WS-LINHA-MEDIA.
           PERFORM 390-GRAVA-RELATORIO THRU 390-99-FIM.
           MOVE EST-Q1 TO WS-ESTAT-ED-1.
           MOVE EST-Q3 TO WS-ESTAT-ED-2.
           MOVE SPACES TO WS-LINHA-MEDIA.
           STRING "  1o QUARTIL : " WS-ESTAT-ED-1
               "  3o QUARTIL : " WS-ESTAT-ED-2
               DELIMITED BY SIZE INTO WS-LINHA-MEDIA.
           PERFORM 390-GRAVA-RELATORIO THRU 390-99-FIM.
           MOVE EST-VARIANCIA TO WS-VARIANCIA-ED.
           MOVE EST-DESVIO TO WS-ESTAT-ED-1.
           MOVE SPACES TO WS-LINHA-MEDIA.
           STRING "  VARIANCIA .: " WS-VARIANCIA-ED
               "  DESVIO PADRAO: " WS-ESTAT-ED-1
               DELIMITED BY SIZE INTO WS-LINHA-MEDIA.
           PERFORM 390-GRAVA-RELATORIO THRU 390-99-FIM.
           IF EST-ESTOURO = "S"
              MOVE SPACES TO WS-LINHA-MEDIA
              STRING "  (MEDIANA, QUARTIS, MODA E CLASSES SOBRE "
                  "OS 999 PRIMEIROS VALORES)"
                  DELIMITED BY SIZE INTO WS-LINHA-MEDIA
              PERFORM 390-GRAVA-RELATORIO THRU 390-99-FIM.
           MOVE WS-CLASSES TO WS-CLASSES-ED.
           MOVE SPACES TO WS-LINHA-MEDIA.
           STRING "  DISTRIBUICAO DE FREQUENCIA - " WS-CLASSES-ED
               " CLASSES"
               DELIMITED BY SIZE INTO WS-LINHA-MEDIA.
           PERFORM 390-GRAVA-RELATORIO THRU 390-99-FIM.
           MOVE ZEROS TO EST-I.
       300-01-CLASSE.
           ADD 1 TO EST-I.
           IF EST-I > WS-CLASSES
              GO TO 300-02-FIM-CLASSES.
           COMPUTE EST-LIM-INF ROUNDED =
               MENOR + (EST-I - 1) * EST-LARGURA.
           COMPUTE EST-LIM-SUP ROUNDED = MENOR + EST-I * EST-LARGURA.
           MOVE EST-LIM-INF TO WS-ESTAT-ED-1.
           MOVE EST-LIM-SUP TO WS-ESTAT-ED-2.
           MOVE CLASSE-FREQ (EST-I) TO WS-FREQ-ED.
           MOVE SPACES TO WS-LINHA-MEDIA.
           STRING "  " WS-ESTAT-ED-1 " A " WS-ESTAT-ED-2
               " " WS-FREQ-ED
               DELIMITED BY SIZE INTO WS-LINHA-MEDIA.
           MOVE ZEROS TO EST-BARRA.
           IF EST-MAIOR-FREQ > ZEROS
              COMPUTE EST-BARRA ROUNDED =
                  CLASSE-FREQ (EST-I) * 40 / EST-MAIOR-FREQ.
           IF EST-BARRA = ZEROS AND CLASSE-FREQ (EST-I) > ZEROS
              MOVE 1 TO EST-BARRA.
           IF EST-BARRA > ZEROS
              MOVE WS-BARRA-CHEIA (1:EST-BARRA)
                TO WS-LINHA-MEDIA (30:EST-BARRA).
           PERFORM 390-GRAVA-RELATORIO THRU 390-99-FIM.
           GO TO 300-01-CLASSE.
       300-02-FIM-CLASSES.
           MOVE LINHA TO WS-LINHA-MEDIA.
           PERFORM 390-GRAVA-RELATORIO THRU 390-99-FIM.
       300-99-FIM.
           EXIT.
       310-LOG-ESTATISTICAS.
           MOVE EST-MEDIANA TO WS-ESTAT-ED-1.
           MOVE EST-DESVIO TO WS-ESTAT-ED-2.
           MOVE EST-Q1 TO WS-ESTAT-ED-3.
           MOVE EST-Q3 TO WS-ESTAT-ED-4.
           MOVE SPACES TO WS-LINHA-MEDIA.
           STRING "  MEDIANA:" WS-ESTAT-ED-1
               " DESVIO:" WS-ESTAT-ED-2
               " Q1:" WS-ESTAT-ED-3 " Q3:" WS-ESTAT-ED-4
               DELIMITED BY SIZE INTO WS-LINHA-MEDIA.
           MOVE WS-LINHA-MEDIA TO REG-MEDIALOG.
           WRITE REG-MEDIALOG.
       310-99-FIM.
           EXIT.
       320-GUARDA-COMPARATIVO.
           IF WS-QTD-COMP NOT < 100
              GO TO 320-99-FIM.
           ADD 1 TO WS-QTD-COMP.
           MOVE WS-NOME-CONJUNTO TO COMP-NOME (WS-QTD-COMP).
           MOVE EST-N TO COMP-QTD (WS-QTD-COMP).
           MOVE MEDIA TO COMP-MEDIA (WS-QTD-COMP).
           MOVE EST-MEDIANA TO COMP-MEDIANA (WS-QTD-COMP).
           MOVE EST-DESVIO TO COMP-DESVIO (WS-QTD-COMP).
           MOVE MENOR TO COMP-MENOR (WS-QTD-COMP).
           MOVE MAIOR TO COMP-MAIOR (WS-QTD-COMP).
       320-99-FIM.
           EXIT.
      ***************************************************
      * TABELA FINAL DO LOTE COMPARANDO OS CONJUNTOS    *
      * (ATE 100 CONJUNTOS).                            *
      ***************************************************
       350-COMPARATIVO.
           IF WS-QTD-COMP = ZEROS
              GO TO 350-99-FIM.
           MOVE "COMPARATIVO DOS CONJUNTOS" TO WS-LINHA-MEDIA.
           PERFORM 390-GRAVA-RELATORIO THRU 390-99-FIM.
           MOVE SPACES TO WS-LINHA-MEDIA.
           STRING "CONJUNTO            " "    QTD"
               "     MEDIA" "   MEDIANA" "    DESVIO"
               "     MENOR" "     MAIOR"
               DELIMITED BY SIZE INTO WS-LINHA-MEDIA.
           PERFORM 390-GRAVA-RELATORIO THRU 390-99-FIM.
           MOVE LINHA TO WS-LINHA-MEDIA.
           PERFORM 390-GRAVA-RELATORIO THRU 390-99-FIM.
           MOVE ZEROS TO EST-I.
       350-01-LINHA.
           ADD 1 TO EST-I.
           IF EST-I > WS-QTD-COMP
              GO TO 350-02-TOTAL.
           MOVE COMP-QTD (EST-I) TO WS-QTD-LOTE-ED.
           MOVE COMP-MEDIA (EST-I) TO WS-ESTAT-ED-1.
           MOVE COMP-MEDIANA (EST-I) TO WS-ESTAT-ED-2.
           MOVE COMP-DESVIO (EST-I) TO WS-ESTAT-ED-3.
           MOVE COMP-MENOR (EST-I) TO WS-ESTAT-ED-4.
           MOVE COMP-MAIOR (EST-I) TO WS-ESTAT-ED-5.
           MOVE SPACES TO WS-LINHA-MEDIA.
           STRING COMP-NOME (EST-I) "  " WS-QTD-LOTE-ED
               " " WS-ESTAT-ED-1 " " WS-ESTAT-ED-2
               " " WS-ESTAT-ED-3 " " WS-ESTAT-ED-4
               " " WS-ESTAT-ED-5
               DELIMITED BY SIZE INTO WS-LINHA-MEDIA.
           PERFORM 390-GRAVA-RELATORIO THRU 390-99-FIM.
           GO TO 350-01-LINHA.
       350-02-TOTAL.
           MOVE LINHA TO WS-LINHA-MEDIA.
           PERFORM 390-GRAVA-RELATORIO THRU 390-99-FIM.
           IF WS-TOTAL-CONJUNTOS > WS-QTD-COMP
              MOVE "(COMPARATIVO LIMITADO AOS 100 PRIMEIROS CONJUNTOS)"
                TO WS-LINHA-MEDIA
              PERFORM 390-GRAVA-RELATORIO THRU 390-99-FIM.
       350-99-FIM.
           EXIT.
       390-GRAVA-RELATORIO.
           MOVE WS-LINHA-MEDIA TO REG-MEDIAREL.
           WRITE REG-MEDIAREL.
       390-99-FIM.
           EXIT.
