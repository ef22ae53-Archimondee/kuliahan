       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONCEDC.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDCTRX ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-EDC.
           SELECT SETTLE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-SETTLE.
           SELECT EXCECOES ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-EXCECOES.
       DATA DIVISION.
       FILE SECTION.
       COPY "recedc.cob".
      *
       COPY "recsetl.cob".
      *
       FD  EXCECOES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONCEDC.TXT".
       01  REG-EXCECAO            PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-EDC         PIC X(02) VALUE "00".
           02  STATUS-SETTLE      PIC X(02) VALUE "00".
           02  STATUS-EXCECOES    PIC X(02) VALUE "00".
           02  WS-TOTAL-NOSSAS    PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-VOIDS     PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-DESCARTADO PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-SETTLE    PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-OUTRA-DATA PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-CONFEREM  PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-DIVERGEM  PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-SO-NOSSO  PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-SO-ADQ    PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-VOID-LIQ  PIC 9(05) VALUE ZEROS.
           02  WS-TOTAL-LIQ-ERRO  PIC 9(05) VALUE ZEROS.
       01  WS-DATA-REF            PIC 9(08) VALUE ZEROS.
      *****  VENDAS NO EDC DAS DUAS CAIXAS NA DATA (EDCTRX.TXT);
      *****  EDC-SIT "B" = VENDA ESTORNADA COM VOID NO EDC
       01  TABELA-EDC.
           02  WS-QTD-EDC         PIC 9(05) COMP VALUE ZEROS.
           02  EDC-OCORRENCIA     OCCURS 500 TIMES.
               03  EDC-TID        PIC X(08).
               03  EDC-APPR       PIC X(06).
               03  EDC-CAIXA      PIC X(01).
               03  EDC-DOC        PIC 9(06).
               03  EDC-JENIS      PIC X(01).
               03  EDC-VALOR      PIC 9(10).
               03  EDC-SIT        PIC X(01).
               03  EDC-VISTO      PIC X(01).
      *****  VALORES LIQUIDADOS PELO ADQUIRENTE, POR TIPO:
      *****  1 = DEBIT (D), 2 = KREDIT (K), 3 = QRIS (Q)
       01  TABELA-TAXAS.
           02  TAXA-OCORRENCIA    OCCURS 3 TIMES.
               03  TAXA-QTD       PIC 9(05) VALUE ZEROS.
               03  TAXA-BRUTO     PIC 9(12) VALUE ZEROS.
               03  TAXA-MDR       PIC 9(12) VALUE ZEROS.
               03  TAXA-LIQUIDO   PIC 9(12) VALUE ZEROS.
       01  TABELA-NOMES-TAXA.
           02  FILLER             PIC X(06) VALUE "DEBIT ".
           02  FILLER             PIC X(06) VALUE "KREDIT".
           02  FILLER             PIC X(06) VALUE "QRIS  ".
       01  TABELA-NOMES-TAXA-R REDEFINES TABELA-NOMES-TAXA.
           02  NOME-TAXA          OCCURS 3 TIMES PIC X(06).
       01  WS-INDICE              PIC 9(05) COMP VALUE ZEROS.
       01  WS-INDICE-TAXA         PIC 9(01) VALUE ZEROS.
       01  WS-ACHOU               PIC X(01) VALUE "N".
       01  WS-TID-EXAME           PIC X(08) VALUE SPACES.
       01  WS-APPR-EXAME          PIC X(06) VALUE SPACES.
       01  WS-DIFERENCA           PIC S9(10) VALUE ZEROS.
       01  WS-TOTAL-MDR           PIC 9(12) VALUE ZEROS.
       01  WS-TOTAL-BRUTO         PIC 9(12) VALUE ZEROS.
       01  WS-TOTAL-LIQUIDO       PIC 9(12) VALUE ZEROS.
       01  WS-VALOR-ED            PIC ZZ.ZZZ.ZZZ.ZZ9.
       01  WS-VALOR-ED-2          PIC ZZ.ZZZ.ZZZ.ZZ9.
       01  WS-VALOR-ED-3          PIC ZZ.ZZZ.ZZZ.ZZ9.
       01  WS-DIFERENCA-ED        PIC -ZZZ.ZZZ.ZZ9.
       01  WS-BRUTO-ED            PIC ZZZ.ZZZ.ZZ9.
       01  WS-MDR-ED              PIC ZZZ.ZZZ.ZZ9.
       01  WS-LIQUIDO-ED          PIC ZZZ.ZZZ.ZZ9.
       01  WS-QTD-ED              PIC ZZZZ9.
       01  WS-LINHA-EXCECAO       PIC X(80).
       01  WS-ESTATISTICA-JOB.
           02  WS-JOB-PROGRAMA    PIC X(12) VALUE "CONCEDC".
           02  WS-JOB-RC          PIC 9(02) VALUE 8.
           02  WS-JOB-LIDOS       PIC 9(07) VALUE ZEROS.
           02  WS-JOB-GRAVADOS    PIC 9(07) VALUE ZEROS.
           02  WS-JOB-REJEITADOS  PIC 9(07) VALUE ZEROS.
           02  WS-JOB-ARQUIVO     PIC X(12) VALUE "CONCEDC.TXT".
      *----------------------------------------------------
      * CONFRONTA AS VENDAS EM KARTU/QRIS DAS DUAS CAIXAS
      * (EDCTRX.TXT, GRAVADO PELO MAKANAN E PELO LA2) COM O
      * ARQUIVO DE SETTLEMENT DO ADQUIRENTE (SETTLE.TXT) PELA
      * CHAVE TID + KODE APPROVAL, NA DATA DAS TRANSACOES.
      * APONTA AS VENDAS SEM SETTLEMENT, O SETTLEMENT SEM
      * VENDA, OS VALORES DIVERGENTES E OS VOIDS LIQUIDADOS,
      * E TOTALIZA A TAXA (MDR) DESCONTADA PELO ADQUIRENTE.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** REKONSILIASI KARTU/QRIS X SETTLEMENT ***".
           DISPLAY "DATA DAS TRANSACOES (AAAAMMDD; 0 = HOJE): ".
           ACCEPT WS-DATA-REF.
           IF WS-DATA-REF = ZEROS
              ACCEPT WS-DATA-REF FROM DATE YYYYMMDD.
           OPEN INPUT EDCTRX.
           IF STATUS-EDC NOT = "00"
              DISPLAY "NAO FOI POSSIVEL ABRIR EDCTRX.TXT. STATUS="
                      STATUS-EDC
              GO TO 999-FIM.
           OPEN INPUT SETTLE.
           IF STATUS-SETTLE NOT = "00"
              DISPLAY "NAO FOI POSSIVEL ABRIR SETTLE.TXT. STATUS="
                      STATUS-SETTLE
              CLOSE EDCTRX
              GO TO 999-FIM.
           OPEN OUTPUT EXCECOES.
           MOVE SPACES TO WS-LINHA-EXCECAO.
           STRING "REKONSILIASI KARTU/QRIS - TRANSACOES DE "
                  DELIMITED BY SIZE
                  WS-DATA-REF DELIMITED BY SIZE
                  INTO WS-LINHA-EXCECAO.
           PERFORM 090-GRAVA-EXCECAO THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-EXCECAO.
           PERFORM 090-GRAVA-EXCECAO THRU 090-99-FIM.
      *----------------------------------------------------
       010-CARREGA-NOSSAS.
           PERFORM 020-LE-EDC THRU 020-99-FIM
               UNTIL STATUS-EDC = "10".
           CLOSE EDCTRX.
      *----------------------------------------------------
       030-CONFRONTA-SETTLE.
           PERFORM 040-PROCESSA-SETTLE THRU 040-99-FIM
               UNTIL STATUS-SETTLE = "10".
           CLOSE SETTLE.
      *----------------------------------------------------
       060-CONFRONTA-NOSSAS.
           MOVE ZEROS TO WS-INDICE.
           PERFORM 070-TESTA-SOBRA-NOSSA THRU 070-99-FIM
               UNTIL WS-INDICE NOT < WS-QTD-EDC.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-LE-EDC.
           READ EDCTRX
               AT END
               MOVE "10" TO STATUS-EDC
               GO TO 020-99-FIM.
           IF DATA-EDC NOT = WS-DATA-REF
              GO TO 020-99-FIM.
           MOVE TERMINAL-EDC TO WS-TID-EXAME.
           MOVE APPROVAL-EDC TO WS-APPR-EXAME.
           IF EDC-BATAL
              GO TO 020-05-VOID.
           ADD 1 TO WS-TOTAL-NOSSAS.
           IF WS-QTD-EDC NOT < 500
              ADD 1 TO WS-TOTAL-DESCARTADO
              MOVE SPACES TO WS-LINHA-EXCECAO
              STRING "DESCARTADO .....: TID "
                     DELIMITED BY SIZE
                     TERMINAL-EDC DELIMITED BY SIZE
                     " APPR " DELIMITED BY SIZE
                     APPROVAL-EDC DELIMITED BY SIZE
                     INTO WS-LINHA-EXCECAO
              PERFORM 090-GRAVA-EXCECAO THRU 090-99-FIM
              GO TO 020-99-FIM.
           ADD 1 TO WS-QTD-EDC.
           MOVE TERMINAL-EDC TO EDC-TID (WS-QTD-EDC).
           MOVE APPROVAL-EDC TO EDC-APPR (WS-QTD-EDC).
           MOVE CAIXA-EDC TO EDC-CAIXA (WS-QTD-EDC).
           MOVE DOKUMEN-EDC TO EDC-DOC (WS-QTD-EDC).
           MOVE JENIS-EDC TO EDC-JENIS (WS-QTD-EDC).
           MOVE VALOR-EDC TO EDC-VALOR (WS-QTD-EDC).
           MOVE "A" TO EDC-SIT (WS-QTD-EDC).
           MOVE "N" TO EDC-VISTO (WS-QTD-EDC).
           GO TO 020-99-FIM.
      *****  VOID: MARCA A VENDA ORIGINAL COMO ESTORNADA
       020-05-VOID.
           ADD 1 TO WS-TOTAL-VOIDS.
           PERFORM 050-PROCURA-NOSSA THRU 050-99-FIM.
           IF WS-ACHOU = "S"
              MOVE "B" TO EDC-SIT (WS-INDICE).
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-PROCESSA-SETTLE.
           READ SETTLE
               AT END
               MOVE "10" TO STATUS-SETTLE
               GO TO 040-99-FIM.
           IF DATA-TRX-STL NOT = WS-DATA-REF
              ADD 1 TO WS-TOTAL-OUTRA-DATA
              GO TO 040-99-FIM.
           ADD 1 TO WS-TOTAL-SETTLE.
           PERFORM 045-SOMA-TAXA THRU 045-99-FIM.
           IF BRUTO-STL NOT = LIQUIDO-STL + MDR-STL
              ADD 1 TO WS-TOTAL-LIQ-ERRO
              MOVE BRUTO-STL TO WS-BRUTO-ED
              MOVE MDR-STL TO WS-MDR-ED
              MOVE LIQUIDO-STL TO WS-LIQUIDO-ED
              MOVE SPACES TO WS-LINHA-EXCECAO
              STRING "LIQUIDO ERRADO .: TID " DELIMITED BY SIZE
                     TERMINAL-STL DELIMITED BY SIZE
                     " APPR " DELIMITED BY SIZE
                     APPROVAL-STL DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-BRUTO-ED DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-MDR-ED DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-LIQUIDO-ED DELIMITED BY SIZE
                     INTO WS-LINHA-EXCECAO
              PERFORM 090-GRAVA-EXCECAO THRU 090-99-FIM.
           MOVE TERMINAL-STL TO WS-TID-EXAME.
           MOVE APPROVAL-STL TO WS-APPR-EXAME.
           PERFORM 050-PROCURA-NOSSA THRU 050-99-FIM.
           IF WS-ACHOU = "N"
              ADD 1 TO WS-TOTAL-SO-ADQ
              MOVE BRUTO-STL TO WS-VALOR-ED
              MOVE SPACES TO WS-LINHA-EXCECAO
              STRING "SO ADQUIRENTE ..: TID " DELIMITED BY SIZE
                     TERMINAL-STL DELIMITED BY SIZE
                     " APPR " DELIMITED BY SIZE
                     APPROVAL-STL DELIMITED BY SIZE
                     " VALOR " DELIMITED BY SIZE
                     WS-VALOR-ED DELIMITED BY SIZE
                     INTO WS-LINHA-EXCECAO
              PERFORM 090-GRAVA-EXCECAO THRU 090-99-FIM
              GO TO 040-99-FIM.
           MOVE "S" TO EDC-VISTO (WS-INDICE).
           IF EDC-SIT (WS-INDICE) = "B"
              ADD 1 TO WS-TOTAL-VOID-LIQ
              MOVE BRUTO-STL TO WS-VALOR-ED
              MOVE SPACES TO WS-LINHA-EXCECAO
              STRING "VOID LIQUIDADO .: TID " DELIMITED BY SIZE
                     TERMINAL-STL DELIMITED BY SIZE
                     " APPR " DELIMITED BY SIZE
                     APPROVAL-STL DELIMITED BY SIZE
                     " VALOR " DELIMITED BY SIZE
                     WS-VALOR-ED DELIMITED BY SIZE
                     INTO WS-LINHA-EXCECAO
              PERFORM 090-GRAVA-EXCECAO THRU 090-99-FIM
              GO TO 040-99-FIM.
           COMPUTE WS-DIFERENCA = BRUTO-STL - EDC-VALOR (WS-INDICE).
           IF WS-DIFERENCA = ZEROS
              ADD 1 TO WS-TOTAL-CONFEREM
              GO TO 040-99-FIM.
           ADD 1 TO WS-TOTAL-DIVERGEM.
           MOVE EDC-VALOR (WS-INDICE) TO WS-VALOR-ED.
           MOVE WS-DIFERENCA TO WS-DIFERENCA-ED.
           MOVE SPACES TO WS-LINHA-EXCECAO.
           STRING "VALOR DIVERGE ..: TID " DELIMITED BY SIZE
                  TERMINAL-STL DELIMITED BY SIZE
                  " APPR " DELIMITED BY SIZE
                  APPROVAL-STL DELIMITED BY SIZE
                  " NOSSO" DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  " DIF" DELIMITED BY SIZE
                  WS-DIFERENCA-ED DELIMITED BY SIZE
                  INTO WS-LINHA-EXCECAO.
           PERFORM 090-GRAVA-EXCECAO THRU 090-99-FIM.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       045-SOMA-TAXA.
           MOVE 3 TO WS-INDICE-TAXA.
           IF JENIS-STL = "D"
              MOVE 1 TO WS-INDICE-TAXA.
           IF JENIS-STL = "K"
              MOVE 2 TO WS-INDICE-TAXA.
           ADD 1 TO TAXA-QTD (WS-INDICE-TAXA).
           ADD BRUTO-STL TO TAXA-BRUTO (WS-INDICE-TAXA).
           ADD MDR-STL TO TAXA-MDR (WS-INDICE-TAXA).
           ADD LIQUIDO-STL TO TAXA-LIQUIDO (WS-INDICE-TAXA).
           ADD BRUTO-STL TO WS-TOTAL-BRUTO.
           ADD MDR-STL TO WS-TOTAL-MDR.
           ADD LIQUIDO-STL TO WS-TOTAL-LIQUIDO.
       045-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-PROCURA-NOSSA.
           MOVE "N" TO WS-ACHOU.
           MOVE ZEROS TO WS-INDICE.
       050-01-PROCURA.
           ADD 1 TO WS-INDICE.
           IF WS-INDICE > WS-QTD-EDC
              MOVE ZEROS TO WS-INDICE
              GO TO 050-99-FIM.
           IF EDC-TID (WS-INDICE) = WS-TID-EXAME AND
              EDC-APPR (WS-INDICE) = WS-APPR-EXAME
              MOVE "S" TO WS-ACHOU
              GO TO 050-99-FIM.
           GO TO 050-01-PROCURA.
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
       070-TESTA-SOBRA-NOSSA.
           ADD 1 TO WS-INDICE.
           IF EDC-VISTO (WS-INDICE) = "S"
              GO TO 070-99-FIM.
           IF EDC-SIT (WS-INDICE) = "B"
              GO TO 070-99-FIM.
           ADD 1 TO WS-TOTAL-SO-NOSSO.
           MOVE EDC-VALOR (WS-INDICE) TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-EXCECAO.
           STRING "SEM SETTLEMENT .: TID " DELIMITED BY SIZE
                  EDC-TID (WS-INDICE) DELIMITED BY SIZE
                  " APPR " DELIMITED BY SIZE
                  EDC-APPR (WS-INDICE) DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  " CX " DELIMITED BY SIZE
                  EDC-CAIXA (WS-INDICE) DELIMITED BY SIZE
                  EDC-DOC (WS-INDICE) DELIMITED BY SIZE
                  INTO WS-LINHA-EXCECAO.
           PERFORM 090-GRAVA-EXCECAO THRU 090-99-FIM.
       070-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-EXCECAO.
           MOVE WS-LINHA-EXCECAO TO REG-EXCECAO.
           WRITE REG-EXCECAO.
           DISPLAY WS-LINHA-EXCECAO.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       080-IMPRIME-TAXA.
           MOVE TAXA-QTD (WS-INDICE-TAXA) TO WS-QTD-ED.
           MOVE TAXA-BRUTO (WS-INDICE-TAXA) TO WS-VALOR-ED.
           MOVE TAXA-MDR (WS-INDICE-TAXA) TO WS-VALOR-ED-2.
           MOVE TAXA-LIQUIDO (WS-INDICE-TAXA) TO WS-VALOR-ED-3.
           MOVE SPACES TO WS-LINHA-EXCECAO.
           STRING NOME-TAXA (WS-INDICE-TAXA) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-ED-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-ED-3 DELIMITED BY SIZE
                  INTO WS-LINHA-EXCECAO.
           PERFORM 090-GRAVA-EXCECAO THRU 090-99-FIM.
       080-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           MOVE ALL "-" TO WS-LINHA-EXCECAO.
           PERFORM 090-GRAVA-EXCECAO THRU 090-99-FIM.
           MOVE "TAXA (MDR) DESCONTADA PELO ADQUIRENTE"
             TO WS-LINHA-EXCECAO.
           PERFORM 090-GRAVA-EXCECAO THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-EXCECAO.
           STRING "TIPO      QTD          BRUTO " DELIMITED BY SIZE
                  "           MDR        LIQUIDO" DELIMITED BY SIZE
                  INTO WS-LINHA-EXCECAO.
           PERFORM 090-GRAVA-EXCECAO THRU 090-99-FIM.
           MOVE ZEROS TO WS-INDICE-TAXA.
       900-01-TAXAS.
           ADD 1 TO WS-INDICE-TAXA.
           IF WS-INDICE-TAXA > 3
              GO TO 900-02-TOTAIS.
           PERFORM 080-IMPRIME-TAXA THRU 080-99-FIM.
           GO TO 900-01-TAXAS.
       900-02-TOTAIS.
           MOVE WS-TOTAL-SETTLE TO WS-QTD-ED.
           MOVE WS-TOTAL-BRUTO TO WS-VALOR-ED.
           MOVE WS-TOTAL-MDR TO WS-VALOR-ED-2.
           MOVE WS-TOTAL-LIQUIDO TO WS-VALOR-ED-3.
           MOVE SPACES TO WS-LINHA-EXCECAO.
           STRING "TOTAL   " DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-ED-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-ED-3 DELIMITED BY SIZE
                  INTO WS-LINHA-EXCECAO.
           PERFORM 090-GRAVA-EXCECAO THRU 090-99-FIM.
           CLOSE EXCECOES.
           DISPLAY "------------------------------------------------".
           DISPLAY "VENDAS KARTU/QRIS NAS CAIXAS: " WS-TOTAL-NOSSAS.
           DISPLAY "VOIDS NO EDC ...............: " WS-TOTAL-VOIDS.
           DISPLAY "LINHAS DO SETTLEMENT NA DATA: " WS-TOTAL-SETTLE.
           DISPLAY "LINHAS DE OUTRAS DATAS .....: "
                   WS-TOTAL-OUTRA-DATA.
           DISPLAY "TRANSACOES QUE CONFEREM ....: "
                   WS-TOTAL-CONFEREM.
           DISPLAY "VALORES DIVERGENTES ........: "
                   WS-TOTAL-DIVERGEM.
           DISPLAY "SEM SETTLEMENT .............: "
                   WS-TOTAL-SO-NOSSO.
           DISPLAY "SO NO ADQUIRENTE ...........: "
                   WS-TOTAL-SO-ADQ.
           DISPLAY "VOIDS LIQUIDADOS ...........: "
                   WS-TOTAL-VOID-LIQ.
           DISPLAY "LIQUIDO INCONSISTENTE ......: "
                   WS-TOTAL-LIQ-ERRO.
           MOVE WS-TOTAL-SETTLE TO WS-JOB-LIDOS.
           MOVE WS-TOTAL-CONFEREM TO WS-JOB-GRAVADOS.
           COMPUTE WS-JOB-REJEITADOS = WS-TOTAL-DIVERGEM
               + WS-TOTAL-SO-NOSSO + WS-TOTAL-SO-ADQ
               + WS-TOTAL-VOID-LIQ + WS-TOTAL-LIQ-ERRO
               + WS-TOTAL-DESCARTADO.
           MOVE ZEROS TO WS-JOB-RC.
           IF WS-JOB-REJEITADOS > ZEROS
              MOVE 4 TO WS-JOB-RC.
           IF WS-TOTAL-DESCARTADO > ZEROS
              MOVE 8 TO WS-JOB-RC
              DISPLAY "VENDAS DESCARTADAS (TABELA): "
                      WS-TOTAL-DESCARTADO
              DISPLAY "*** REKONSILIASI INCOMPLETA - MAIS DE 500"
                      " VENDAS KARTU/QRIS NA DATA ***"
              GO TO 999-FIM.
           IF WS-JOB-REJEITADOS = ZEROS
              DISPLAY "REKONSILIASI KARTU/QRIS LIMPA."
           ELSE
              DISPLAY "EXISTEM EXCECOES - VER CONCEDC.TXT.".
      *----------------------------------------------------
       999-FIM.
      *****  REGISTRA A RODADA EM JOBSTAT.TXT (CHECKLIST MATINAL)
           CALL "GRAVAJOB" USING WS-ESTATISTICA-JOB.
           STOP RUN.
      ***---------- FIM DO PROGRAMA CONCEDC ---------***
