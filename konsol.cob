           02 NRM-VALOR PIC S9(12).
       01 TOTAIS-CAIXAS.
           02 TOT-MAKANAN PIC S9(12) VALUE ZEROS.
           02 TOT-MAK-BRUTO PIC S9(12) VALUE ZEROS.
           02 TOT-MAK-DISKON PIC S9(12) VALUE ZEROS.
           02 QTD-MAKANAN PIC 9(05) VALUE ZEROS.
           02 TOT-KUCING PIC S9(12) VALUE ZEROS.
           02 QTD-KUCING PIC 9(05) VALUE ZEROS.
           02 TOT-KUC-DP PIC S9(12) VALUE ZEROS.
           02 QTD-KUC-DP PIC 9(05) VALUE ZEROS.
           02 TOT-GERAL PIC S9(12) VALUE ZEROS.
      *****  RECEITA POR TENDER (MAKANAN PELO TENDER-VENDA DO
      *****  VENDATRX; KUCING PELAS LINHAS EDC E CICILAN DA NOTA)
           02 TOT-MAK-TUNAI PIC S9(12) VALUE ZEROS.
           02 TOT-MAK-BON PIC S9(12) VALUE ZEROS.
           02 TOT-MAK-EDC PIC S9(12) VALUE ZEROS.
           02 TOT-MAK-KARYAWAN PIC S9(12) VALUE ZEROS.
           02 TOT-KUC-EDC PIC S9(12) VALUE ZEROS.
           02 TOT-KUC-CICIL PIC S9(12) VALUE ZEROS.
           02 TOT-KUC-TUNAI PIC S9(12) VALUE ZEROS.
           02 TOT-TENDER-TUNAI PIC S9(12) VALUE ZEROS.
           02 TOT-TENDER-EDC PIC S9(12) VALUE ZEROS.
           02 WS-TOT-ED PIC -Z(11)9.
           02 WS-QTD-ED PIC ZZZZ9.
       01 WS-LINHA-RELATORIO PIC X(80).
       77 WS-INDICE-PROMO PIC 9(03) COMP VALUE ZEROS.
       01 TABELA-PROMOS.
           02 QTD-PROMOS PIC 9(03) COMP VALUE ZEROS.
           02 PROMO-OCORRENCIA OCCURS 20 TIMES.
               03 PROMO-KODE PIC 9(03).
               03 PROMO-NOME PIC X(20).
               03 PROMO-DISKON PIC S9(12).
       77 STATUS-KONSHIST PIC X(02) VALUE "00".
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       77 WS-VENDA-KUC-ATUAL PIC S9(12) VALUE ZEROS.
       77 WS-ENTRADA-KUC PIC 9(8) VALUE ZEROS.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
           MOVE "MAKANAN   " TO NRM-CAIXA.
           MOVE NOME-ITEM-VENDA TO NRM-ITEM.
           MOVE QTD-VENDA TO NRM-QTD.
           IF VENDA-DESCONTO
              GO TO 012-DISKON-MAKANAN.
           IF VENDA-ESTORNADA
              COMPUTE NRM-VALOR = 0 - VALOR-VENDA
           ELSE
              MOVE VALOR-VENDA TO NRM-VALOR.
           ADD NRM-VALOR TO TOT-MAK-BRUTO.
           ADD NRM-VALOR TO TOT-MAKANAN.
           ADD 1 TO QTD-MAKANAN.
           PERFORM 016-SOMA-TENDER THRU 016-99-FIM.
           PERFORM 070-GRAVA-NORMALIZADO THRU 070-99-FIM.
           GO TO 011-LE-VENDA-MAKANAN.
      *----------------------------------------------------
      * LINHA DE DISKON (PROMO) DO MAKANAN: ENTRA NEGATIVA
      * NO TOTAL; O ESTORNO DE UM DISKON ENTRA POSITIVO.
      *----------------------------------------------------
       012-DISKON-MAKANAN.
           MOVE "MAK DISKON" TO NRM-CAIXA.
           IF VENDA-ESTORNADA
              MOVE VALOR-VENDA TO NRM-VALOR
           ELSE
              COMPUTE NRM-VALOR = 0 - VALOR-VENDA.
           SUBTRACT NRM-VALOR FROM TOT-MAK-DISKON.
           PERFORM 015-SOMA-PROMO THRU 015-99-FIM.
           ADD NRM-VALOR TO TOT-MAKANAN.
           ADD 1 TO QTD-MAKANAN.
           PERFORM 016-SOMA-TENDER THRU 016-99-FIM.
           PERFORM 070-GRAVA-NORMALIZADO THRU 070-99-FIM.
           GO TO 011-LE-VENDA-MAKANAN.
      *----------------------------------------------------
       015-SOMA-PROMO.
           MOVE ZEROS TO WS-INDICE-PROMO.
       015-01-PROCURA.
           ADD 1 TO WS-INDICE-PROMO.
           IF WS-INDICE-PROMO > QTD-PROMOS
              GO TO 015-02-NOVO.
           IF PROMO-KODE (WS-INDICE-PROMO) = PROMO-VENDA
              GO TO 015-03-SOMA.
           GO TO 015-01-PROCURA.
       015-02-NOVO.
           IF QTD-PROMOS NOT < 20
              MOVE 20 TO WS-INDICE-PROMO
              GO TO 015-03-SOMA.
           ADD 1 TO QTD-PROMOS.
           MOVE QTD-PROMOS TO WS-INDICE-PROMO.
           MOVE PROMO-VENDA TO PROMO-KODE (WS-INDICE-PROMO).
           MOVE NOME-ITEM-VENDA TO PROMO-NOME (WS-INDICE-PROMO).
           MOVE ZEROS TO PROMO-DISKON (WS-INDICE-PROMO).
       015-03-SOMA.
           SUBTRACT NRM-VALOR FROM PROMO-DISKON (WS-INDICE-PROMO).
       015-99-FIM.
           EXIT.
      *----------------------------------------------------
       016-SOMA-TENDER.
           IF PAGO-BON
              ADD NRM-VALOR TO TOT-MAK-BON
              GO TO 016-99-FIM.
           IF PAGO-EDC
              ADD NRM-VALOR TO TOT-MAK-EDC
              GO TO 016-99-FIM.
           IF PAGO-KARYAWAN
              ADD NRM-VALOR TO TOT-MAK-KARYAWAN
              GO TO 016-99-FIM.
           ADD NRM-VALOR TO TOT-MAK-TUNAI.
       016-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-LE-KUCING.
           OPEN INPUT NOTAKUCING.
              GO TO 031-LE-LINHA-KUCING.
           IF LINHA-LIDA (1:10) = "KUCING NO:"
              GO TO 031-LE-LINHA-KUCING.
           IF LINHA-LIDA (1:9) = "EDC NOTA:"
              MOVE LINHA-LIDA (50:10) TO LINHA-LIDA (61:15)
              PERFORM 065-PARSEIA-VALOR-15 THRU 065-99-FIM
              ADD WS-VALOR-PARSEADO TO TOT-KUC-EDC
              GO TO 031-LE-LINHA-KUCING.
           IF LINHA-LIDA (1:9) = "EDC VOID:"
              MOVE LINHA-LIDA (50:10) TO LINHA-LIDA (61:15)
              PERFORM 065-PARSEIA-VALOR-15 THRU 065-99-FIM
              SUBTRACT WS-VALOR-PARSEADO FROM TOT-KUC-EDC
              GO TO 031-LE-LINHA-KUCING.
      *    CICILAN: O SALDO FINANCIADO E A ULTIMA VENDA (MENOS O
      *    DP) MENOS A ENTRADA; NO BATAL SAI O SALDO CANCELADO.
           IF LINHA-LIDA (1:13) = "CICILAN NOTA:"
              PERFORM 040-SOMA-CICILAN THRU 040-99-FIM
              GO TO 031-LE-LINHA-KUCING.
           IF LINHA-LIDA (1:19) = "CICILAN BATAL NOTA:"
              MOVE LINHA-LIDA (33:8) TO LINHA-LIDA (61:15)
              PERFORM 065-PARSEIA-VALOR-15 THRU 065-99-FIM
              SUBTRACT WS-VALOR-PARSEADO FROM TOT-KUC-CICIL
              GO TO 031-LE-LINHA-KUCING.
           IF LINHA-LIDA (1:8) = "CICILAN "
              GO TO 031-LE-LINHA-KUCING.
           IF LINHA-LIDA (1:7) = "RECIBO "
              GO TO 031-LE-LINHA-KUCING.
           IF LINHA-LIDA (1:6) = "SEHAT "
              GO TO 031-LE-LINHA-KUCING.
           IF LINHA-LIDA (1:12) = "BOOKING S/D "
              GO TO 031-LE-LINHA-KUCING.
      *    "POTONG DP" (DP DE BOOKING DESCONTADO NA VENDA) TEM O
      *    LAYOUT DA LINHA DE VENDA MAS ENTRA NEGATIVO (D).
           MOVE "N" TO WS-ESTORNO.
           IF LINHA-LIDA (1:6) = "BATAL "
              MOVE "S" TO WS-ESTORNO.
           IF LINHA-LIDA (1:10) = "POTONG DP "
              MOVE "D" TO WS-ESTORNO.
           MOVE "KUCING    " TO NRM-CAIXA.
           MOVE LINHA-LIDA (1:20) TO NRM-ITEM.
           IF WS-ESTORNO = "S"
           ELSE
              MOVE LINHA-LIDA (36:15) TO LINHA-LIDA (61:15).
           PERFORM 065-PARSEIA-VALOR-15 THRU 065-99-FIM.
           IF WS-ESTORNO NOT = "N"
              COMPUTE NRM-VALOR = 0 - WS-VALOR-PARSEADO
           ELSE
              MOVE WS-VALOR-PARSEADO TO NRM-VALOR.
           IF LINHA-LIDA (1:15) = "BOOKING KUCING "
              ADD NRM-VALOR TO TOT-KUC-DP
              ADD 1 TO QTD-KUC-DP.
           IF WS-ESTORNO = "N" AND
              LINHA-LIDA (1:15) NOT = "BOOKING KUCING "
              MOVE NRM-VALOR TO WS-VENDA-KUC-ATUAL.
           IF WS-ESTORNO = "D"
              ADD NRM-VALOR TO WS-VENDA-KUC-ATUAL.
           ADD NRM-VALOR TO TOT-KUCING.
           ADD 1 TO QTD-KUCING.
           PERFORM 070-GRAVA-NORMALIZADO THRU 070-99-FIM.
           GO TO 031-LE-LINHA-KUCING.
      *----------------------------------------------------
       040-SOMA-CICILAN.
           MOVE ZEROS TO WS-ENTRADA-KUC.
           IF LINHA-LIDA (29:8) IS NUMERIC
              MOVE LINHA-LIDA (29:8) TO WS-ENTRADA-KUC.
           IF WS-VENDA-KUC-ATUAL > WS-ENTRADA-KUC
              COMPUTE TOT-KUC-CICIL = TOT-KUC-CICIL
                  + WS-VENDA-KUC-ATUAL - WS-ENTRADA-KUC.
           MOVE ZEROS TO WS-VENDA-KUC-ATUAL.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-PARSEIA-QTD.
           MOVE ZEROS TO WS-QTD-PARSEADA.
           COMPUTE TOT-GERAL = TOT-MAKANAN + TOT-KUCING.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE TOT-MAK-BRUTO TO WS-TOT-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "MAKANAN VENDA BRUTA ...: " WS-TOT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY WS-LINHA-RELATORIO.
           MOVE ZEROS TO WS-INDICE-PROMO.
       900-01-PROMO.
           ADD 1 TO WS-INDICE-PROMO.
           IF WS-INDICE-PROMO > QTD-PROMOS
              GO TO 900-02-SUBTOTAIS.
           MOVE PROMO-DISKON (WS-INDICE-PROMO) TO WS-TOT-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "  DISKON PROMO " PROMO-KODE (WS-INDICE-PROMO)
                  " " PROMO-NOME (WS-INDICE-PROMO)
                  " VALOR:" WS-TOT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY WS-LINHA-RELATORIO.
           GO TO 900-01-PROMO.
       900-02-SUBTOTAIS.
           MOVE TOT-MAK-DISKON TO WS-TOT-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "MAKANAN TOTAL DISKON ..: " WS-TOT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY WS-LINHA-RELATORIO.
           MOVE TOT-MAKANAN TO WS-TOT-ED.
           MOVE QTD-MAKANAN TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "SUBTOTAL MAKANAN LIQ.  :" WS-QTD-ED
                  " VALOR:" WS-TOT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO REG-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY WS-LINHA-RELATORIO.
           MOVE TOT-KUC-DP TO WS-TOT-ED.
           MOVE QTD-KUC-DP TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "  DARI ITU DP BOOKING  :" WS-QTD-ED
                  " VALOR:" WS-TOT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY WS-LINHA-RELATORIO.
           MOVE TOT-GERAL TO WS-TOT-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "TOTAL GERAL DO DIA ....: " WS-TOT-ED
           MOVE WS-LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY WS-LINHA-RELATORIO.
           PERFORM 920-TOTAIS-TENDER THRU 920-99-FIM.
           IF WS-LIQ-MAKANAN > ZEROS
              MOVE SPACES TO WS-LINHA-RELATORIO
              STRING "ATENCAO: LINHAS JA LIQUIDADAS PELO ZREPORT: "
           PERFORM 940-GRAVA-HISTORICO THRU 940-99-FIM.
           PERFORM 950-MARCA-KUCING THRU 950-99-FIM.
           GO TO 999-FIM.
      *----------------------------------------------------
      * RECEITA DO DIA POR TENDER. NO KUCING, TUNAI E O QUE
      * SOBRA DO TOTAL DEPOIS DO EDC E DO SALDO EM CICILAN
      * (VENDA A VISTA, ENTRADA, DP DE BOOKING E ESTORNOS).
      *----------------------------------------------------
       920-TOTAIS-TENDER.
           COMPUTE TOT-KUC-TUNAI = TOT-KUCING - TOT-KUC-EDC
               - TOT-KUC-CICIL.
           COMPUTE TOT-TENDER-TUNAI = TOT-MAK-TUNAI + TOT-KUC-TUNAI.
           COMPUTE TOT-TENDER-EDC = TOT-MAK-EDC + TOT-KUC-EDC.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "RECEITA POR TENDER" TO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY WS-LINHA-RELATORIO.
           MOVE TOT-MAK-TUNAI TO WS-TOT-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "  MAKANAN TUNAI .......: " WS-TOT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM 925-GRAVA-TENDER THRU 925-99-FIM.
           MOVE TOT-MAK-BON TO WS-TOT-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "  MAKANAN BON .........: " WS-TOT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM 925-GRAVA-TENDER THRU 925-99-FIM.
           MOVE TOT-MAK-EDC TO WS-TOT-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "  MAKANAN KARTU/QRIS ..: " WS-TOT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM 925-GRAVA-TENDER THRU 925-99-FIM.
           MOVE TOT-MAK-KARYAWAN TO WS-TOT-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "  MAKANAN POTONG GAJI .: " WS-TOT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM 925-GRAVA-TENDER THRU 925-99-FIM.
           MOVE TOT-KUC-TUNAI TO WS-TOT-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "  KUCING TUNAI ........: " WS-TOT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM 925-GRAVA-TENDER THRU 925-99-FIM.
           MOVE TOT-KUC-CICIL TO WS-TOT-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "  KUCING CICILAN ......: " WS-TOT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM 925-GRAVA-TENDER THRU 925-99-FIM.
           MOVE TOT-KUC-EDC TO WS-TOT-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "  KUCING KARTU/QRIS ...: " WS-TOT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM 925-GRAVA-TENDER THRU 925-99-FIM.
           MOVE TOT-TENDER-TUNAI TO WS-TOT-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "TOTAL TUNAI (2 CAIXAS) : " WS-TOT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM 925-GRAVA-TENDER THRU 925-99-FIM.
           MOVE TOT-TENDER-EDC TO WS-TOT-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "TOTAL KARTU/QRIS ......: " WS-TOT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM 925-GRAVA-TENDER THRU 925-99-FIM.
       920-99-FIM.
           EXIT.
      *----------------------------------------------------
       925-GRAVA-TENDER.
           MOVE WS-LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY WS-LINHA-RELATORIO.
       925-99-FIM.
           EXIT.
      *----------------------------------------------------
       940-GRAVA-HISTORICO.
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
