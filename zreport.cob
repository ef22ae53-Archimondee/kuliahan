       77 WS-TOTAL-GERAL PIC S9(09) VALUE ZEROS.
       77 WS-TOTAL-LIQUIDADAS PIC 9(05) VALUE ZEROS.
       77 WS-INDICE PIC 9(05) COMP VALUE ZEROS.
       77 WS-INDICE-ITEM PIC 9(04) COMP VALUE ZEROS.
       77 WS-INDICE-PROMO PIC 9(03) COMP VALUE ZEROS.
       77 WS-TOTAL-DISKON PIC S9(09) VALUE ZEROS.
       77 WS-TOTAL-LIQUIDO PIC S9(09) VALUE ZEROS.
       01 TABELA-ITENS.
           02 QTD-ITENS PIC 9(03) COMP VALUE ZEROS.
           02 ITEM-OCORRENCIA OCCURS 999 TIMES.
               03 ITEM-NOME PIC X(20).
               03 ITEM-PORCOES PIC S9(06).
               03 ITEM-RECEITA PIC S9(09).
       01 TABELA-PROMOS.
           02 QTD-PROMOS PIC 9(03) COMP VALUE ZEROS.
           02 PROMO-OCORRENCIA OCCURS 20 TIMES.
               03 PROMO-KODE PIC 9(03).
               03 PROMO-NOME PIC X(20).
               03 PROMO-VEZES PIC S9(06).
               03 PROMO-DISKON PIC S9(09).
       01 WS-LINHA-RELATORIO PIC X(80).
       01 WS-PORCOES-ED PIC -ZZZZZ9.
       01 WS-RECEITA-ED PIC -Z(8)9.
       01 WS-ESTATISTICA-JOB.
           02 WS-JOB-PROGRAMA PIC X(12) VALUE "ZREPORT".
           02 WS-JOB-RC PIC 9(02) VALUE 8.
           02 WS-JOB-LIDOS PIC 9(07) VALUE ZEROS.
           02 WS-JOB-GRAVADOS PIC 9(07) VALUE ZEROS.
           02 WS-JOB-REJEITADOS PIC 9(07) VALUE ZEROS.
           02 WS-JOB-ARQUIVO PIC X(12) VALUE "ZREPORT.TXT".
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
           IF VENDA-LIQUIDADA
              ADD 1 TO WS-TOTAL-LIQUIDADAS
              GO TO 020-99-FIM.
           IF VENDA-DESCONTO
              PERFORM 050-SOMA-DISKON THRU 050-99-FIM
              GO TO 020-50-LIQUIDA.
           PERFORM 040-ACHA-ITEM THRU 040-99-FIM.
           IF VENDA-ESTORNADA
              ADD 1 TO WS-TOTAL-ESTORNOS
              ADD QTD-VENDA TO ITEM-PORCOES (WS-INDICE-ITEM)
              ADD VALOR-VENDA TO ITEM-RECEITA (WS-INDICE-ITEM)
              ADD VALOR-VENDA TO WS-TOTAL-GERAL.
       020-50-LIQUIDA.
           MOVE "L" TO LIQUIDADO-VENDA.
           REWRITE REG-VENDATRX.
       020-99-FIM.
              GO TO 040-99-FIM.
           GO TO 040-01-PROCURA.
       040-02-NOVO.
           IF QTD-ITENS NOT < 999
              MOVE 999 TO WS-INDICE-ITEM
              GO TO 040-99-FIM.
           ADD 1 TO QTD-ITENS.
           MOVE QTD-ITENS TO WS-INDICE-ITEM.
           MOVE NOME-ITEM-VENDA TO ITEM-NOME (WS-INDICE-ITEM).
           MOVE ZEROS TO ITEM-RECEITA (WS-INDICE-ITEM).
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
      * LINHA DE DISKON (PROMO) - ACUMULA POR KODE DE PROMO.
      * ESTORNO DE DISKON DEVOLVE O VALOR AO LIQUIDO.
      *----------------------------------------------------
       050-SOMA-DISKON.
           MOVE ZEROS TO WS-INDICE-PROMO.
       050-01-PROCURA.
           ADD 1 TO WS-INDICE-PROMO.
           IF WS-INDICE-PROMO > QTD-PROMOS
              GO TO 050-02-NOVO.
           IF PROMO-KODE (WS-INDICE-PROMO) = PROMO-VENDA
              GO TO 050-03-SOMA.
           GO TO 050-01-PROCURA.
       050-02-NOVO.
           IF QTD-PROMOS NOT < 20
              MOVE 20 TO WS-INDICE-PROMO
              GO TO 050-03-SOMA.
           ADD 1 TO QTD-PROMOS.
           MOVE QTD-PROMOS TO WS-INDICE-PROMO.
           MOVE PROMO-VENDA TO PROMO-KODE (WS-INDICE-PROMO).
           MOVE NOME-ITEM-VENDA TO PROMO-NOME (WS-INDICE-PROMO).
           MOVE ZEROS TO PROMO-VEZES (WS-INDICE-PROMO).
           MOVE ZEROS TO PROMO-DISKON (WS-INDICE-PROMO).
       050-03-SOMA.
           IF VENDA-ESTORNADA
              GO TO 050-04-ESTORNO.
           ADD 1 TO PROMO-VEZES (WS-INDICE-PROMO).
           ADD VALOR-VENDA TO PROMO-DISKON (WS-INDICE-PROMO).
           ADD VALOR-VENDA TO WS-TOTAL-DISKON.
           GO TO 050-99-FIM.
       050-04-ESTORNO.
           ADD 1 TO WS-TOTAL-ESTORNOS.
           SUBTRACT 1 FROM PROMO-VEZES (WS-INDICE-PROMO).
           SUBTRACT VALOR-VENDA FROM PROMO-DISKON (WS-INDICE-PROMO).
           SUBTRACT VALOR-VENDA FROM WS-TOTAL-DISKON.
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-ZREPORT.
           OPEN OUTPUT RELATORIO.
           MOVE WS-TOTAL-GERAL TO WS-RECEITA-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "PEDIDOS:" WS-PORCOES-ED
                  " VENDA BRUTA:" WS-RECEITA-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY WS-LINHA-RELATORIO.
           MOVE ZEROS TO WS-INDICE.
       900-03-GRAVA-PROMO.
           ADD 1 TO WS-INDICE.
           IF WS-INDICE > QTD-PROMOS
              GO TO 900-04-LIQUIDO.
           MOVE PROMO-VEZES (WS-INDICE) TO WS-PORCOES-ED.
           MOVE PROMO-DISKON (WS-INDICE) TO WS-RECEITA-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "PROMO " PROMO-KODE (WS-INDICE) " "
                  PROMO-NOME (WS-INDICE)
                  " VEZES:" WS-PORCOES-ED
                  " DISKON:" WS-RECEITA-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY WS-LINHA-RELATORIO.
           GO TO 900-03-GRAVA-PROMO.
       900-04-LIQUIDO.
           COMPUTE WS-TOTAL-LIQUIDO = WS-TOTAL-GERAL - WS-TOTAL-DISKON.
           MOVE WS-TOTAL-DISKON TO WS-RECEITA-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "         TOTAL DISKON:" WS-RECEITA-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY WS-LINHA-RELATORIO.
           MOVE WS-TOTAL-LIQUIDO TO WS-RECEITA-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "        VENDA LIQUIDA:" WS-RECEITA-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           MOVE WS-LINHA-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY "VENDAS JA LIQUIDADAS ANTES ...: "
                   WS-TOTAL-LIQUIDADAS.
           DISPLAY "RELATORIO GRAVADO EM ZREPORT.TXT".
           MOVE WS-TOTAL-LINHAS TO WS-JOB-LIDOS.
           MOVE WS-TOTAL-PEDIDOS TO WS-JOB-GRAVADOS.
           MOVE WS-TOTAL-ESTORNOS TO WS-JOB-REJEITADOS.
           MOVE ZEROS TO WS-JOB-RC.
       900-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           CALL "GRAVAJOB" USING WS-ESTATISTICA-JOB.
           STOP RUN.
      ***---------- FIM DO PROGRAMA ZREPORT ---------***
