              PERFORM 025-PARSEIA-VALOR THRU 025-99-FIM
              SUBTRACT WS-VALOR-PARSEADO FROM WS-TOTAL-VIDA
              GO TO 020-LE-LINHA.
           IF REG-NOTAKUCING (1:10) = "POTONG DP "
              MOVE REG-NOTAKUCING (36:15) TO CAMPO-VALOR
              PERFORM 025-PARSEIA-VALOR THRU 025-99-FIM
              SUBTRACT WS-VALOR-PARSEADO FROM WS-TOTAL-VIDA
              GO TO 020-LE-LINHA.
           ADD 1 TO WS-TOTAL-COMPRAS.
           MOVE REG-NOTAKUCING (36:15) TO CAMPO-VALOR.
           PERFORM 025-PARSEIA-VALOR THRU 025-99-FIM.
