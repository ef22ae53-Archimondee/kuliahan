       77 SALDO-TAGIHAN PIC 9(8) VALUE ZEROS.
       77 WS-NAMA-USADO PIC X(25) VALUE SPACES.
       77 WS-LINHA-LAPORAN PIC X(80).
       77 FUNCAO-REF PIC X VALUE 'G'.
       77 REF-HASIL PIC X.
       77 REFERENSI-VA PIC X(14).
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       020-05-GRAVA.
           ADD 1 TO WS-TOTAL-ABERTAS.
           ADD SALDO-TAGIHAN TO WS-TOTAL-VALOR.
           CALL 'REFVA' USING FUNCAO-REF NPM-TAGIHAN PERIODE-TAGIHAN
                              REFERENSI-VA REF-HASIL.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING NPM-TAGIHAN " " PERIODE-TAGIHAN " "
                  WS-NAMA-USADO " SALDO RP:" SALDO-TAGIHAN
                  " REF:" REFERENSI-VA
                  DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       020-99-FIM.
