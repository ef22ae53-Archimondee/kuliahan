           02  WS-MES-PEDIDO      PIC 9(02) VALUE ZEROS.
           02  WS-ANO-PEDIDO      PIC 9(04) VALUE ZEROS.
       01  WS-DATA-CHAVE          PIC 9(08) VALUE ZEROS.
       01  WS-DIA-NEGOCIO.
           02  WS-NEGOCIO-FUNCAO  PIC X(01) VALUE "C".
           02  WS-NEGOCIO-PROGRAMA PIC X(08) VALUE "RAZAOCLI".
           02  WS-NEGOCIO-DATA    PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-SITUACAO PIC X(01) VALUE SPACE.
           02  WS-NEGOCIO-ANTERIOR PIC 9(08) VALUE ZEROS.
           02  WS-NEGOCIO-RESULTADO PIC X(01) VALUE "N".
       01  TOTAIS-RAZAO.
           02  WS-CRED-ESPECIAL   PIC 9(11)V99 VALUE ZEROS.
           02  WS-DEB-ESPECIAL    PIC 9(11)V99 VALUE ZEROS.
              GO TO 002-RECEBE-DATA.
           COMPUTE WS-DATA-CHAVE = WS-ANO-PEDIDO * 10000
               + WS-MES-PEDIDO * 100 + WS-DIA-PEDIDO.
      *****  SO VAI AO RAZAO O DIA JA FECHADO
           CALL "DATACONT" USING WS-DIA-NEGOCIO.
           IF WS-NEGOCIO-RESULTADO = "S" AND
              WS-DATA-CHAVE NOT < WS-NEGOCIO-DATA
              DISPLAY "DIA AINDA NAO FECHADO! Reinforme."
              GO TO 002-RECEBE-DATA.
           PERFORM 005-TESTA-CONTROLE THRU 005-99-FIM.
           IF WS-JA-PROCESSADO = "S"
              DISPLAY "DATA JA PROCESSADA! REIMPRIMIR? (S/N) "
