       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFVA.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 POSISI PIC 9(02) VALUE ZEROS.
       77 PESO PIC 9(02) VALUE ZEROS.
       77 DIGITO PIC 9(01) VALUE ZEROS.
       77 SOMA-DV PIC 9(05) VALUE ZEROS.
       77 QUOCIENTE-DV PIC 9(05) VALUE ZEROS.
       77 RESTO-DV PIC 9(02) VALUE ZEROS.
       77 DV-CALCULADO PIC 9(01) VALUE ZEROS.
       77 NPM-VALIDO PIC X.
       LINKAGE SECTION.
       01 LNK-FUNCAO PIC X(1).
       01 LNK-NPM PIC X(8).
       01 LNK-PERIODE PIC X(6).
       01 LNK-REFERENSI PIC X(14).
       01 LNK-HASIL PIC X(1).
      *----------------------------------------------------
      * REFERENSI VIRTUAL DO ALUNO PARA PAGAR A TAGIHAN POR
      * TRANSFERENCIA NA CONTA DA ESCOLA: 14 DIGITOS = NPM
      * (8) + PERIODE YYYYS (5) + DV MODULO 11 (PESOS 2 A 9
      * DA DIREITA PARA A ESQUERDA; RESTO 0 OU 1 DA DV 0).
      * FUNCAO "G": MONTA LNK-REFERENSI DE NPM E PERIODE.
      * FUNCAO "V": CONFERE LNK-REFERENSI E DEVOLVE NPM E
      *             PERIODE. "S" EM LNK-HASIL QUANDO VALIDA.
      *----------------------------------------------------
       PROCEDURE DIVISION USING LNK-FUNCAO LNK-NPM LNK-PERIODE
                                LNK-REFERENSI LNK-HASIL.
      *----------------------------------------------------
       001-INICIO.
           MOVE 'N' TO LNK-HASIL.
           IF LNK-FUNCAO = 'G'
              GO TO 010-GERA-REFERENSI.
           IF LNK-FUNCAO = 'V'
              GO TO 020-VALIDA-REFERENSI.
           GO TO 999-FIM.
      *----------------------------------------------------
       010-GERA-REFERENSI.
           MOVE SPACES TO LNK-REFERENSI.
           CALL 'VALNPM' USING LNK-NPM NPM-VALIDO.
           IF NPM-VALIDO NOT = 'S'
              GO TO 999-FIM.
           IF LNK-PERIODE (1:4) NOT NUMERIC
              OR (LNK-PERIODE (5:1) NOT = '1'
                  AND LNK-PERIODE (5:1) NOT = '2')
              OR LNK-PERIODE (6:1) NOT = SPACE
              GO TO 999-FIM.
           MOVE LNK-NPM TO LNK-REFERENSI (1:8).
           MOVE LNK-PERIODE (1:5) TO LNK-REFERENSI (9:5).
           PERFORM 030-CALCULA-DV THRU 030-99-FIM.
           MOVE DV-CALCULADO TO LNK-REFERENSI (14:1).
           MOVE 'S' TO LNK-HASIL.
           GO TO 999-FIM.
      *----------------------------------------------------
       020-VALIDA-REFERENSI.
           MOVE SPACES TO LNK-NPM LNK-PERIODE.
           IF LNK-REFERENSI NOT NUMERIC
              GO TO 999-FIM.
           IF LNK-REFERENSI (13:1) NOT = '1'
              AND LNK-REFERENSI (13:1) NOT = '2'
              GO TO 999-FIM.
           PERFORM 030-CALCULA-DV THRU 030-99-FIM.
           MOVE LNK-REFERENSI (14:1) TO DIGITO.
           IF DIGITO NOT = DV-CALCULADO
              GO TO 999-FIM.
           MOVE LNK-REFERENSI (1:8) TO LNK-NPM.
           MOVE LNK-REFERENSI (9:5) TO LNK-PERIODE (1:5).
           MOVE 'S' TO LNK-HASIL.
           GO TO 999-FIM.
      *----------------------------------------------------
       030-CALCULA-DV.
           MOVE ZEROS TO SOMA-DV.
           MOVE 14 TO POSISI.
           MOVE 1 TO PESO.
       030-01-SOMA.
           SUBTRACT 1 FROM POSISI.
           IF POSISI = ZEROS
              GO TO 030-02-RESTO.
           ADD 1 TO PESO.
           IF PESO > 9
              MOVE 2 TO PESO.
           MOVE LNK-REFERENSI (POSISI:1) TO DIGITO.
           COMPUTE SOMA-DV = SOMA-DV + DIGITO * PESO.
           GO TO 030-01-SOMA.
       030-02-RESTO.
           DIVIDE SOMA-DV BY 11 GIVING QUOCIENTE-DV
               REMAINDER RESTO-DV.
           IF RESTO-DV = 0 OR RESTO-DV = 1
              MOVE 0 TO DV-CALCULADO
           ELSE
              COMPUTE DV-CALCULADO = 11 - RESTO-DV.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA REFVA ---------***
