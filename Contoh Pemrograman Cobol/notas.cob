           02  REGN-PR1       PIC 9(02)V9.
           02  REGN-PR2       PIC 9(02)V9.
           02  REGN-PF        PIC 9(02)V9.
           02  REGN-NPM       PIC X(08).
           02  REGN-PERIODE   PIC X(06).
           02  REGN-MK        PIC X(06).
      *
       FD  CERTIFICADO.
       01  LINHA-CERTIFICADO  PIC X(80).
           02  WS-TOTAL-REPROVADOS PIC 9(05) VALUE ZEROS.
           02  WS-SOMA-MEDIAS     PIC 9(05)V9 VALUE ZEROS.
           02  WS-MEDIA-TURMA     PIC ZZZ,Z.
           02  WS-TOTAL-RECUSADOS PIC 9(05) VALUE ZEROS.
       01  CONTROLE-KRS.
           02  WS-PERIODE-KRS PIC X(06) VALUE SPACES.
           02  WS-MK-KRS      PIC X(06) VALUE SPACES.
           02  WS-KRS-OK      PIC X(01) VALUE "N".
       01  CONTROLE-FREQUENCIA.
           02  WS-NPM-ALUNO   PIC X(08) VALUE SPACES.
           02  WS-BULAN-FREQ  PIC 9(06) VALUE ZEROS.
           02  WS-FREQ-OK     PIC X(01) VALUE "S".
           02  WS-FREQ-OVERRIDE PIC X(01) VALUE "N".
           02  WS-SUPER-FREQ  PIC X(20) VALUE SPACES.
       01  WS-NOTAS-CORTE.
           02  WS-NOTA-APROVA PIC 9(02)V9 VALUE 7,0.
           02  WS-NOTA-EXAME  PIC 9(02)V9 VALUE 4,0.
       01  WS-PARAMETRO.
           02  WS-PARAM-CODIGO    PIC X(12) VALUE SPACES.
           02  WS-PARAM-DATA      PIC 9(08) VALUE ZEROS.
           02  WS-PARAM-VALOR     PIC 9(09)V99 VALUE ZEROS.
           02  WS-PARAM-VIGENCIA  PIC 9(08) VALUE ZEROS.
           02  WS-PARAM-RESULTADO PIC X(01) VALUE "N".
       01  WS-LINHA-RESULTADO     PIC X(80).
       01  WS-RESULTADO-EDITADO.
           02  WS-PR1-ED      PIC ZZ,Z.
           02  LINE  5 COLUMN 07  VALUE "Aluno .................:".
           02  LINE  6 COLUMN 07  VALUE "PR1 ...................:".
           02  LINE  7 COLUMN 07  VALUE "PR2 ...................:".
           02  LINE  9 COLUMN 07  VALUE "Periode / Mata kuliah .:".
           02  LINE 10 COLUMN 07  VALUE "Media .................:".
       01  TELA-COMP1.
           02  LINE  8 COLUMN 07  VALUE "PRF ...................:".
      -        "A (S) ?".
           ACCEPT (10, 62) WS-MODO.
           PERFORM 005-ABRE-ARQUIVO THRU 005-99-FIM.
           PERFORM 007-LE-PARAMETROS THRU 007-99-FIM.
           IF WS-MODO = "L" OR WS-MODO = "l"
              GO TO 200-LOTE.
           IF WS-MODO = "S" OR WS-MODO = "s"
              OPEN EXTEND RESULTADOS.
       005-99-FIM.
           EXIT.
       007-LE-PARAMETROS.
           ACCEPT WS-PARAM-DATA FROM DATE YYYYMMDD.
           MOVE "NOTAAPROVA" TO WS-PARAM-CODIGO.
           CALL "PARAMVAL" USING WS-PARAMETRO.
           IF WS-PARAM-RESULTADO = "S"
              MOVE WS-PARAM-VALOR TO WS-NOTA-APROVA.
           MOVE "NOTAEXAME" TO WS-PARAM-CODIGO.
           CALL "PARAMVAL" USING WS-PARAMETRO.
           IF WS-PARAM-RESULTADO = "S"
              MOVE WS-PARAM-VALOR TO WS-NOTA-EXAME.
       007-99-FIM.
           EXIT.
       010-INICIO.
           DISPLAY (01, 01) ERASE.
           ACCEPT WS-DATA FROM DATE.
           ACCEPT (05, 60) WS-NPM-ALUNO WITH PROMPT.
           IF WS-NPM-ALUNO = SPACES
              GO 020-01-RECEBE-NPM.
           ACCEPT (09, 32) WS-PERIODE-KRS WITH PROMPT.
           ACCEPT (09, 40) WS-MK-KRS WITH PROMPT.
           IF WS-PERIODE-KRS = SPACES OR WS-MK-KRS = SPACES
              GO 020-01-RECEBE-NPM.
           CALL "CEKKRS" USING WS-NPM-ALUNO WS-PERIODE-KRS WS-MK-KRS
               WS-KRS-OK.
           IF WS-KRS-OK NOT = "S"
              ADD 1 TO WS-TOTAL-RECUSADOS
              DISPLAY (23, 14) "ALUNO SEM KRS NESTA MATA KULIAH."
              GO TO 050-SAIR-OU-NAO.
       020-02-RECEBE-BULAN.
           DISPLAY (23, 14) "BULAN DA FREQUENCIA (YYYYMM): ".
           ACCEPT (23, 45) WS-BULAN-FREQ WITH PROMPT.
              PERFORM 035-GRAVA-RESULTADO THRU 035-99-FIM
              ACCEPT (23, 41) WS-PAUSA
              GO TO 050-SAIR-OU-NAO.
           IF WS-MEDIA < WS-NOTA-APROVA AND
              WS-MEDIA NOT < WS-NOTA-EXAME
              DISPLAY TELA-COMP1
              DISPLAY (23, 14) "PROVA FINAL               "
              PERFORM 032-RECEBE-PF THRU 032-99-FIM
              DISPLAY (10, 32) MFINAL.
           ADD 1 TO WS-TOTAL-ALUNOS.
           ADD WS-MEDIA TO WS-SOMA-MEDIAS.
           IF WS-MEDIA NOT < WS-NOTA-APROVA
              ADD 1 TO WS-TOTAL-APROVADOS
              MOVE "APROVADO " TO WS-RESULTADO-FINAL
              DISPLAY (23, 14) "APROVADO - Tecle ENTER.   ".
           IF WS-MEDIA < WS-NOTA-APROVA
              ADD 1 TO WS-TOTAL-REPROVADOS
              MOVE "REPROVADO" TO WS-RESULTADO-FINAL
              DISPLAY (23, 14) "REPROVADO - Tecle ENTER.  ".
               AT END
               GO TO 200-99-FIM.
           MOVE REGN-ALUNO TO WS-ALUNO.
           CALL "CEKKRS" USING REGN-NPM REGN-PERIODE REGN-MK
               WS-KRS-OK.
           IF WS-KRS-OK NOT = "S"
              PERFORM 220-RECUSA-LOTE THRU 220-99-FIM
              GO TO 200-01-LE-NOTA.
           MOVE REGN-PR1 TO WS-PR1.
           MOVE REGN-PR2 TO WS-PR2.
           MOVE REGN-PF TO WS-PF.
           GO TO 070-FIM.
       210-CALCULA-LOTE.
           COMPUTE WS-MEDIA = (WS-PR1 + WS-PR2)/2.
           IF WS-MEDIA < WS-NOTA-APROVA AND
              WS-MEDIA NOT < WS-NOTA-EXAME
              COMPUTE WS-MEDIA = (WS-MEDIA + WS-PF)/2
           ELSE
              MOVE ZEROS TO WS-PF.
           ADD 1 TO WS-TOTAL-ALUNOS.
           ADD WS-MEDIA TO WS-SOMA-MEDIAS.
           IF WS-MEDIA < WS-NOTA-APROVA
              ADD 1 TO WS-TOTAL-REPROVADOS
           ELSE
              ADD 1 TO WS-TOTAL-APROVADOS.
           PERFORM 035-GRAVA-RESULTADO THRU 035-99-FIM.
       210-99-FIM.
           EXIT.
       220-RECUSA-LOTE.
           ADD 1 TO WS-TOTAL-RECUSADOS.
           MOVE SPACES TO WS-LINHA-RESULTADO.
           STRING WS-ALUNO   DELIMITED BY SIZE
                  " NPM="    DELIMITED BY SIZE
                  REGN-NPM   DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  REGN-PERIODE DELIMITED BY SIZE
                  " MK="     DELIMITED BY SIZE
                  REGN-MK    DELIMITED BY SIZE
                  " RECUSADO: SEM KRS" DELIMITED BY SIZE
                  INTO WS-LINHA-RESULTADO.
           MOVE WS-LINHA-RESULTADO TO REG-RESULTADO.
           WRITE REG-RESULTADO.
       220-99-FIM.
           EXIT.
       050-SAIR-OU-NAO.
           DISPLAY (23, 14) "Deseja recalcular? (S/N)  ".
           ACCEPT  (23, 39) RESPOSTA.
           DISPLAY (06, 32) WS-LIMPA.
           DISPLAY (07, 32) WS-LIMPA.
           DISPLAY (08, 32) WS-LIMPA.
           DISPLAY (09, 32) WS-LIMPA.
           DISPLAY (10, 32) WS-LIMPA.
           DISPLAY (23, 14) "                                         ".
           GO TO 010-INICIO.
              DISPLAY (06, 20) "REPROVADOS .........: "
                      WS-TOTAL-REPROVADOS
              DISPLAY (07, 20) "MEDIA DA TURMA ......: " WS-MEDIA-TURMA
              DISPLAY (08, 20) "RECUSADOS SEM KRS ..: "
                      WS-TOTAL-RECUSADOS
              DISPLAY (23, 14) "Pressione ENTER para finalizar."
              ACCEPT (23, 55) WS-PAUSA
              DISPLAY (1, 1) ERASE.
