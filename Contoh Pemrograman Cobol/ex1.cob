           SELECT REJEITADOS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-REJEITADOS.
           SELECT REAJLOTE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-CHAVE
               FILE STATUS IS STATUS-REAJLOTE.
           SELECT REAJCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-LOTE
               FILE STATUS IS STATUS-REAJCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  REAJUSTES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNCREJ.TXT".
       01  REG-REJEITADO          PIC X(100).
      *
       COPY "recrjlot.cob".
      *
       COPY "recrjctl.cob".
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-MOTIVO-REJEICAO PIC X(02) VALUE SPACES.
           02  WS-LOTE-ACEITOS PIC 9(05) VALUE ZEROS.
           02  WS-LOTE-REJEITADOS PIC 9(05) VALUE ZEROS.
           02  STATUS-REAJLOTE PIC X(02) VALUE "00".
           02  STATUS-REAJCTL PIC X(02) VALUE "00".
           02  WS-GRAVA-LOTE  PIC X(01) VALUE "N".
           02  WS-LOTE        PIC 9(14) VALUE ZEROS.
           02  WS-SEQ-LOTE    PIC 9(05) VALUE ZEROS.
           02  WS-LOTE-ATUAL  PIC 9(09)V99 VALUE ZEROS.
           02  WS-LOTE-NOVO   PIC 9(09)V99 VALUE ZEROS.
       01  WS-LINHA-REJEITO       PIC X(100).
       01  WS-LINHA-REAJUSTE      PIC X(100).
       01  WS-ESTATISTICA-JOB.
           02  WS-JOB-PROGRAMA    PIC X(12) VALUE "EXERCICIO1".
           02  WS-JOB-RC          PIC 9(02) VALUE 8.
           02  WS-JOB-LIDOS       PIC 9(07) VALUE ZEROS.
           02  WS-JOB-GRAVADOS    PIC 9(07) VALUE ZEROS.
           02  WS-JOB-REJEITADOS  PIC 9(07) VALUE ZEROS.
           02  WS-JOB-ARQUIVO     PIC X(12) VALUE "FUNCREJ.TXT".
       01  WS-IDADE-ED            PIC Z9.
       01  WS-SALARIO-ED          PIC Z.ZZ9,99.
       01  WS-CATEGORIA           PIC X(01).
           IF STATUS-FUNCIONARIOS NOT = "00"
              DISPLAY (10, 10) "ERRO AO ABRIR FUNCIONARIOS.TXT. STATUS="
                      STATUS-FUNCIONARIOS
              CALL "GRAVAJOB" USING WS-ESTATISTICA-JOB
              GO TO 100-FIM.
           OPEN OUTPUT REJEITADOS.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           COMPUTE WS-LOTE = WS-DATA-SISTEMA * 1000000
                   + WS-HOR * 10000 + WS-MIN * 100 + WS-SEG.
           OPEN I-O REAJLOTE.
           IF STATUS-REAJLOTE = "35"
              OPEN OUTPUT REAJLOTE
              CLOSE REAJLOTE
              OPEN I-O REAJLOTE.
           IF STATUS-REAJLOTE = "00"
              MOVE "S" TO WS-GRAVA-LOTE
           ELSE
              DISPLAY (12, 10) "REAJLOTE.DAT INDISPONIVEL. STATUS="
                      STATUS-REAJLOTE " - LOTE NAO SERA GRAVADO".
       005-01-LE-FUNCIONARIO.
           READ FUNCIONARIOS
               AT END
           PERFORM 068-BUSCA-PERCENTUAL THRU 068-99-FIM.
           PERFORM 069-APLICA-FAIXA-SALARIAL THRU 069-99-FIM.
           PERFORM 070-05-COMPUTA-E-GRAVA THRU 070-05-99-FIM.
           PERFORM 076-GRAVA-LOTE THRU 076-99-FIM.
           GO TO 005-01-LE-FUNCIONARIO.
      *----------------------------------------------------
      * MOTIVOS: 01=IDADE 02=SALARIO 03=CATEGORIA 04=SEXO
       005-99-FIM.
           CLOSE FUNCIONARIOS.
           CLOSE REJEITADOS.
           IF WS-GRAVA-LOTE = "S"
              CLOSE REAJLOTE
              PERFORM 007-GRAVA-CONTROLE THRU 007-99-FIM.
           DISPLAY (14, 10) "REGISTROS ACEITOS ....: " WS-LOTE-ACEITOS.
           DISPLAY (15, 10) "REGISTROS REJEITADOS .: "
                   WS-LOTE-REJEITADOS.
           DISPLAY (16, 10) "REJEITOS EM FUNCREJ.TXT".
           COMPUTE WS-JOB-LIDOS = WS-LOTE-ACEITOS + WS-LOTE-REJEITADOS.
           MOVE WS-LOTE-ACEITOS TO WS-JOB-GRAVADOS.
           MOVE WS-LOTE-REJEITADOS TO WS-JOB-REJEITADOS.
           MOVE ZEROS TO WS-JOB-RC.
           IF WS-LOTE-REJEITADOS > ZEROS
              MOVE 4 TO WS-JOB-RC.
           CALL "GRAVAJOB" USING WS-ESTATISTICA-JOB.
           GO TO 100-FIM.
      *----------------------------------------------------
       006-SIMULA.
           DISPLAY WS-LINHA-SIMULACAO.
       006-80-FIM.
           EXIT.
      *----------------------------------------------------
      * CONTROLE DO LOTE (REAJCTL.DAT) EM STATUS G=GERADO.
      * O LOTE SO CHEGA AO GAJIHIST.DAT DEPOIS DE APROVADO E
      * POSTADO PELO REAJPOST.
      *----------------------------------------------------
       007-GRAVA-CONTROLE.
           IF WS-SEQ-LOTE = ZEROS
              GO TO 007-99-FIM.
           OPEN I-O REAJCTL.
           IF STATUS-REAJCTL = "35"
              OPEN OUTPUT REAJCTL
              CLOSE REAJCTL
              OPEN I-O REAJCTL.
           IF STATUS-REAJCTL NOT = "00"
              DISPLAY (17, 10) "ERRO AO ABRIR REAJCTL.DAT. STATUS="
                      STATUS-REAJCTL
              GO TO 007-99-FIM.
           MOVE SPACES TO REG-REAJCTL.
           MOVE WS-LOTE TO RC-LOTE.
           MOVE WS-DATA-SISTEMA TO RC-TGL.
           MOVE WS-SEQ-LOTE TO RC-QTD.
           MOVE WS-LOTE-ATUAL TO RC-TOTAL-ATUAL.
           MOVE WS-LOTE-NOVO TO RC-TOTAL-NOVO.
           MOVE "G" TO RC-STATUS.
           MOVE ZEROS TO RC-TGL-APROV RC-TGL-POST RC-TGL-EFETIVO
                         RC-QTD-POST RC-QTD-EXC.
           WRITE REG-REAJCTL
               INVALID KEY
               DISPLAY (17, 10) "LOTE JA EXISTE EM REAJCTL.DAT: "
                       WS-LOTE
               CLOSE REAJCTL
               GO TO 007-99-FIM.
           CLOSE REAJCTL.
           DISPLAY (17, 10) "LOTE " WS-LOTE " AGUARDA APROVACAO".
           DISPLAY (18, 10) "E POSTAGEM PELO REAJPOST".
       007-99-FIM.
           EXIT.
      *----------------------------------------------------
       002-ENTRA-DATA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           WRITE REG-REAJUSTE.
       075-99-FIM.
           EXIT.
      *----------------------------------------------------
       076-GRAVA-LOTE.
           IF WS-GRAVA-LOTE NOT = "S"
              GO TO 076-99-FIM.
           ADD 1 TO WS-SEQ-LOTE.
           MOVE SPACES TO REG-REAJLOTE.
           MOVE WS-LOTE TO RL-LOTE.
           MOVE WS-SEQ-LOTE TO RL-SEQ.
           MOVE WS-NOME TO RL-NOME.
           MOVE WS-CATEGORIA TO RL-CATEGORIA.
           MOVE WS-PERCENTUAL-AJUSTADO TO RL-PERCENTUAL.
           MOVE WS-SALARIO TO RL-SALARIO.
           MOVE REAJUSTE TO RL-REAJUSTE.
           MOVE ZEROS TO RL-NOKAR RL-GAJI-ANTES RL-GAJI-NOVO.
           WRITE REG-REAJLOTE
               INVALID KEY
               DISPLAY (12, 10) "ERRO AO GRAVAR REAJLOTE.DAT. STATUS="
                       STATUS-REAJLOTE
               GO TO 076-99-FIM.
           ADD WS-SALARIO TO WS-LOTE-ATUAL.
           ADD REAJUSTE TO WS-LOTE-NOVO.
       076-99-FIM.
           EXIT.
      *----------------------------------------------------
       080-SAIR-OU-NAO.
           DISPLAY (23, 14) "Deseja recalcular? (S/N)  ".
