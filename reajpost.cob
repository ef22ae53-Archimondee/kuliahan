       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAJPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REAJCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-LOTE
               FILE STATUS IS ERR-CTL.
           SELECT REAJLOTE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-CHAVE
               FILE STATUS IS ERR-LOTE.
           SELECT KARYAWAN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOKAR
               FILE STATUS IS ERR-KAR.
           SELECT GAJIHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-CHAVE
               FILE STATUS IS ERR-HIST.
           SELECT LAPORAN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-LAPORAN.
       DATA DIVISION.
       FILE SECTION.
       COPY "recrjctl.cob".
       COPY "recrjlot.cob".
       COPY "reckar.cob".
       COPY "recghist.cob".
       FD  LAPORAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'REAJPOST.TXT'.
       01  REG-LAPORAN PIC X(100).
       WORKING-STORAGE SECTION.
       77 ERR-CTL PIC XX.
       77 ERR-LOTE PIC XX.
       77 ERR-KAR PIC XX.
       77 ERR-HIST PIC XX.
       77 ERR-LAPORAN PIC XX.
       77 LOTE-PEDIDO PIC 9(14) VALUE ZEROS.
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       77 TGL-EFETIVO PIC 9(8) VALUE ZEROS.
       77 DATA-OK PIC X.
       77 CONFIRMA PIC X.
       77 WS-LINHA-LAPORAN PIC X(100).
       77 WS-SITUACAO PIC X(20).
       77 WS-QTD-CASA PIC 9(3) VALUE ZEROS.
       77 WS-POS-CASA PIC 9(3) VALUE ZEROS.
       01 DATA-CALENDARIO.
           02 CAL-DIA PIC 9(2).
           02 CAL-MES PIC 9(2).
           02 CAL-ANO PIC 9(4).
       01 CONTROLE-ACESSO.
           02 GATE-PROGRAMA PIC X(8) VALUE 'REAJPOST'.
           02 GATE-PERFIL PIC X(1) VALUE 'S'.
           02 GATE-OPERADOR PIC X(4) VALUE SPACES.
           02 GATE-OK PIC X(1) VALUE 'N'.
       01 TABEL-KARYAWAN.
           02 QTD-KAR PIC 9(3) COMP VALUE ZEROS.
           02 IDX-KAR PIC 9(3) COMP VALUE ZEROS.
           02 KAR-TAB OCCURS 500 TIMES.
               03 TAB-KAR-NOKAR PIC 9(4).
               03 TAB-KAR-NAMA PIC X(20).
               03 TAB-KAR-AKTIF PIC X.
       01 CALCULO-REAJUSTE.
           02 GAJI-POKOK PIC 9(6) VALUE ZEROS.
           02 TUNJANGAN PIC 9(6) VALUE ZEROS.
           02 GAJI-LOTE PIC 9(6) VALUE ZEROS.
           02 TEM-POSTERIOR PIC X VALUE 'N'.
           02 NAIK-HITUNG PIC 9(5)V99 VALUE ZEROS.
           02 NAIK-POSTADO PIC S9(7) VALUE ZEROS.
           02 SELISIH PIC S9(7)V99 VALUE ZEROS.
           02 NAIK-HITUNG-ED PIC Z(4)9.99.
           02 NAIK-POSTADO-ED PIC -(6)9.
           02 SELISIH-ED PIC -(6)9.99.
       01 TOTAIS-REAJUSTE.
           02 WS-TOTAL-LIDOS PIC 9(5) VALUE ZEROS.
           02 WS-TOTAL-POSTADOS PIC 9(5) VALUE ZEROS.
           02 WS-TOTAL-EXCECAO PIC 9(5) VALUE ZEROS.
           02 WS-TOTAL-DIVERGE PIC 9(5) VALUE ZEROS.
           02 TOT-NAIK-HITUNG PIC 9(9)V99 VALUE ZEROS.
           02 TOT-NAIK-POSTADO PIC S9(9) VALUE ZEROS.
           02 TOT-HITUNG-ED PIC Z(8)9.99.
           02 TOT-POSTADO-ED PIC -(8)9.
      *----------------------------------------------------
      * POSTAGEM DOS REAJUSTES DO EXERCICIO1 NO GAJIHIST.DAT.
      * O LOTE (REAJLOTE.DAT / REAJCTL.DAT) E GERADO PELO
      * MODO LOTE DO EXERCICIO1 EM STATUS G. AQUI UM
      * SUPERVISOR (ACESSOVAL PERFIL S) APROVA (G -> A) E
      * POSTA (A -> P) COM UMA TGL EFETIVA. CADA FUNCIONARIO
      * E LOCALIZADO NO KARYAWAN.DAT PELO NOME (20 POSICOES);
      * O GAJI POKOK VIGENTE NA TGL EFETIVA TEM DE SER O
      * SALARIO QUE O LOTE REAJUSTOU. GRAVA UMA LINHA NO
      * GAJIHIST.DAT COM O NOVO POKOK (TUNJANGAN VIGENTE) E,
      * SE A TGL EFETIVA JA CHEGOU, ATUALIZA O KARYAWAN.DAT.
      * MOTIVOS DE EXCECAO: 01 NOME NAO ENCONTRADO, 02 NOME
      * DUPLICADO, 03 KARYAWAN NONAKTIF, 04 GAJI VIGENTE
      * DIFERENTE DO LOTE, 05 GAJIHIST COM LINHA POSTERIOR A
      * TGL EFETIVA. LOTE POSTADO NAO E POSTADO DE NOVO; SO
      * REIMPRIME O REAJPOST.TXT (REAJUSTE CALCULADO X
      * POSTADO POR FUNCIONARIO E LISTA DE EXCECOES).
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** POSTAGEM DE REAJUSTE SALARIAL ***".
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           CALL "ACESSOVAL" USING GATE-PROGRAMA GATE-PERFIL
               GATE-OPERADOR GATE-OK.
           IF GATE-OK NOT = "S"
              GO TO 999-FIM.
           OPEN I-O REAJCTL.
           IF ERR-CTL NOT = "00"
              DISPLAY "REAJCTL.DAT NAO EXISTE. STATUS=" ERR-CTL
              DISPLAY "GERE O LOTE PELO EXERCICIO1 (MODO LOTE)."
              GO TO 999-FIM.
           PERFORM 005-LISTA-LOTES THRU 005-99-FIM.
      *----------------------------------------------------
       010-PEDE-LOTE.
           DISPLAY "LOTE (ZERO = SAIR) : ".
           MOVE ZEROS TO LOTE-PEDIDO.
           ACCEPT LOTE-PEDIDO.
           IF LOTE-PEDIDO = ZEROS
              CLOSE REAJCTL
              GO TO 999-FIM.
           MOVE LOTE-PEDIDO TO RC-LOTE.
           READ REAJCTL
               INVALID KEY
               DISPLAY "LOTE NAO ENCONTRADO."
               GO TO 010-PEDE-LOTE.
           IF RC-POSTADO
              GO TO 015-JA-POSTADO.
           IF RC-APROVADO
              GO TO 020-PEDE-EFETIVO.
           DISPLAY "LOTE " RC-LOTE " - " RC-QTD " FUNCIONARIOS".
           MOVE RC-TOTAL-ATUAL TO TOT-HITUNG-ED.
           DISPLAY "FOLHA ATUAL ......: " TOT-HITUNG-ED.
           MOVE RC-TOTAL-NOVO TO TOT-HITUNG-ED.
           DISPLAY "FOLHA REAJUSTADA .: " TOT-HITUNG-ED.
           DISPLAY "APROVAR O LOTE [S/N] ? ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO 010-PEDE-LOTE.
           MOVE "A" TO RC-STATUS.
           MOVE GATE-OPERADOR TO RC-APROVADOR.
           MOVE TGL-HARI-INI TO RC-TGL-APROV.
           REWRITE REG-REAJCTL.
           DISPLAY "LOTE APROVADO POR " GATE-OPERADOR ".".
           GO TO 020-PEDE-EFETIVO.
      *----------------------------------------------------
       015-JA-POSTADO.
           DISPLAY "LOTE JA POSTADO EM " RC-TGL-POST " POR "
                   RC-POSTADOR " (EFETIVO " RC-TGL-EFETIVO ").".
           DISPLAY "NAO PODE SER POSTADO DE NOVO.".
           DISPLAY "REIMPRIMIR REAJPOST.TXT [S/N] ? ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO 010-PEDE-LOTE.
           PERFORM 050-RELATORIO THRU 050-99-FIM.
           CLOSE REAJCTL.
           GO TO 999-FIM.
      *----------------------------------------------------
       020-PEDE-EFETIVO.
           DISPLAY "APROVADO POR " RC-APROVADOR " EM " RC-TGL-APROV.
           DISPLAY "TGL EFETIVA DO REAJUSTE (YYYYMMDD, ZERO = SAIR) : ".
           MOVE ZEROS TO TGL-EFETIVO.
           ACCEPT TGL-EFETIVO.
           IF TGL-EFETIVO = ZEROS
              CLOSE REAJCTL
              GO TO 999-FIM.
           MOVE TGL-EFETIVO (7:2) TO CAL-DIA.
           MOVE TGL-EFETIVO (5:2) TO CAL-MES.
           MOVE TGL-EFETIVO (1:4) TO CAL-ANO.
           CALL "DATAVAL" USING DATA-CALENDARIO DATA-OK.
           IF DATA-OK NOT = "S"
              DISPLAY "TGL TIDAK VALID."
              GO TO 020-PEDE-EFETIVO.
           DISPLAY "POSTAR LOTE " RC-LOTE " EFETIVO " TGL-EFETIVO
                   " [S/N] ? ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              CLOSE REAJCTL
              GO TO 999-FIM.
           OPEN I-O KARYAWAN.
           IF ERR-KAR NOT = "00"
              DISPLAY "GAGAL MEMBUKA KARYAWAN.DAT. STATUS=" ERR-KAR
              CLOSE REAJCTL
              GO TO 999-FIM.
           OPEN I-O GAJIHIST.
           IF ERR-HIST = "35"
              OPEN OUTPUT GAJIHIST
              CLOSE GAJIHIST
              OPEN I-O GAJIHIST.
           IF ERR-HIST NOT = "00"
              DISPLAY "GAGAL MEMBUKA GAJIHIST.DAT. STATUS=" ERR-HIST
              CLOSE REAJCTL KARYAWAN
              GO TO 999-FIM.
           OPEN I-O REAJLOTE.
           IF ERR-LOTE NOT = "00"
              DISPLAY "GAGAL MEMBUKA REAJLOTE.DAT. STATUS=" ERR-LOTE
              CLOSE REAJCTL KARYAWAN GAJIHIST
              GO TO 999-FIM.
           PERFORM 025-CARREGA-KARYAWAN THRU 025-99-FIM.
           MOVE LOTE-PEDIDO TO RL-LOTE.
           MOVE ZEROS TO RL-SEQ.
           START REAJLOTE KEY IS NOT LESS THAN RL-CHAVE
               INVALID KEY
               MOVE "10" TO ERR-LOTE.
      *----------------------------------------------------
       030-POSTA-LOTE.
           PERFORM 040-POSTA-FUNCIONARIO THRU 040-99-FIM
               UNTIL ERR-LOTE = "10".
           CLOSE REAJLOTE.
           CLOSE KARYAWAN.
           CLOSE GAJIHIST.
           MOVE "P" TO RC-STATUS.
           MOVE GATE-OPERADOR TO RC-POSTADOR.
           MOVE TGL-HARI-INI TO RC-TGL-POST.
           MOVE TGL-EFETIVO TO RC-TGL-EFETIVO.
           MOVE WS-TOTAL-POSTADOS TO RC-QTD-POST.
           MOVE WS-TOTAL-EXCECAO TO RC-QTD-EXC.
           REWRITE REG-REAJCTL.
           DISPLAY "POSTADOS ......: " WS-TOTAL-POSTADOS.
           DISPLAY "EXCECOES ......: " WS-TOTAL-EXCECAO.
           PERFORM 050-RELATORIO THRU 050-99-FIM.
           CLOSE REAJCTL.
           GO TO 999-FIM.
      *----------------------------------------------------
       005-LISTA-LOTES.
           DISPLAY "LOTE           TGL      QTD   ST APROV POST".
           MOVE ZEROS TO RC-LOTE.
           START REAJCTL KEY IS NOT LESS THAN RC-LOTE
               INVALID KEY
               GO TO 005-99-FIM.
       005-LE.
           READ REAJCTL NEXT RECORD
               AT END
               GO TO 005-99-FIM.
           DISPLAY RC-LOTE " " RC-TGL " " RC-QTD " " RC-STATUS
                   "  " RC-APROVADOR "  " RC-POSTADOR.
           GO TO 005-LE.
       005-99-FIM.
           EXIT.
      *----------------------------------------------------
       025-CARREGA-KARYAWAN.
           MOVE ZEROS TO QTD-KAR.
           MOVE ZEROS TO NOKAR.
           START KARYAWAN KEY IS NOT LESS THAN NOKAR
               INVALID KEY
               GO TO 025-99-FIM.
       025-LE.
           READ KARYAWAN NEXT RECORD
               AT END
               GO TO 025-99-FIM.
           IF QTD-KAR = 500
              DISPLAY "MAIS DE 500 KARYAWAN - RESTANTE IGNORADO."
              GO TO 025-99-FIM.
           ADD 1 TO QTD-KAR.
           MOVE NOKAR TO TAB-KAR-NOKAR (QTD-KAR).
           MOVE NAMA-KAR TO TAB-KAR-NAMA (QTD-KAR).
           MOVE AKTIF-KAR TO TAB-KAR-AKTIF (QTD-KAR).
           GO TO 025-LE.
       025-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-POSTA-FUNCIONARIO.
           READ REAJLOTE NEXT RECORD
               AT END
               MOVE "10" TO ERR-LOTE
               GO TO 040-99-FIM.
           IF RL-LOTE NOT = LOTE-PEDIDO
              MOVE "10" TO ERR-LOTE
              GO TO 040-99-FIM.
           ADD 1 TO WS-TOTAL-LIDOS.
           MOVE ZEROS TO RL-NOKAR RL-GAJI-ANTES RL-GAJI-NOVO.
           MOVE SPACES TO RL-MOTIVO.
           PERFORM 042-CASA-NOME THRU 042-99-FIM.
           IF RL-MOTIVO NOT = SPACES
              GO TO 040-EXCECAO.
           PERFORM 044-BUSCA-VIGENTE THRU 044-99-FIM.
           MOVE GAJI-POKOK TO RL-GAJI-ANTES.
           IF TEM-POSTERIOR = "S"
              MOVE "05" TO RL-MOTIVO
              GO TO 040-EXCECAO.
           MOVE RL-SALARIO TO GAJI-LOTE.
           IF GAJI-LOTE NOT = GAJI-POKOK
              MOVE "04" TO RL-MOTIVO
              GO TO 040-EXCECAO.
           COMPUTE RL-GAJI-NOVO ROUNDED = RL-REAJUSTE.
           MOVE RL-NOKAR TO GH-NOKAR.
           MOVE TGL-EFETIVO TO GH-TGL-EFEKTIF.
           MOVE RL-GAJI-NOVO TO GH-GAJI-POKOK.
           MOVE TUNJANGAN TO GH-TUNJANGAN.
           WRITE REG-GAJIHIST
               INVALID KEY
               REWRITE REG-GAJIHIST.
           IF TGL-EFETIVO NOT > TGL-HARI-INI
              MOVE RL-GAJI-NOVO TO GAJI-POKOK-KAR
              REWRITE REG-KARYAWAN.
           MOVE "P" TO RL-SITUACAO.
           REWRITE REG-REAJLOTE.
           ADD 1 TO WS-TOTAL-POSTADOS.
           GO TO 040-99-FIM.
       040-EXCECAO.
           MOVE "E" TO RL-SITUACAO.
           REWRITE REG-REAJLOTE.
           ADD 1 TO WS-TOTAL-EXCECAO.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       042-CASA-NOME.
           MOVE ZEROS TO WS-QTD-CASA WS-POS-CASA.
           MOVE ZEROS TO IDX-KAR.
       042-LOOP.
           ADD 1 TO IDX-KAR.
           IF IDX-KAR > QTD-KAR
              GO TO 042-RESULTADO.
           IF TAB-KAR-NAMA (IDX-KAR) NOT = RL-NOME (1:20)
              GO TO 042-LOOP.
           ADD 1 TO WS-QTD-CASA.
           MOVE IDX-KAR TO WS-POS-CASA.
           GO TO 042-LOOP.
       042-RESULTADO.
           IF WS-QTD-CASA = ZEROS
              MOVE "01" TO RL-MOTIVO
              GO TO 042-99-FIM.
           IF WS-QTD-CASA > 1
              MOVE "02" TO RL-MOTIVO
              GO TO 042-99-FIM.
           MOVE TAB-KAR-NOKAR (WS-POS-CASA) TO RL-NOKAR.
           IF TAB-KAR-AKTIF (WS-POS-CASA) = "N" OR "n"
              MOVE "03" TO RL-MOTIVO.
       042-99-FIM.
           EXIT.
      *----------------------------------------------------
       044-BUSCA-VIGENTE.
           MOVE "N" TO TEM-POSTERIOR.
           MOVE RL-NOKAR TO NOKAR.
           READ KARYAWAN KEY IS NOKAR
               INVALID KEY
               MOVE ZEROS TO GAJI-POKOK-KAR TUNJANGAN-KAR.
           MOVE GAJI-POKOK-KAR TO GAJI-POKOK.
           MOVE TUNJANGAN-KAR TO TUNJANGAN.
           MOVE RL-NOKAR TO GH-NOKAR.
           MOVE ZEROS TO GH-TGL-EFEKTIF.
           START GAJIHIST KEY IS NOT LESS THAN GH-CHAVE
               INVALID KEY
               GO TO 044-99-FIM.
       044-LE.
           READ GAJIHIST NEXT RECORD
               AT END
               GO TO 044-99-FIM.
           IF GH-NOKAR NOT = RL-NOKAR
              GO TO 044-99-FIM.
           IF GH-TGL-EFEKTIF > TGL-EFETIVO
              MOVE "S" TO TEM-POSTERIOR
              GO TO 044-99-FIM.
           MOVE GH-GAJI-POKOK TO GAJI-POKOK.
           MOVE GH-TUNJANGAN TO TUNJANGAN.
           GO TO 044-LE.
       044-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-RELATORIO.
           MOVE ZEROS TO WS-TOTAL-DIVERGE TOT-NAIK-HITUNG
                         TOT-NAIK-POSTADO.
           OPEN INPUT REAJLOTE.
           IF ERR-LOTE NOT = "00"
              DISPLAY "GAGAL MEMBUKA REAJLOTE.DAT. STATUS=" ERR-LOTE
              GO TO 050-99-FIM.
           OPEN OUTPUT LAPORAN.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "REKONSILIASI REAJUSTE - LOTE " RC-LOTE
                  " EFETIVO " RC-TGL-EFETIVO
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "APROVADO " RC-APROVADOR " " RC-TGL-APROV
                  " POSTADO " RC-POSTADOR " " RC-TGL-POST
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "=" TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "SEQ   NO   NAMA                 ANTES   NOVO"
                  "  CALCULADO  POSTADO   SELISIH SITUASI"
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE LOTE-PEDIDO TO RL-LOTE.
           MOVE ZEROS TO RL-SEQ.
           START REAJLOTE KEY IS NOT LESS THAN RL-CHAVE
               INVALID KEY
               GO TO 050-TOTAL.
       050-LE.
           READ REAJLOTE NEXT RECORD
               AT END
               GO TO 050-TOTAL.
           IF RL-LOTE NOT = LOTE-PEDIDO
              GO TO 050-TOTAL.
           COMPUTE NAIK-HITUNG = RL-REAJUSTE - RL-SALARIO.
           MOVE ZEROS TO NAIK-POSTADO.
           IF RL-POSTADO
              COMPUTE NAIK-POSTADO = RL-GAJI-NOVO - RL-GAJI-ANTES.
           COMPUTE SELISIH = NAIK-POSTADO - NAIK-HITUNG.
           IF SELISIH NOT = ZEROS
              ADD 1 TO WS-TOTAL-DIVERGE.
           ADD NAIK-HITUNG TO TOT-NAIK-HITUNG.
           ADD NAIK-POSTADO TO TOT-NAIK-POSTADO.
           MOVE NAIK-HITUNG TO NAIK-HITUNG-ED.
           MOVE NAIK-POSTADO TO NAIK-POSTADO-ED.
           MOVE SELISIH TO SELISIH-ED.
           PERFORM 060-DESCREVE-SITUACAO THRU 060-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING RL-SEQ " " RL-NOKAR " " RL-NOME (1:20) " "
                  RL-GAJI-ANTES " " RL-GAJI-NOVO " "
                  NAIK-HITUNG-ED " " NAIK-POSTADO-ED " "
                  SELISIH-ED " " WS-SITUACAO
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           GO TO 050-LE.
       050-TOTAL.
           MOVE ALL "-" TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE TOT-NAIK-HITUNG TO TOT-HITUNG-ED.
           MOVE TOT-NAIK-POSTADO TO TOT-POSTADO-ED.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "TOTAL REAJUSTE CALCULADO " TOT-HITUNG-ED
                  "  POSTADO " TOT-POSTADO-ED
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "FUNCIONARIOS " RC-QTD "  POSTADOS " RC-QTD-POST
                  "  EXCECOES " RC-QTD-EXC
                  "  COM SELISIH " WS-TOTAL-DIVERGE
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           IF RC-QTD-EXC > ZEROS
              PERFORM 070-LISTA-EXCECOES THRU 070-99-FIM.
           CLOSE LAPORAN.
           CLOSE REAJLOTE.
           DISPLAY "REKONSILIASI GRAVADA EM REAJPOST.TXT".
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
       060-DESCREVE-SITUACAO.
           MOVE "PENDENTE" TO WS-SITUACAO.
           IF RL-POSTADO
              MOVE "POSTADO" TO WS-SITUACAO.
           IF RL-MOTIVO = "01"
              MOVE "NOME NAO ENCONTRADO" TO WS-SITUACAO.
           IF RL-MOTIVO = "02"
              MOVE "NOME DUPLICADO" TO WS-SITUACAO.
           IF RL-MOTIVO = "03"
              MOVE "KARYAWAN NONAKTIF" TO WS-SITUACAO.
           IF RL-MOTIVO = "04"
              MOVE "GAJI VIGENTE DIFERE" TO WS-SITUACAO.
           IF RL-MOTIVO = "05"
              MOVE "GAJIHIST POSTERIOR" TO WS-SITUACAO.
       060-99-FIM.
           EXIT.
      *----------------------------------------------------
       070-LISTA-EXCECOES.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "EXCECOES - NAO POSTADAS (CORRIGIR E LANCAR NO KARMEST)"
             TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE LOTE-PEDIDO TO RL-LOTE.
           MOVE ZEROS TO RL-SEQ.
           START REAJLOTE KEY IS NOT LESS THAN RL-CHAVE
               INVALID KEY
               GO TO 070-99-FIM.
       070-LE.
           READ REAJLOTE NEXT RECORD
               AT END
               GO TO 070-99-FIM.
           IF RL-LOTE NOT = LOTE-PEDIDO
              GO TO 070-99-FIM.
           IF NOT RL-EXCECAO
              GO TO 070-LE.
           PERFORM 060-DESCREVE-SITUACAO THRU 060-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING RL-SEQ " " RL-MOTIVO " " WS-SITUACAO " "
                  RL-NOME " NOKAR " RL-NOKAR
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           GO TO 070-LE.
       070-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-LAPORAN TO REG-LAPORAN.
           WRITE REG-LAPORAN.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
