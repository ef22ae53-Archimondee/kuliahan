       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAGBANK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-MOVIMENTO
               FILE STATUS IS ERR-MOV.
           SELECT TAGIHAN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-TAGIHAN
               FILE STATUS IS ERR-TAGIHAN.
           SELECT TAGBANK ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-TAGBANK
               FILE STATUS IS ERR-TAGBANK.
           SELECT KUITANSI ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-KUITANSI.
           SELECT SUSPENSE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-SUSPENSE.
       DATA DIVISION.
       FILE SECTION.
       COPY "movimen.cob".
       COPY "rectagih.cob".
       COPY "rectgbnk.cob".
       FD  KUITANSI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'KUITANSI.TXT'.
       01  REG-KUITANSI PIC X(80).
       FD  SUSPENSE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'TAGSUSP.TXT'.
       01  REG-SUSPENSE PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 ERR-MOV PIC XX.
       77 ERR-TAGIHAN PIC XX.
       77 ERR-TAGBANK PIC XX.
       77 ERR-KUITANSI PIC XX.
       77 ERR-SUSPENSE PIC XX.
       77 JA-PROCESSADO PIC X VALUE 'N'.
       77 REF-VALIDA PIC X VALUE 'N'.
       77 FUNCAO-REF PIC X VALUE 'V'.
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       77 CONTA-ESCOLA PIC 9(5) VALUE ZEROS.
       77 NILAI-BAYAR PIC 9(8) VALUE ZEROS.
       77 SALDO-TAGIHAN PIC 9(8) VALUE ZEROS.
       77 REF-NPM PIC X(8).
       77 REF-PERIODE PIC X(6).
       77 REF-DIGITADA PIC X(14).
       77 VALOR-ED PIC ZZZZZZ9.99.
       77 MOTIVO-TEXTO PIC X(22).
       77 WS-LINHA-KUITANSI PIC X(80).
       77 WS-LINHA-SUSPENSE PIC X(80).
       77 WS-TOTAL-LIDOS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-JA-PROCESSADOS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-APLICADOS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-LUNAS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-SUSPENSE PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-APLICADO PIC 9(10) VALUE ZEROS.
       77 WS-VALOR-SUSPENSE PIC 9(9)V99 VALUE ZEROS.
       01 CAMPOS-PARAMETER.
           02 PRM-KODE PIC X(12) VALUE SPACES.
           02 PRM-TGL PIC 9(8) VALUE ZEROS.
           02 PRM-NILAI PIC 9(9)V99 VALUE ZEROS.
           02 PRM-BERLAKU PIC 9(8) VALUE ZEROS.
           02 PRM-HASIL PIC X VALUE 'N'.
      *----------------------------------------------------
      * BAIXA AUTOMATICA DAS TAGIHAN PAGAS POR TRANSFERENCIA
      * NA CONTA DA ESCOLA (PARAMETRO REKSEKOLAH). CADA
      * CREDITO DA CONTA EM MOVIMENT.DAT, NAO ESTORNADO E
      * AINDA NAO PROCESSADO, E LIDO PELA REFERENSI VIRTUAL
      * (REFVA) NAS 14 PRIMEIRAS POSICOES DO HISTORICO. COM
      * REFERENSI VALIDA E TAGIHAN EM ABERTO, O VALOR ENTRA
      * EM DIBAYAR-TAGIHAN (LUNAS AO COBRIR O NILAI) E SAI A
      * KUITANSI. REFERENSI INVALIDA, TAGIHAN INEXISTENTE OU
      * JA LUNAS, VALOR COM SEN E O QUE PASSAR DO SALDO DA
      * TAGIHAN VAO PARA O TAGSUSP.TXT, PARA A SECRETARIA
      * ALOCAR NO BAYARAN. TODO CREDITO LIDO FICA EM
      * TAGBANK.DAT; RODAR DE NOVO NAO REPETE A BAIXA.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** BAIXA DE TAGIHAN POR TRANSFERENCIA ***".
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           MOVE 'REKSEKOLAH' TO PRM-KODE.
           MOVE TGL-HARI-INI TO PRM-TGL.
           CALL 'PARAMVAL' USING CAMPOS-PARAMETER.
           IF PRM-HASIL NOT = 'S'
              DISPLAY "PARAMETRO REKSEKOLAH (CONTA DA ESCOLA) "
                      "NAO CADASTRADO."
              GO TO 999-FIM.
           MOVE PRM-NILAI TO CONTA-ESCOLA.
           DISPLAY "CONTA DA ESCOLA : " CONTA-ESCOLA.
           OPEN INPUT MOVIMENTOS.
           IF ERR-MOV NOT = "00"
              DISPLAY "SEM MOVIMENT.DAT. STATUS=" ERR-MOV
              GO TO 999-FIM.
           OPEN I-O TAGIHAN.
           IF ERR-TAGIHAN NOT = "00"
              DISPLAY "GAGAL MEMBUKA TAGIHAN.DAT. STATUS=" ERR-TAGIHAN
              CLOSE MOVIMENTOS
              GO TO 999-FIM.
           OPEN I-O TAGBANK.
           IF ERR-TAGBANK = "35"
              OPEN OUTPUT TAGBANK
              CLOSE TAGBANK
              OPEN I-O TAGBANK.
           IF ERR-TAGBANK NOT = "00"
              DISPLAY "GAGAL MEMBUKA TAGBANK.DAT. STATUS=" ERR-TAGBANK
              CLOSE MOVIMENTOS
              CLOSE TAGIHAN
              GO TO 999-FIM.
           OPEN EXTEND KUITANSI.
           IF ERR-KUITANSI = "35"
              OPEN OUTPUT KUITANSI
              CLOSE KUITANSI
              OPEN EXTEND KUITANSI.
           OPEN EXTEND SUSPENSE.
           IF ERR-SUSPENSE = "35"
              OPEN OUTPUT SUSPENSE
              CLOSE SUSPENSE
              OPEN EXTEND SUSPENSE.
           MOVE SPACES TO WS-LINHA-SUSPENSE.
           STRING "SUSPENSE TRANSFER TAGIHAN - PROSES " TGL-HARI-INI
                  " - CONTA " CONTA-ESCOLA
                  DELIMITED BY SIZE INTO WS-LINHA-SUSPENSE.
           PERFORM 090-GRAVA-SUSPENSE THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-SUSPENSE.
           PERFORM 090-GRAVA-SUSPENSE THRU 090-99-FIM.
      *----------------------------------------------------
       010-LE-CREDITOS.
           MOVE CONTA-ESCOLA TO CONTA-MOV.
           MOVE ZEROS TO SEQ-MOV.
           START MOVIMENTOS KEY IS NOT LESS THAN CHAVE-MOVIMENTO
               INVALID KEY
               MOVE "10" TO ERR-MOV.
           IF ERR-MOV NOT = "10"
              PERFORM 020-PROCESSA-CREDITO THRU 020-99-FIM
                  UNTIL ERR-MOV = "10".
           CLOSE MOVIMENTOS.
           CLOSE TAGIHAN.
           CLOSE TAGBANK.
           CLOSE KUITANSI.
           CLOSE SUSPENSE.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-PROCESSA-CREDITO.
           READ MOVIMENTOS NEXT RECORD
               AT END
               MOVE "10" TO ERR-MOV
               GO TO 020-99-FIM.
           IF CONTA-MOV NOT = CONTA-ESCOLA
              MOVE "10" TO ERR-MOV
              GO TO 020-99-FIM.
           IF NOT MOV-CREDITO OR MOV-ESTORNADO
              GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-LIDOS.
           MOVE 'S' TO JA-PROCESSADO.
           MOVE CHAVE-MOVIMENTO TO CHAVE-TAGBANK.
           READ TAGBANK
               INVALID KEY
               MOVE 'N' TO JA-PROCESSADO.
           IF JA-PROCESSADO = 'S'
              ADD 1 TO WS-TOTAL-JA-PROCESSADOS
              GO TO 020-99-FIM.
           MOVE SPACES TO REG-TAGBANK.
           MOVE CHAVE-MOVIMENTO TO CHAVE-TAGBANK.
           COMPUTE DATA-MOV-TAGBANK = ANO-MOV * 10000
               + MES-MOV * 100 + DIA-MOV.
           MOVE HISTORICO-MOV TO HISTORICO-TAGBANK.
           MOVE VALOR-MOV TO VALOR-TAGBANK.
           MOVE ZEROS TO APLICADO-TAGBANK.
           MOVE VALOR-MOV TO SUSPENSO-TAGBANK.
           MOVE TGL-HARI-INI TO TGL-PROSES-TAGBANK.
           MOVE VALOR-MOV TO NILAI-BAYAR.
           IF NILAI-BAYAR NOT = VALOR-MOV
              MOVE 'S' TO MOTIVO-TAGBANK
              GO TO 020-90-GRAVA.
           MOVE HISTORICO-MOV (1:14) TO REF-DIGITADA.
           CALL 'REFVA' USING FUNCAO-REF REF-NPM REF-PERIODE
                              REF-DIGITADA REF-VALIDA.
           IF REF-VALIDA NOT = 'S'
              MOVE 'R' TO MOTIVO-TAGBANK
              GO TO 020-90-GRAVA.
           MOVE REF-NPM TO NPM-TAGBANK NPM-TAGIHAN.
           MOVE REF-PERIODE TO PERIODE-TAGBANK PERIODE-TAGIHAN.
           READ TAGIHAN
               INVALID KEY
               MOVE 'T' TO MOTIVO-TAGBANK
               GO TO 020-90-GRAVA.
           COMPUTE SALDO-TAGIHAN = NILAI-TAGIHAN - DIBAYAR-TAGIHAN.
           IF TAGIHAN-LUNAS OR SALDO-TAGIHAN = ZEROS
              MOVE 'L' TO MOTIVO-TAGBANK
              GO TO 020-90-GRAVA.
           IF NILAI-BAYAR > SALDO-TAGIHAN
              MOVE 'K' TO MOTIVO-TAGBANK
              MOVE SALDO-TAGIHAN TO NILAI-BAYAR.
           PERFORM 030-BAIXA-TAGIHAN THRU 030-99-FIM.
       020-90-GRAVA.
           WRITE REG-TAGBANK
               INVALID KEY
               DISPLAY "ERRO AO GRAVAR TAGBANK " CHAVE-TAGBANK
                       " STATUS=" ERR-TAGBANK.
           IF NOT TAGBANK-APLICADO
              PERFORM 040-LINHA-SUSPENSE THRU 040-99-FIM.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-BAIXA-TAGIHAN.
           ADD NILAI-BAYAR TO DIBAYAR-TAGIHAN.
           IF DIBAYAR-TAGIHAN NOT < NILAI-TAGIHAN
              MOVE 'L' TO STATUS-TAGIHAN.
           REWRITE REG-TAGIHAN
               INVALID KEY
               DISPLAY "ERRO AO BAIXAR " KUNCI-TAGIHAN
                       " STATUS=" ERR-TAGIHAN
               MOVE 'T' TO MOTIVO-TAGBANK
               GO TO 030-99-FIM.
           MOVE NILAI-BAYAR TO APLICADO-TAGBANK.
           COMPUTE SUSPENSO-TAGBANK = VALOR-MOV - NILAI-BAYAR.
           ADD 1 TO WS-TOTAL-APLICADOS.
           ADD NILAI-BAYAR TO WS-VALOR-APLICADO.
           IF TAGIHAN-LUNAS
              ADD 1 TO WS-TOTAL-LUNAS.
           COMPUTE SALDO-TAGIHAN = NILAI-TAGIHAN - DIBAYAR-TAGIHAN.
           MOVE SPACES TO WS-LINHA-KUITANSI.
           STRING "KUITANSI " TGL-HARI-INI
                  " NPM:" NPM-TAGIHAN
                  " PERIODE:" PERIODE-TAGIHAN
                  " RP:" NILAI-BAYAR
                  " SALDO:" SALDO-TAGIHAN
                  " BANK"
                  DELIMITED BY SIZE INTO WS-LINHA-KUITANSI.
           MOVE WS-LINHA-KUITANSI TO REG-KUITANSI.
           WRITE REG-KUITANSI.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-LINHA-SUSPENSE.
           ADD 1 TO WS-TOTAL-SUSPENSE.
           ADD SUSPENSO-TAGBANK TO WS-VALOR-SUSPENSE.
           IF TAGBANK-REF-INVALIDA
              MOVE "REFERENSI TIDAK VALID" TO MOTIVO-TEXTO.
           IF TAGBANK-SEM-TAGIHAN
              MOVE "TAGIHAN TIDAK ADA" TO MOTIVO-TEXTO.
           IF TAGBANK-JA-LUNAS
              MOVE "TAGIHAN SUDAH LUNAS" TO MOTIVO-TEXTO.
           IF TAGBANK-KELEBIHAN
              MOVE "KELEBIHAN BAYAR" TO MOTIVO-TEXTO.
           IF TAGBANK-SEN
              MOVE "NILAI DENGAN SEN" TO MOTIVO-TEXTO.
           MOVE SUSPENSO-TAGBANK TO VALOR-ED.
           MOVE SPACES TO WS-LINHA-SUSPENSE.
           STRING SEQ-TAGBANK " " DATA-MOV-TAGBANK
                  " " HISTORICO-TAGBANK
                  " RP:" VALOR-ED
                  " " MOTIVO-TEXTO
                  DELIMITED BY SIZE INTO WS-LINHA-SUSPENSE.
           PERFORM 090-GRAVA-SUSPENSE THRU 090-99-FIM.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-SUSPENSE.
           MOVE WS-LINHA-SUSPENSE TO REG-SUSPENSE.
           WRITE REG-SUSPENSE.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           DISPLAY "------------------------------------------------".
           DISPLAY "CREDITOS LIDOS .............: " WS-TOTAL-LIDOS.
           DISPLAY "JA PROCESSADOS ANTES .......: "
                   WS-TOTAL-JA-PROCESSADOS.
           DISPLAY "TAGIHAN BAIXADAS ...........: " WS-TOTAL-APLICADOS.
           DISPLAY "TAGIHAN LUNAS ..............: " WS-TOTAL-LUNAS.
           DISPLAY "CREDITOS NO SUSPENSE .......: " WS-TOTAL-SUSPENSE.
           DISPLAY "TOTAL BAIXADO .......... RP.: " WS-VALOR-APLICADO.
           DISPLAY "TOTAL NO SUSPENSE ...... RP.: " WS-VALOR-SUSPENSE.
           DISPLAY "SUSPENSE GRAVADO EM TAGSUSP.TXT".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA TAGBANK ---------***
