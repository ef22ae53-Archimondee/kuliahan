               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-TAGIHAN
               FILE STATUS IS ERR-TAGIHAN.
           SELECT BEASISWA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-BEASISWA
               FILE STATUS IS ERR-BEASISWA.
           SELECT PRDCTL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERR-PRDCTL.
       DATA DIVISION.
       FILE SECTION.
       COPY "recmhs.cob".
       COPY "rectagih.cob".
       COPY "recbeas.cob".
       COPY "recprctl.cob".
      *
       WORKING-STORAGE SECTION.
       77 ERR PIC XX.
       77 ERR-TAGIHAN PIC XX.
       77 ERR-BEASISWA PIC XX.
       77 ERR-PRDCTL PIC XX.
       77 TEM-BEASISWA PIC X VALUE 'N'.
       77 ACHOU-BEASISWA PIC X VALUE 'N'.
       77 PERIODE-DIMINTA PIC X(6).
       77 NILAI-DIMINTA PIC 9(8) VALUE ZEROS.
       77 NPM-VALIDO PIC X.
       77 WS-TOTAL-GERADAS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-EXISTENTES PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-PULADOS PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-BEASISWA PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-COM-DENDA PIC 9(05) VALUE ZEROS.
       01 TAGIHAN-CALCULADA.
           02 WS-NOVO-BRUTO PIC 9(8).
           02 WS-NOVO-POTONGAN PIC 9(8).
           02 WS-NOVO-NETO PIC 9(8).
           02 WS-NOVO-SPONSOR PIC X(20).
       77 WS-VALOR-BRUTO PIC 9(11) VALUE ZEROS.
       77 WS-VALOR-POTONGAN PIC 9(11) VALUE ZEROS.
       77 WS-VALOR-LIQUIDO PIC 9(11) VALUE ZEROS.
      *----------------------------------------------------
      * A BEASISWA (BEASISWA.DAT) VALIDA NO PERIODE E
      * DESCONTADA DO NILAI BRUTO: PENUH = TUDO, PERSEN =
      * PERCENTUAL DO BRUTO, NOMINAL = VALOR FIXO (LIMITADO
      * AO BRUTO). A BEASISWA DICABUT CONTINUA VALENDO PARA
      * OS PERIODES ANTERIORES AO PERIODE DO CORTE. O
      * NILAI-TAGIHAN GRAVADO E O LIQUIDO; TAGIHAN COM
      * LIQUIDO ZERO JA NASCE LUNAS.
      * TAGIHAN QUE JA EXISTE SO COM DENDA DA PERPUSTAKAAN
      * (BRUTO ZERO, LANCADA PELO PINJAMBUKU) E COMPLETADA:
      * RECEBE BRUTO / POTONGAN E O LIQUIDO SOMA A DENDA.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       000-PERIODE-ATUAL.
           MOVE SPACES TO CTL-PERIODE-ATUAL.
           MOVE ZEROS TO CTL-TAHUN-FECHADO.
           OPEN INPUT PRDCTL.
           IF ERR-PRDCTL = "00"
              READ PRDCTL
                  AT END
                  MOVE SPACES TO CTL-PERIODE-ATUAL
                  MOVE ZEROS TO CTL-TAHUN-FECHADO
              END-READ
              CLOSE PRDCTL.
           IF CTL-TAHUN-FECHADO NOT NUMERIC
              MOVE ZEROS TO CTL-TAHUN-FECHADO.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** GERACAO DE TAGIHAN (MENSALIDADE) ***".
           DISPLAY "PERIODE AKADEMIK (ENTER = " CTL-PERIODE-ATUAL
                   ") : ".
           MOVE SPACES TO PERIODE-DIMINTA.
           ACCEPT PERIODE-DIMINTA.
           IF PERIODE-DIMINTA = SPACES
              MOVE CTL-PERIODE-ATUAL TO PERIODE-DIMINTA.
           IF PERIODE-DIMINTA = SPACES
              GO TO 001-INICIO.
           IF PERIODE-DIMINTA (1:4) NOT > CTL-TAHUN-FECHADO
              DISPLAY "TAHUN " CTL-TAHUN-FECHADO " JA FECHADO."
              GO TO 001-INICIO.
       002-RECEBE-NILAI.
           DISPLAY "NILAI DA TAGIHAN (RP) : ".
           ACCEPT NILAI-DIMINTA.
           IF ERR NOT = "00"
              DISPLAY "GAGAL MEMBUKA DATA.TXT. STATUS=" ERR
              GO TO 999-FIM.
           OPEN INPUT BEASISWA.
           IF ERR-BEASISWA = "00"
              MOVE 'S' TO TEM-BEASISWA
           ELSE
              DISPLAY "SEM BEASISWA.DAT - TAGIHAN SEM POTONGAN.".
           OPEN I-O TAGIHAN.
           IF ERR-TAGIHAN = "35"
              OPEN OUTPUT TAGIHAN
               UNTIL ERR = "10".
           CLOSE MHS.
           CLOSE TAGIHAN.
           IF TEM-BEASISWA = 'S'
              CLOSE BEASISWA.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-PROCESSA-ALUNO.
              GO TO 020-99-FIM.
           MOVE NPM TO NPM-TAGIHAN.
           MOVE PERIODE-DIMINTA TO PERIODE-TAGIHAN.
           MOVE NILAI-DIMINTA TO BRUTO-TAGIHAN.
           MOVE ZEROS TO POTONGAN-TAGIHAN.
           MOVE SPACES TO SPONSOR-TAGIHAN.
           MOVE ZEROS TO DIBAYAR-TAGIHAN.
           MOVE 'T' TO STATUS-TAGIHAN.
           IF TEM-BEASISWA = 'S'
              PERFORM 030-APLICA-BEASISWA THRU 030-99-FIM.
           COMPUTE NILAI-TAGIHAN = BRUTO-TAGIHAN - POTONGAN-TAGIHAN.
           IF NILAI-TAGIHAN = ZEROS
              MOVE 'L' TO STATUS-TAGIHAN.
           WRITE REG-TAGIHAN
               INVALID KEY
               PERFORM 040-COMPLETA-DENDA THRU 040-99-FIM
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-GERADAS.
           ADD BRUTO-TAGIHAN TO WS-VALOR-BRUTO.
           ADD POTONGAN-TAGIHAN TO WS-VALOR-POTONGAN.
           ADD NILAI-TAGIHAN TO WS-VALOR-LIQUIDO.
           IF POTONGAN-TAGIHAN > ZEROS
              ADD 1 TO WS-TOTAL-BEASISWA
              DISPLAY NPM-TAGIHAN " BRUTO RP." BRUTO-TAGIHAN
                      " POTONGAN RP." POTONGAN-TAGIHAN
                      " NETO RP." NILAI-TAGIHAN
              DISPLAY "         SPONSOR: " SPONSOR-TAGIHAN.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-APLICA-BEASISWA.
           MOVE 'N' TO ACHOU-BEASISWA.
           MOVE NPM TO NPM-BEASISWA.
           MOVE SPACES TO PERIODE-MULAI-BEA.
           START BEASISWA KEY IS NOT LESS THAN KUNCI-BEASISWA
               INVALID KEY
               GO TO 030-99-FIM.
           MOVE "00" TO ERR-BEASISWA.
           PERFORM 031-LE-BEASISWA THRU 031-99-FIM
               UNTIL ERR-BEASISWA = "10".
           MOVE "00" TO ERR-BEASISWA.
           IF ACHOU-BEASISWA NOT = 'S'
              GO TO 030-99-FIM.
           IF BEA-PENUH
              MOVE BRUTO-TAGIHAN TO POTONGAN-TAGIHAN
           ELSE IF BEA-PERSEN
              COMPUTE POTONGAN-TAGIHAN ROUNDED =
                  BRUTO-TAGIHAN * PERSEN-BEASISWA / 100
           ELSE IF BEA-NOMINAL
              MOVE NOMINAL-BEASISWA TO POTONGAN-TAGIHAN.
           IF POTONGAN-TAGIHAN > BRUTO-TAGIHAN
              MOVE BRUTO-TAGIHAN TO POTONGAN-TAGIHAN.
           MOVE SPONSOR-BEASISWA TO SPONSOR-TAGIHAN.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       031-LE-BEASISWA.
           READ BEASISWA NEXT RECORD
               AT END
               MOVE "10" TO ERR-BEASISWA
               GO TO 031-99-FIM.
           IF NPM-BEASISWA NOT = NPM
              MOVE "10" TO ERR-BEASISWA
              GO TO 031-99-FIM.
           IF PERIODE-MULAI-BEA > PERIODE-DIMINTA
              GO TO 031-99-FIM.
           IF PERIODE-AKHIR-BEA < PERIODE-DIMINTA
              GO TO 031-99-FIM.
           IF BEA-DICABUT
              IF PERIODE-DIMINTA NOT < PERIODE-CABUT-BEA
                 GO TO 031-99-FIM.
           IF NOT BEA-AKTIF AND NOT BEA-DICABUT
              GO TO 031-99-FIM.
           MOVE 'S' TO ACHOU-BEASISWA.
           MOVE "10" TO ERR-BEASISWA.
       031-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-COMPLETA-DENDA.
           MOVE BRUTO-TAGIHAN TO WS-NOVO-BRUTO.
           MOVE POTONGAN-TAGIHAN TO WS-NOVO-POTONGAN.
           MOVE NILAI-TAGIHAN TO WS-NOVO-NETO.
           MOVE SPONSOR-TAGIHAN TO WS-NOVO-SPONSOR.
           READ TAGIHAN KEY IS KUNCI-TAGIHAN
               INVALID KEY
               ADD 1 TO WS-TOTAL-EXISTENTES
               GO TO 040-99-FIM.
           IF BRUTO-TAGIHAN NOT = ZEROS
              ADD 1 TO WS-TOTAL-EXISTENTES
              GO TO 040-99-FIM.
           MOVE WS-NOVO-BRUTO TO BRUTO-TAGIHAN.
           MOVE WS-NOVO-POTONGAN TO POTONGAN-TAGIHAN.
           MOVE WS-NOVO-SPONSOR TO SPONSOR-TAGIHAN.
           ADD WS-NOVO-NETO TO NILAI-TAGIHAN.
           IF NILAI-TAGIHAN > DIBAYAR-TAGIHAN
              MOVE 'T' TO STATUS-TAGIHAN
           ELSE
              MOVE 'L' TO STATUS-TAGIHAN.
           REWRITE REG-TAGIHAN
               INVALID KEY
               DISPLAY "ERRO AO COMPLETAR " KUNCI-TAGIHAN
                       " STATUS=" ERR-TAGIHAN
               GO TO 040-99-FIM.
           ADD 1 TO WS-TOTAL-GERADAS.
           ADD 1 TO WS-TOTAL-COM-DENDA.
           ADD WS-NOVO-BRUTO TO WS-VALOR-BRUTO.
           ADD WS-NOVO-POTONGAN TO WS-VALOR-POTONGAN.
           ADD WS-NOVO-NETO TO WS-VALOR-LIQUIDO.
           IF WS-NOVO-POTONGAN > ZEROS
              ADD 1 TO WS-TOTAL-BEASISWA.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           DISPLAY "------------------------------------------------".
           DISPLAY "JA EXISTENTES ..............: "
                   WS-TOTAL-EXISTENTES.
           DISPLAY "ALUNOS PULADOS .............: " WS-TOTAL-PULADOS.
           DISPLAY "TAGIHAN COM BEASISWA .......: " WS-TOTAL-BEASISWA.
           DISPLAY "COMPLETADAS (COM DENDA) ....: " WS-TOTAL-COM-DENDA.
           DISPLAY "TOTAL BRUTO ............ RP.: " WS-VALOR-BRUTO.
           DISPLAY "TOTAL POTONGAN ......... RP.: " WS-VALOR-POTONGAN.
           DISPLAY "TOTAL NETO ............. RP.: " WS-VALOR-LIQUIDO.
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
