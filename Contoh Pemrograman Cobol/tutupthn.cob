       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUTUPTAHUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRDCTL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERR-CTL.
           SELECT NILAI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-NILAI
               FILE STATUS IS ERR-NILAI.
           SELECT ABSEN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-ABSEN
               FILE STATUS IS ERR-ABSEN.
           SELECT PENDNILAI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-PENDNILAI
               FILE STATUS IS ERR-PNIL.
           SELECT TAGIHAN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-TAGIHAN
               FILE STATUS IS ERR-TAGIHAN.
           SELECT NILHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-NILHIST
               FILE STATUS IS ERR-NILHIST.
           SELECT ABSHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-ABSHIST
               FILE STATUS IS ERR-ABSHIST.
           SELECT PNLHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-PNLHIST
               FILE STATUS IS ERR-PNLHIST.
           SELECT TAGHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-TAGHIST
               FILE STATUS IS ERR-TAGHIST.
           SELECT LAPORAN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-LAPORAN.
       DATA DIVISION.
       FILE SECTION.
       COPY "recprctl.cob".
       COPY "recnilai.cob".
       COPY "recabsen.cob".
       COPY "recpnil.cob".
       COPY "rectagih.cob".
       COPY "recnlhst.cob".
       COPY "recabhst.cob".
       COPY "recpnhst.cob".
       COPY "rectghst.cob".
       FD  LAPORAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'TUTUPTHN.TXT'.
       01  REG-LAPORAN PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 ERR-CTL PIC XX.
       77 ERR-NILAI PIC XX.
       77 ERR-ABSEN PIC XX.
       77 ERR-PNIL PIC XX.
       77 ERR-TAGIHAN PIC XX.
       77 ERR-NILHIST PIC XX.
       77 ERR-ABSHIST PIC XX.
       77 ERR-PNLHIST PIC XX.
       77 ERR-TAGHIST PIC XX.
       77 ERR-LAPORAN PIC XX.
       77 TEM-NILAI PIC X VALUE "N".
       77 TEM-ABSEN PIC X VALUE "N".
       77 TEM-PNIL PIC X VALUE "N".
       77 TEM-TAGIHAN PIC X VALUE "N".
       77 TEM-HISTORICO PIC X VALUE "N".
       77 TEM-LAPORAN PIC X VALUE "N".
       77 JA-NO-HIST PIC X.
       77 TAHUN-DIMINTA PIC 9(4).
       77 TAHUN-REGISTRO PIC 9(4).
       77 PERIODE-NOVO PIC X(6).
       77 PERIODE-INFORMADO PIC X(6).
       77 TGL-HARI-INI PIC 9(8).
       01 TOTAIS-NILAI.
           02 NIL-LIDOS PIC 9(7) VALUE ZEROS.
           02 NIL-NOVOS PIC 9(7) VALUE ZEROS.
           02 NIL-JA-HIST PIC 9(7) VALUE ZEROS.
           02 NIL-CONFERIDOS PIC 9(7) VALUE ZEROS.
           02 NIL-APAGADOS PIC 9(7) VALUE ZEROS.
           02 NIL-SOMA-VIVO PIC 9(11) VALUE ZEROS.
           02 NIL-SOMA-HIST PIC 9(11) VALUE ZEROS.
       01 TOTAIS-ABSEN.
           02 ABS-LIDOS PIC 9(7) VALUE ZEROS.
           02 ABS-NOVOS PIC 9(7) VALUE ZEROS.
           02 ABS-JA-HIST PIC 9(7) VALUE ZEROS.
           02 ABS-CONFERIDOS PIC 9(7) VALUE ZEROS.
           02 ABS-APAGADOS PIC 9(7) VALUE ZEROS.
           02 ABS-SOMA-VIVO PIC 9(11) VALUE ZEROS.
           02 ABS-SOMA-HIST PIC 9(11) VALUE ZEROS.
       01 TOTAIS-PNIL.
           02 PNL-LIDOS PIC 9(7) VALUE ZEROS.
           02 PNL-NOVOS PIC 9(7) VALUE ZEROS.
           02 PNL-JA-HIST PIC 9(7) VALUE ZEROS.
           02 PNL-CONFERIDOS PIC 9(7) VALUE ZEROS.
           02 PNL-APAGADOS PIC 9(7) VALUE ZEROS.
           02 PNL-SOMA-VIVO PIC 9(11) VALUE ZEROS.
           02 PNL-SOMA-HIST PIC 9(11) VALUE ZEROS.
       01 TOTAIS-TAGIHAN.
           02 TAG-LIDOS PIC 9(7) VALUE ZEROS.
           02 TAG-NOVOS PIC 9(7) VALUE ZEROS.
           02 TAG-JA-HIST PIC 9(7) VALUE ZEROS.
           02 TAG-CONFERIDOS PIC 9(7) VALUE ZEROS.
           02 TAG-APAGADOS PIC 9(7) VALUE ZEROS.
           02 TAG-SOMA-VIVO PIC 9(11) VALUE ZEROS.
           02 TAG-SOMA-HIST PIC 9(11) VALUE ZEROS.
       01 TOTAIS-IMPRESSAO.
           02 IMP-ARQUIVO PIC X(26).
           02 IMP-CONTADORES.
               03 IMP-LIDOS PIC 9(7).
               03 IMP-NOVOS PIC 9(7).
               03 IMP-JA-HIST PIC 9(7).
               03 IMP-CONFERIDOS PIC 9(7).
               03 IMP-APAGADOS PIC 9(7).
               03 IMP-SOMA-VIVO PIC 9(11).
               03 IMP-SOMA-HIST PIC 9(11).
       77 WS-PENDENCIAS PIC 9(5) VALUE ZEROS.
       77 WS-DIVERGENCIAS PIC 9(5) VALUE ZEROS.
       77 WS-FALHAS-APAGAR PIC 9(5) VALUE ZEROS.
       77 WS-LINHA-LAPORAN PIC X(80).
      *----------------------------------------------------
      * FECHO DO ANO AKADEMIK. OS REGISTROS DO TAHUN
      * INFORMADO E DOS ANTERIORES SAO MOVIDOS DOS ARQUIVOS
      * VIVOS PARA O HISTORICO (COM O TAHUN E A DATA DO
      * ARQUIVAMENTO):
      *   NILAI.DAT   -> NILHIST.DAT  (PERIODE-NILAI)
      *   ABSEN.DAT   -> ABSHIST.DAT  (ANO DE TGL-ABSEN)
      *   PENDNIL.DAT -> PNLHIST.DAT  (PERIODE-PENDNILAI)
      *   TAGIHAN.DAT -> TAGHIST.DAT  (PERIODE-TAGIHAN)
      * O FECHO E RECUSADO SE HOUVER PERUBAHAN NILAI AINDA
      * AGUARDANDO APROVACAO OU TAGIHAN EM ABERTO NO TAHUN.
      * O PROCESSO TEM TRES PASSOS: COPIA PARA O HISTORICO,
      * CONFERENCIA REGISTRO A REGISTRO COM AS QUANTIDADES E
      * AS SOMAS (HASIL DO NILAI, NILAI + DIBAYAR DO TAGIHAN)
      * E, SO SEM NENHUMA DIVERGENCIA, A EXCLUSAO DOS ARQUIVOS
      * VIVOS. UM REGISTRO JA PRESENTE NO HISTORICO (EXECUCAO
      * REPETIDA) E ACEITO SE FOR IGUAL AO VIVO.
      * NO FIM O PERIODE.CTL GUARDA O PERIODE ATUAL, USADO
      * COMO PADRAO NOS PROGRAMAS DE NILAI E TAGIHAN, E O
      * ULTIMO TAHUN FECHADO. TAHUN 0 SO ATUALIZA O PERIODE.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** FECHO DO ANO AKADEMIK ***".
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           MOVE SPACES TO CTL-PERIODE-ATUAL.
           MOVE ZEROS TO CTL-TAHUN-FECHADO.
           MOVE ZEROS TO CTL-DATA-FECHO.
           OPEN INPUT PRDCTL.
           IF ERR-CTL = "00"
              READ PRDCTL
                  AT END
                  MOVE SPACES TO CTL-PERIODE-ATUAL
                  MOVE ZEROS TO CTL-TAHUN-FECHADO
                  MOVE ZEROS TO CTL-DATA-FECHO
              END-READ
              CLOSE PRDCTL.
           DISPLAY "PERIODE ATUAL ......: " CTL-PERIODE-ATUAL.
           DISPLAY "ULTIMO TAHUN FECHADO: " CTL-TAHUN-FECHADO
                   " EM " CTL-DATA-FECHO.
           DISPLAY "TAHUN A FECHAR (0 = SO MUDAR O PERIODE) : ".
           MOVE ZEROS TO TAHUN-DIMINTA.
           ACCEPT TAHUN-DIMINTA.
           IF TAHUN-DIMINTA > ZEROS
              AND TAHUN-DIMINTA NOT > CTL-TAHUN-FECHADO
              DISPLAY "TAHUN " TAHUN-DIMINTA " JA FECHADO."
              GO TO 999-FIM.
           MOVE CTL-PERIODE-ATUAL TO PERIODE-NOVO.
           IF TAHUN-DIMINTA > ZEROS
              MOVE SPACES TO PERIODE-NOVO
              COMPUTE TAHUN-REGISTRO = TAHUN-DIMINTA + 1
              MOVE TAHUN-REGISTRO TO PERIODE-NOVO (1:4)
              MOVE "1" TO PERIODE-NOVO (5:1).
      *----------------------------------------------------
       002-PERIODE-NOVO.
           DISPLAY "PERIODE ATUAL NOVO (ENTER = " PERIODE-NOVO ") : ".
           MOVE SPACES TO PERIODE-INFORMADO.
           ACCEPT PERIODE-INFORMADO.
           IF PERIODE-INFORMADO NOT = SPACES
              MOVE PERIODE-INFORMADO TO PERIODE-NOVO.
           IF PERIODE-NOVO = SPACES
              GO TO 002-PERIODE-NOVO.
           IF PERIODE-NOVO (1:4) NOT NUMERIC
              OR (PERIODE-NOVO (5:1) NOT = "1"
                  AND PERIODE-NOVO (5:1) NOT = "2")
              DISPLAY "PERIODE INVALIDO."
              GO TO 002-PERIODE-NOVO.
           MOVE PERIODE-NOVO (1:4) TO TAHUN-REGISTRO.
           IF TAHUN-REGISTRO NOT > TAHUN-DIMINTA
              OR TAHUN-REGISTRO NOT > CTL-TAHUN-FECHADO
              DISPLAY "PERIODE DENTRO DE TAHUN FECHADO."
              GO TO 002-PERIODE-NOVO.
           IF TAHUN-DIMINTA = ZEROS
              GO TO 800-GRAVA-CTL.
      *----------------------------------------------------
       010-ABRE-ARQUIVOS.
           OPEN I-O NILAI.
           IF ERR-NILAI = "00"
              MOVE "S" TO TEM-NILAI.
           IF ERR-NILAI NOT = "00" AND ERR-NILAI NOT = "35"
              DISPLAY "GAGAL MEMBUKA NILAI.DAT. STATUS=" ERR-NILAI
              GO TO 999-FIM.
           OPEN I-O ABSEN.
           IF ERR-ABSEN = "00"
              MOVE "S" TO TEM-ABSEN.
           IF ERR-ABSEN NOT = "00" AND ERR-ABSEN NOT = "35"
              DISPLAY "GAGAL MEMBUKA ABSEN.DAT. STATUS=" ERR-ABSEN
              GO TO 990-FECHA-ARQUIVOS.
           OPEN I-O PENDNILAI.
           IF ERR-PNIL = "00"
              MOVE "S" TO TEM-PNIL.
           IF ERR-PNIL NOT = "00" AND ERR-PNIL NOT = "35"
              DISPLAY "GAGAL MEMBUKA PENDNIL.DAT. STATUS=" ERR-PNIL
              GO TO 990-FECHA-ARQUIVOS.
           OPEN I-O TAGIHAN.
           IF ERR-TAGIHAN = "00"
              MOVE "S" TO TEM-TAGIHAN.
           IF ERR-TAGIHAN NOT = "00" AND ERR-TAGIHAN NOT = "35"
              DISPLAY "GAGAL MEMBUKA TAGIHAN.DAT. STATUS=" ERR-TAGIHAN
              GO TO 990-FECHA-ARQUIVOS.
           OPEN OUTPUT LAPORAN.
           MOVE "S" TO TEM-LAPORAN.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "FECHO DO ANO AKADEMIK " TAHUN-DIMINTA
                  "  PERIODE NOVO " PERIODE-NOVO
                  "  TANGGAL " TGL-HARI-INI
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
      *----------------------------------------------------
       020-CONFERE-PENDENCIAS.
           PERFORM 070-POSICIONA-INICIO THRU 070-99-FIM.
           PERFORM 021-PENDNILAI-ABERTA THRU 021-99-FIM
               UNTIL ERR-PNIL = "10".
           PERFORM 022-TAGIHAN-ABERTA THRU 022-99-FIM
               UNTIL ERR-TAGIHAN = "10".
           IF WS-PENDENCIAS > ZEROS
              MOVE SPACES TO WS-LINHA-LAPORAN
              STRING "PENDENCIAS: " WS-PENDENCIAS
                     " - TAHUN NAO FECHADO, NADA FOI ALTERADO."
                  DELIMITED BY SIZE INTO WS-LINHA-LAPORAN
              PERFORM 090-GRAVA-LINHA THRU 090-99-FIM
              DISPLAY "PENDENCIAS NO TAHUN: " WS-PENDENCIAS
              DISPLAY "TAHUN NAO FECHADO. VER TUTUPTHN.TXT"
              GO TO 990-FECHA-ARQUIVOS.
           GO TO 030-ABRE-HISTORICO.
      *----------------------------------------------------
       021-PENDNILAI-ABERTA.
           READ PENDNILAI NEXT RECORD
               AT END
               MOVE "10" TO ERR-PNIL
               GO TO 021-99-FIM.
           IF NOT PNIL-AGUARDANDO
              OR PERIODE-PENDNILAI (1:4) > TAHUN-DIMINTA
              GO TO 021-99-FIM.
           ADD 1 TO WS-PENDENCIAS.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "PERUBAHAN NILAI AGUARDANDO: SEQ " SEQ-PENDNILAI
                  " NPM " NPM-PENDNILAI " " PERIODE-PENDNILAI
                  " " MK-PENDNILAI
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       021-99-FIM.
           EXIT.
      *----------------------------------------------------
       022-TAGIHAN-ABERTA.
           READ TAGIHAN NEXT RECORD
               AT END
               MOVE "10" TO ERR-TAGIHAN
               GO TO 022-99-FIM.
           IF NOT TAGIHAN-TERBUKA
              OR PERIODE-TAGIHAN (1:4) > TAHUN-DIMINTA
              GO TO 022-99-FIM.
           ADD 1 TO WS-PENDENCIAS.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "TAGIHAN EM ABERTO: NPM " NPM-TAGIHAN
                  " " PERIODE-TAGIHAN " NILAI " NILAI-TAGIHAN
                  " DIBAYAR " DIBAYAR-TAGIHAN
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       022-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-ABRE-HISTORICO.
           OPEN I-O NILHIST.
           IF ERR-NILHIST = "35"
              OPEN OUTPUT NILHIST
              CLOSE NILHIST
              OPEN I-O NILHIST.
           OPEN I-O ABSHIST.
           IF ERR-ABSHIST = "35"
              OPEN OUTPUT ABSHIST
              CLOSE ABSHIST
              OPEN I-O ABSHIST.
           OPEN I-O PNLHIST.
           IF ERR-PNLHIST = "35"
              OPEN OUTPUT PNLHIST
              CLOSE PNLHIST
              OPEN I-O PNLHIST.
           OPEN I-O TAGHIST.
           IF ERR-TAGHIST = "35"
              OPEN OUTPUT TAGHIST
              CLOSE TAGHIST
              OPEN I-O TAGHIST.
           IF ERR-NILHIST NOT = "00" OR ERR-ABSHIST NOT = "00"
              OR ERR-PNLHIST NOT = "00" OR ERR-TAGHIST NOT = "00"
              DISPLAY "GAGAL MEMBUKA HISTORICO. STATUS=" ERR-NILHIST
                      " " ERR-ABSHIST " " ERR-PNLHIST " " ERR-TAGHIST
              GO TO 990-FECHA-ARQUIVOS.
           MOVE "S" TO TEM-HISTORICO.
      *----------------------------------------------------
       040-COPIA-HISTORICO.
           PERFORM 070-POSICIONA-INICIO THRU 070-99-FIM.
           PERFORM 041-COPIA-NILAI THRU 041-99-FIM
               UNTIL ERR-NILAI = "10".
           PERFORM 042-COPIA-ABSEN THRU 042-99-FIM
               UNTIL ERR-ABSEN = "10".
           PERFORM 043-COPIA-PNIL THRU 043-99-FIM
               UNTIL ERR-PNIL = "10".
           PERFORM 044-COPIA-TAGIHAN THRU 044-99-FIM
               UNTIL ERR-TAGIHAN = "10".
           GO TO 050-CONFERE-HISTORICO.
      *----------------------------------------------------
       041-COPIA-NILAI.
           READ NILAI NEXT RECORD
               AT END
               MOVE "10" TO ERR-NILAI
               GO TO 041-99-FIM.
           IF PERIODE-NILAI (1:4) > TAHUN-DIMINTA
              GO TO 041-99-FIM.
           ADD 1 TO NIL-LIDOS.
           ADD HASIL-NILAI TO NIL-SOMA-VIVO.
           MOVE REG-NILAI TO DADOS-NILHIST.
           MOVE PERIODE-NILAI (1:4) TO TAHUN-NILHIST.
           MOVE TGL-HARI-INI TO TGL-ARQ-NILHIST.
           MOVE "N" TO JA-NO-HIST.
           WRITE REG-NILHIST
               INVALID KEY
               MOVE "S" TO JA-NO-HIST.
           IF JA-NO-HIST = "N"
              ADD 1 TO NIL-NOVOS
              GO TO 041-99-FIM.
           READ NILHIST KEY IS KUNCI-NILHIST
               INVALID KEY
               MOVE SPACES TO DADOS-NILHIST.
           IF DADOS-NILHIST = REG-NILAI
              ADD 1 TO NIL-JA-HIST
              GO TO 041-99-FIM.
           ADD 1 TO WS-DIVERGENCIAS.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "NILHIST DIFERENTE DO VIVO: " KUNCI-NILAI
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       041-99-FIM.
           EXIT.
      *----------------------------------------------------
       042-COPIA-ABSEN.
           READ ABSEN NEXT RECORD
               AT END
               MOVE "10" TO ERR-ABSEN
               GO TO 042-99-FIM.
           IF TGL-ABSEN (1:4) > TAHUN-DIMINTA
              GO TO 042-99-FIM.
           ADD 1 TO ABS-LIDOS.
           MOVE REG-ABSEN TO DADOS-ABSHIST.
           MOVE TGL-ABSEN (1:4) TO TAHUN-ABSHIST.
           MOVE TGL-HARI-INI TO TGL-ARQ-ABSHIST.
           MOVE "N" TO JA-NO-HIST.
           WRITE REG-ABSHIST
               INVALID KEY
               MOVE "S" TO JA-NO-HIST.
           IF JA-NO-HIST = "N"
              ADD 1 TO ABS-NOVOS
              GO TO 042-99-FIM.
           READ ABSHIST KEY IS KUNCI-ABSHIST
               INVALID KEY
               MOVE SPACES TO DADOS-ABSHIST.
           IF DADOS-ABSHIST = REG-ABSEN
              ADD 1 TO ABS-JA-HIST
              GO TO 042-99-FIM.
           ADD 1 TO WS-DIVERGENCIAS.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "ABSHIST DIFERENTE DO VIVO: " KUNCI-ABSEN
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       042-99-FIM.
           EXIT.
      *----------------------------------------------------
       043-COPIA-PNIL.
           READ PENDNILAI NEXT RECORD
               AT END
               MOVE "10" TO ERR-PNIL
               GO TO 043-99-FIM.
           IF PERIODE-PENDNILAI (1:4) > TAHUN-DIMINTA
              GO TO 043-99-FIM.
           ADD 1 TO PNL-LIDOS.
           MOVE PERIODE-PENDNILAI (1:4) TO TAHUN-PNLHIST.
           MOVE SEQ-PENDNILAI TO SEQ-PNLHIST.
           MOVE REG-PENDNILAI TO DADOS-PNLHIST.
           MOVE TGL-HARI-INI TO TGL-ARQ-PNLHIST.
           MOVE "N" TO JA-NO-HIST.
           WRITE REG-PNLHIST
               INVALID KEY
               MOVE "S" TO JA-NO-HIST.
           IF JA-NO-HIST = "N"
              ADD 1 TO PNL-NOVOS
              GO TO 043-99-FIM.
           READ PNLHIST KEY IS KUNCI-PNLHIST
               INVALID KEY
               MOVE SPACES TO DADOS-PNLHIST.
           IF DADOS-PNLHIST = REG-PENDNILAI
              ADD 1 TO PNL-JA-HIST
              GO TO 043-99-FIM.
           ADD 1 TO WS-DIVERGENCIAS.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "PNLHIST DIFERENTE DO VIVO: " SEQ-PENDNILAI
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       043-99-FIM.
           EXIT.
      *----------------------------------------------------
       044-COPIA-TAGIHAN.
           READ TAGIHAN NEXT RECORD
               AT END
               MOVE "10" TO ERR-TAGIHAN
               GO TO 044-99-FIM.
           IF PERIODE-TAGIHAN (1:4) > TAHUN-DIMINTA
              GO TO 044-99-FIM.
           ADD 1 TO TAG-LIDOS.
           ADD NILAI-TAGIHAN TO TAG-SOMA-VIVO.
           ADD DIBAYAR-TAGIHAN TO TAG-SOMA-VIVO.
           MOVE REG-TAGIHAN TO DADOS-TAGHIST.
           MOVE PERIODE-TAGIHAN (1:4) TO TAHUN-TAGHIST.
           MOVE TGL-HARI-INI TO TGL-ARQ-TAGHIST.
           MOVE "N" TO JA-NO-HIST.
           WRITE REG-TAGHIST
               INVALID KEY
               MOVE "S" TO JA-NO-HIST.
           IF JA-NO-HIST = "N"
              ADD 1 TO TAG-NOVOS
              GO TO 044-99-FIM.
           READ TAGHIST KEY IS KUNCI-TAGHIST
               INVALID KEY
               MOVE SPACES TO DADOS-TAGHIST.
           IF DADOS-TAGHIST = REG-TAGIHAN
              ADD 1 TO TAG-JA-HIST
              GO TO 044-99-FIM.
           ADD 1 TO WS-DIVERGENCIAS.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "TAGHIST DIFERENTE DO VIVO: " KUNCI-TAGIHAN
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       044-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-CONFERE-HISTORICO.
           PERFORM 070-POSICIONA-INICIO THRU 070-99-FIM.
           PERFORM 051-CONFERE-NILAI THRU 051-99-FIM
               UNTIL ERR-NILAI = "10".
           PERFORM 052-CONFERE-ABSEN THRU 052-99-FIM
               UNTIL ERR-ABSEN = "10".
           PERFORM 053-CONFERE-PNIL THRU 053-99-FIM
               UNTIL ERR-PNIL = "10".
           PERFORM 054-CONFERE-TAGIHAN THRU 054-99-FIM
               UNTIL ERR-TAGIHAN = "10".
           IF NIL-CONFERIDOS NOT = NIL-LIDOS
              OR NIL-SOMA-HIST NOT = NIL-SOMA-VIVO
              ADD 1 TO WS-DIVERGENCIAS.
           IF ABS-CONFERIDOS NOT = ABS-LIDOS
              ADD 1 TO WS-DIVERGENCIAS.
           IF PNL-CONFERIDOS NOT = PNL-LIDOS
              ADD 1 TO WS-DIVERGENCIAS.
           IF TAG-CONFERIDOS NOT = TAG-LIDOS
              OR TAG-SOMA-HIST NOT = TAG-SOMA-VIVO
              ADD 1 TO WS-DIVERGENCIAS.
           IF WS-DIVERGENCIAS > ZEROS
              GO TO 900-IMPRIME-TOTAIS.
           GO TO 060-APAGA-VIVOS.
      *----------------------------------------------------
       051-CONFERE-NILAI.
           READ NILAI NEXT RECORD
               AT END
               MOVE "10" TO ERR-NILAI
               GO TO 051-99-FIM.
           IF PERIODE-NILAI (1:4) > TAHUN-DIMINTA
              GO TO 051-99-FIM.
           MOVE KUNCI-NILAI TO KUNCI-NILHIST.
           READ NILHIST KEY IS KUNCI-NILHIST
               INVALID KEY
               ADD 1 TO WS-DIVERGENCIAS
               GO TO 051-99-FIM.
           IF DADOS-NILHIST NOT = REG-NILAI
              ADD 1 TO WS-DIVERGENCIAS
              GO TO 051-99-FIM.
           ADD 1 TO NIL-CONFERIDOS.
           ADD HASIL-NILHIST TO NIL-SOMA-HIST.
       051-99-FIM.
           EXIT.
      *----------------------------------------------------
       052-CONFERE-ABSEN.
           READ ABSEN NEXT RECORD
               AT END
               MOVE "10" TO ERR-ABSEN
               GO TO 052-99-FIM.
           IF TGL-ABSEN (1:4) > TAHUN-DIMINTA
              GO TO 052-99-FIM.
           MOVE KUNCI-ABSEN TO KUNCI-ABSHIST.
           READ ABSHIST KEY IS KUNCI-ABSHIST
               INVALID KEY
               ADD 1 TO WS-DIVERGENCIAS
               GO TO 052-99-FIM.
           IF DADOS-ABSHIST NOT = REG-ABSEN
              ADD 1 TO WS-DIVERGENCIAS
              GO TO 052-99-FIM.
           ADD 1 TO ABS-CONFERIDOS.
       052-99-FIM.
           EXIT.
      *----------------------------------------------------
       053-CONFERE-PNIL.
           READ PENDNILAI NEXT RECORD
               AT END
               MOVE "10" TO ERR-PNIL
               GO TO 053-99-FIM.
           IF PERIODE-PENDNILAI (1:4) > TAHUN-DIMINTA
              GO TO 053-99-FIM.
           MOVE PERIODE-PENDNILAI (1:4) TO TAHUN-PNLHIST.
           MOVE SEQ-PENDNILAI TO SEQ-PNLHIST.
           READ PNLHIST KEY IS KUNCI-PNLHIST
               INVALID KEY
               ADD 1 TO WS-DIVERGENCIAS
               GO TO 053-99-FIM.
           IF DADOS-PNLHIST NOT = REG-PENDNILAI
              ADD 1 TO WS-DIVERGENCIAS
              GO TO 053-99-FIM.
           ADD 1 TO PNL-CONFERIDOS.
       053-99-FIM.
           EXIT.
      *----------------------------------------------------
       054-CONFERE-TAGIHAN.
           READ TAGIHAN NEXT RECORD
               AT END
               MOVE "10" TO ERR-TAGIHAN
               GO TO 054-99-FIM.
           IF PERIODE-TAGIHAN (1:4) > TAHUN-DIMINTA
              GO TO 054-99-FIM.
           MOVE KUNCI-TAGIHAN TO KUNCI-TAGHIST.
           READ TAGHIST KEY IS KUNCI-TAGHIST
               INVALID KEY
               ADD 1 TO WS-DIVERGENCIAS
               GO TO 054-99-FIM.
           IF DADOS-TAGHIST NOT = REG-TAGIHAN
              ADD 1 TO WS-DIVERGENCIAS
              GO TO 054-99-FIM.
           ADD 1 TO TAG-CONFERIDOS.
           ADD NILAI-TAGHIST TO TAG-SOMA-HIST.
           ADD DIBAYAR-TAGHIST TO TAG-SOMA-HIST.
       054-99-FIM.
           EXIT.
      *----------------------------------------------------
       060-APAGA-VIVOS.
           PERFORM 070-POSICIONA-INICIO THRU 070-99-FIM.
           PERFORM 061-APAGA-NILAI THRU 061-99-FIM
               UNTIL ERR-NILAI = "10".
           PERFORM 062-APAGA-ABSEN THRU 062-99-FIM
               UNTIL ERR-ABSEN = "10".
           PERFORM 063-APAGA-PNIL THRU 063-99-FIM
               UNTIL ERR-PNIL = "10".
           PERFORM 064-APAGA-TAGIHAN THRU 064-99-FIM
               UNTIL ERR-TAGIHAN = "10".
           GO TO 800-GRAVA-CTL.
      *----------------------------------------------------
       061-APAGA-NILAI.
           READ NILAI NEXT RECORD
               AT END
               MOVE "10" TO ERR-NILAI
               GO TO 061-99-FIM.
           IF PERIODE-NILAI (1:4) > TAHUN-DIMINTA
              GO TO 061-99-FIM.
           DELETE NILAI RECORD
               INVALID KEY
               ADD 1 TO WS-FALHAS-APAGAR
               GO TO 061-99-FIM.
           ADD 1 TO NIL-APAGADOS.
       061-99-FIM.
           EXIT.
      *----------------------------------------------------
       062-APAGA-ABSEN.
           READ ABSEN NEXT RECORD
               AT END
               MOVE "10" TO ERR-ABSEN
               GO TO 062-99-FIM.
           IF TGL-ABSEN (1:4) > TAHUN-DIMINTA
              GO TO 062-99-FIM.
           DELETE ABSEN RECORD
               INVALID KEY
               ADD 1 TO WS-FALHAS-APAGAR
               GO TO 062-99-FIM.
           ADD 1 TO ABS-APAGADOS.
       062-99-FIM.
           EXIT.
      *----------------------------------------------------
       063-APAGA-PNIL.
           READ PENDNILAI NEXT RECORD
               AT END
               MOVE "10" TO ERR-PNIL
               GO TO 063-99-FIM.
           IF PERIODE-PENDNILAI (1:4) > TAHUN-DIMINTA
              GO TO 063-99-FIM.
           DELETE PENDNILAI RECORD
               INVALID KEY
               ADD 1 TO WS-FALHAS-APAGAR
               GO TO 063-99-FIM.
           ADD 1 TO PNL-APAGADOS.
       063-99-FIM.
           EXIT.
      *----------------------------------------------------
       064-APAGA-TAGIHAN.
           READ TAGIHAN NEXT RECORD
               AT END
               MOVE "10" TO ERR-TAGIHAN
               GO TO 064-99-FIM.
           IF PERIODE-TAGIHAN (1:4) > TAHUN-DIMINTA
              GO TO 064-99-FIM.
           DELETE TAGIHAN RECORD
               INVALID KEY
               ADD 1 TO WS-FALHAS-APAGAR
               GO TO 064-99-FIM.
           ADD 1 TO TAG-APAGADOS.
       064-99-FIM.
           EXIT.
      *----------------------------------------------------
      * POSICIONA OS QUATRO ARQUIVOS VIVOS NO PRIMEIRO
      * REGISTRO. ARQUIVO AUSENTE OU VAZIO FICA COM "10".
      *----------------------------------------------------
       070-POSICIONA-INICIO.
           MOVE "10" TO ERR-NILAI.
           IF TEM-NILAI = "S"
              MOVE "00" TO ERR-NILAI
              MOVE LOW-VALUES TO KUNCI-NILAI
              START NILAI KEY IS NOT LESS THAN KUNCI-NILAI
                  INVALID KEY
                  MOVE "10" TO ERR-NILAI.
           MOVE "10" TO ERR-ABSEN.
           IF TEM-ABSEN = "S"
              MOVE "00" TO ERR-ABSEN
              MOVE LOW-VALUES TO KUNCI-ABSEN
              START ABSEN KEY IS NOT LESS THAN KUNCI-ABSEN
                  INVALID KEY
                  MOVE "10" TO ERR-ABSEN.
           MOVE "10" TO ERR-PNIL.
           IF TEM-PNIL = "S"
              MOVE "00" TO ERR-PNIL
              MOVE ZEROS TO SEQ-PENDNILAI
              START PENDNILAI KEY IS NOT LESS THAN SEQ-PENDNILAI
                  INVALID KEY
                  MOVE "10" TO ERR-PNIL.
           MOVE "10" TO ERR-TAGIHAN.
           IF TEM-TAGIHAN = "S"
              MOVE "00" TO ERR-TAGIHAN
              MOVE LOW-VALUES TO KUNCI-TAGIHAN
              START TAGIHAN KEY IS NOT LESS THAN KUNCI-TAGIHAN
                  INVALID KEY
                  MOVE "10" TO ERR-TAGIHAN.
       070-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-LAPORAN TO REG-LAPORAN.
           WRITE REG-LAPORAN.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       800-GRAVA-CTL.
           MOVE SPACES TO REG-PRDCTL.
           MOVE PERIODE-NOVO TO CTL-PERIODE-ATUAL.
           IF TAHUN-DIMINTA > ZEROS
              MOVE TAHUN-DIMINTA TO CTL-TAHUN-FECHADO
              MOVE TGL-HARI-INI TO CTL-DATA-FECHO.
           OPEN OUTPUT PRDCTL.
           WRITE REG-PRDCTL.
           CLOSE PRDCTL.
           DISPLAY "PERIODE ATUAL GRAVADO: " CTL-PERIODE-ATUAL.
           IF TAHUN-DIMINTA = ZEROS
              GO TO 999-FIM.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           MOVE "NILAI.DAT -> NILHIST.DAT" TO IMP-ARQUIVO.
           MOVE TOTAIS-NILAI TO IMP-CONTADORES.
           PERFORM 910-IMPRIME-ARQUIVO THRU 910-99-FIM.
           MOVE "ABSEN.DAT -> ABSHIST.DAT" TO IMP-ARQUIVO.
           MOVE TOTAIS-ABSEN TO IMP-CONTADORES.
           PERFORM 910-IMPRIME-ARQUIVO THRU 910-99-FIM.
           MOVE "PENDNIL.DAT -> PNLHIST.DAT" TO IMP-ARQUIVO.
           MOVE TOTAIS-PNIL TO IMP-CONTADORES.
           PERFORM 910-IMPRIME-ARQUIVO THRU 910-99-FIM.
           MOVE "TAGIHAN.DAT -> TAGHIST.DAT" TO IMP-ARQUIVO.
           MOVE TOTAIS-TAGIHAN TO IMP-CONTADORES.
           PERFORM 910-IMPRIME-ARQUIVO THRU 910-99-FIM.
           MOVE ALL "-" TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "DIVERGENCIAS: " WS-DIVERGENCIAS
                  "  FALHAS AO APAGAR: " WS-FALHAS-APAGAR
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           IF WS-DIVERGENCIAS > ZEROS
              MOVE "HISTORICO NAO CONFERE - ARQUIVOS VIVOS MANTIDOS."
                  TO WS-LINHA-LAPORAN
              PERFORM 090-GRAVA-LINHA THRU 090-99-FIM
              DISPLAY "DIVERGENCIAS NO HISTORICO: " WS-DIVERGENCIAS
              DISPLAY "NADA FOI APAGADO. TAHUN NAO FECHADO.".
           IF WS-DIVERGENCIAS = ZEROS
              DISPLAY "TAHUN FECHADO ..........: " TAHUN-DIMINTA.
           IF WS-FALHAS-APAGAR > ZEROS
              DISPLAY "FALHAS AO APAGAR .......: " WS-FALHAS-APAGAR.
           DISPLAY "RELATORIO GRAVADO EM TUTUPTHN.TXT".
           GO TO 990-FECHA-ARQUIVOS.
      *----------------------------------------------------
       910-IMPRIME-ARQUIVO.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING IMP-ARQUIVO " LIDOS " IMP-LIDOS " NOVOS " IMP-NOVOS
                  " JA NO HIST " IMP-JA-HIST
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "    CONFERIDOS " IMP-CONFERIDOS
                  " APAGADOS " IMP-APAGADOS
                  " SOMA " IMP-SOMA-VIVO " / " IMP-SOMA-HIST
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       910-99-FIM.
           EXIT.
      *----------------------------------------------------
       990-FECHA-ARQUIVOS.
           IF TEM-NILAI = "S"
              CLOSE NILAI.
           IF TEM-ABSEN = "S"
              CLOSE ABSEN.
           IF TEM-PNIL = "S"
              CLOSE PENDNILAI.
           IF TEM-TAGIHAN = "S"
              CLOSE TAGIHAN.
           IF TEM-HISTORICO = "S"
              CLOSE NILHIST
              CLOSE ABSHIST
              CLOSE PNLHIST
              CLOSE TAGHIST.
           IF TEM-LAPORAN = "S"
              CLOSE LAPORAN.
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA TUTUPTAHUN ---------***
