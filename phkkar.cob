       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHKKAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT GAJIYTD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-CHAVE
               FILE STATUS IS ERR-YTD.
           SELECT GAJIPOST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GP-CHAVE
               FILE STATUS IS ERR-POST.
           SELECT CUTI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CHAVE
               FILE STATUS IS ERR-CUTI.
           SELECT KASBON ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KB-NOKAR
               FILE STATUS IS ERR-KASBON.
           SELECT PHK ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-NOKAR
               FILE STATUS IS ERR-PHK.
           SELECT SLIPPHK ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-SLIP.
           SELECT BANCO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-BANCO.
       DATA DIVISION.
       FILE SECTION.
       COPY "reckar.cob".
       COPY "recghist.cob".
       COPY "recytd.cob".
       COPY "recgjpst.cob".
       COPY "reccuti.cob".
       COPY "reckasb.cob".
       COPY "recphk.cob".
       FD  SLIPPHK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PHKSLIP.TXT'.
       01  REG-SLIPPHK PIC X(80).
       FD  BANCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BANKPHK.TXT'.
       01  REG-BANCO PIC X(60).
       WORKING-STORAGE SECTION.
       77 ERR-KAR PIC XX.
       77 ERR-HIST PIC XX.
       77 ERR-YTD PIC XX.
       77 ERR-POST PIC XX.
       77 ERR-CUTI PIC XX.
       77 ERR-KASBON PIC XX.
       77 ERR-PHK PIC XX.
       77 ERR-SLIP PIC XX.
       77 ERR-BANCO PIC XX.
       77 TEM-HIST PIC X VALUE 'N'.
       77 TEM-POST PIC X VALUE 'N'.
       77 TEM-CUTI PIC X VALUE 'N'.
       77 TEM-KASBON PIC X VALUE 'N'.
       77 PERSEN-PAJAK PIC 9(2) VALUE 05.
       77 PERSEN-JAMSOSTEK PIC 9(2) VALUE 02.
       77 NOKAR-PEDIDO PIC 9(4) VALUE ZEROS.
       77 TGL-KELUAR PIC 9(8) VALUE ZEROS.
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       77 DATA-OK PIC X.
       77 CONFIRMA PIC X.
       01 CAMPOS-PARAMETER.
           02 PRM-KODE PIC X(12) VALUE SPACES.
           02 PRM-TGL PIC 9(8) VALUE ZEROS.
           02 PRM-NILAI PIC 9(9)V99 VALUE ZEROS.
           02 PRM-BERLAKU PIC 9(8) VALUE ZEROS.
           02 PRM-HASIL PIC X VALUE 'N'.
       77 ALASAN PIC X VALUE SPACE.
       77 MES-PAGO PIC X VALUE 'N'.
       01 DATA-CALENDARIO.
           02 CAL-DIA PIC 9(2).
           02 CAL-MES PIC 9(2).
           02 CAL-ANO PIC 9(4).
       01 DATA-CALC.
           02 CALC-DIA PIC 9(2).
           02 CALC-MES PIC 9(2).
           02 CALC-ANO PIC 9(4).
       77 FUNCAO-DIAS PIC X VALUE 'N'.
       77 DIAS-INICIO PIC 9(7) VALUE ZEROS.
       77 DIAS-FIM PIC 9(7) VALUE ZEROS.
       77 DIAS-MES PIC 9(2) VALUE ZEROS.
       01 CONTROLE-ACESSO.
           02 GATE-PROGRAMA PIC X(8) VALUE 'PHKKAR'.
           02 GATE-PERFIL PIC X(1) VALUE 'S'.
           02 GATE-OPERADOR PIC X(4) VALUE SPACES.
           02 GATE-OK PIC X(1) VALUE 'N'.
      *    MESES DE UPAH DE UANG PESANGON POR ANOS DE SERVICO
      *    (0 ANOS = 1 MES ... 8 ANOS OU MAIS = 9 MESES)
       01 TABELA-UP-DADOS PIC X(18) VALUE "010203040506070809".
       01 TABELA-UP REDEFINES TABELA-UP-DADOS.
           02 UP-MESES PIC 9(2) OCCURS 9 TIMES.
      *    MESES DE UANG PENGHARGAAN MASA KERJA POR FAIXA DE 3
      *    ANOS (0-2 = 0, 3-5 = 2 ... 21-23 = 8, 24 OU MAIS = 10)
       01 TABELA-UPMK-DADOS PIC X(18) VALUE "000203040506070810".
       01 TABELA-UPMK REDEFINES TABELA-UPMK-DADOS.
           02 UPMK-MESES PIC 9(2) OCCURS 9 TIMES.
      *    FATOR DE PESANGON E DE PENGHARGAAN POR ALASAN
      *    U=MENGUNDURKAN DIRI P=PHK N=PENSIUN K=KONTRAK HABIS
       01 TABELA-ALASAN-DADOS PIC X(28)
              VALUE "U000000P100100N175100K000000".
       01 TABELA-ALASAN REDEFINES TABELA-ALASAN-DADOS.
           02 ALASAN-TAB OCCURS 4 TIMES.
               03 ALASAN-COD PIC X.
               03 FATOR-UP PIC 9V99.
               03 FATOR-UPMK PIC 9V99.
       77 IDX-ALASAN PIC 9(2) COMP VALUE ZEROS.
       77 IDX-UP PIC 9(2) COMP VALUE ZEROS.
       77 IDX-UPMK PIC 9(2) COMP VALUE ZEROS.
       77 IDX-MES PIC 9(2) VALUE ZEROS.
       01 CALCULO-PHK.
           02 MASA-KERJA PIC S9(4) VALUE ZEROS.
           02 BLN-KERJA PIC 9(3) VALUE ZEROS.
           02 THN-KERJA PIC 9(3) VALUE ZEROS.
           02 ANO-MASUK PIC 9(4).
           02 MES-MASUK PIC 9(2).
           02 DIA-MASUK PIC 9(2).
           02 GAJI-POKOK PIC 9(6).
           02 TUNJANGAN PIC 9(6).
           02 UPAH PIC 9(7) VALUE ZEROS.
           02 GAJI-AKHIR PIC 9(7) VALUE ZEROS.
           02 PAJAK-AKHIR PIC 9(7) VALUE ZEROS.
           02 JAMSOS-AKHIR PIC 9(7) VALUE ZEROS.
           02 SALDO-CUTI PIC S9(4) VALUE ZEROS.
           02 HARI-CUTI PIC 9(3) VALUE ZEROS.
           02 UANG-CUTI PIC 9(7) VALUE ZEROS.
           02 PAJAK-CUTI PIC 9(7) VALUE ZEROS.
           02 PESANGON PIC 9(9) VALUE ZEROS.
           02 PENGHARGAAN PIC 9(9) VALUE ZEROS.
           02 KOMPENSASI PIC 9(9) VALUE ZEROS.
           02 DASAR-PAJAK PIC 9(9) VALUE ZEROS.
           02 PAJAK-PESANGON PIC 9(9) VALUE ZEROS.
           02 TOTAL-BRUTO PIC 9(9) VALUE ZEROS.
           02 TOTAL-PAJAK PIC 9(9) VALUE ZEROS.
           02 SALDO-BERSIH PIC 9(9) VALUE ZEROS.
           02 POT-KASBON PIC 9(7) VALUE ZEROS.
           02 TOTAL-LIQUIDO PIC 9(9) VALUE ZEROS.
       77 WS-LINHA-SLIP PIC X(80).
       77 WS-LINHA-BANCO PIC X(60).
       77 WS-DESC-ALASAN PIC X(20).
       77 WS-PAGTO PIC X(6).
       77 WS-VALOR-ED PIC Z(8)9.
       01 TOTAIS-PHK.
           02 WS-TOTAL-PHK PIC 9(4) VALUE ZEROS.
           02 WS-TOTAL-MANUAL PIC 9(4) VALUE ZEROS.
           02 QTD-BANCO PIC 9(4) VALUE ZEROS.
           02 TOT-BANCO PIC 9(9) VALUE ZEROS.
           02 TOT-LIQUIDO PIC 9(11) VALUE ZEROS.
      *----------------------------------------------------
      * PHK - PENYELESAIAN AKHIR KARYAWAN KELUAR. UM
      * SUPERVISOR (ACESSOVAL PERFIL S) INFORMA O KARYAWAN,
      * A TGL KELUAR E A ALASAN (U MENGUNDURKAN DIRI, P PHK,
      * N PENSIUN, K KONTRAK HABIS). O UPAH E O GAJI POKOK +
      * TUNJANGAN VIGENTE NA TGL KELUAR (GAJIHIST.DAT) E A
      * MASA KERJA E CONTADA EM MESES COMPLETOS DA TGL
      * MASUK. PESANGON E PENGHARGAAN = UPAH X MESES DA
      * TABELA X FATOR DA ALASAN; KONTRAK HABIS RECEBE
      * KOMPENSASI DE MESES / 12 X UPAH. O PAJAK DESSES
      * VALORES E POR FAIXA (0% ATE 50 JUTA, 5% ATE 100
      * JUTA, 15% ATE 500 JUTA, 25% ACIMA). O PAJAK DO
      * ULTIMO MES E DO CUTI USA O PAJAKGAJI (E O JAMSOSTEK)
      * DO PARAMETR.DAT VIGENTE NA TGL KELUAR, COMO A FOLHA.
      * O ULTIMO MES E PAGO PRORATA PELOS DIAS ATE A TGL
      * KELUAR, SALVO SE O GAJIPOST.DAT JA TEM O PERIODE DA
      * SAIDA. O SALDO DE CUTI TAHUNAN DO ANO E PAGO A UPAH
      * / 25 POR DIA. O SALDO DO KASBON E DESCONTADO DO
      * LIQUIDO. GRAVA PHK.DAT, PHKSLIP.TXT, BANKPHK.TXT
      * (MESMO LAYOUT DO BANKGAJI.TXT), SOMA NO GAJIYTD.DAT
      * E MARCA O KARYAWAN NONAKTIF PARA QUE A FOLHA NAO O
      * PAGUE MAIS. KARYAWAN COM PHK.DAT NAO E PROCESSADO DE
      * NOVO.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** PHK - PENYELESAIAN AKHIR KARYAWAN ***".
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           CALL "ACESSOVAL" USING GATE-PROGRAMA GATE-PERFIL
               GATE-OPERADOR GATE-OK.
           IF GATE-OK NOT = "S"
              GO TO 999-FIM.
           OPEN I-O KARYAWAN.
           IF ERR-KAR NOT = "00"
              DISPLAY "GAGAL MEMBUKA KARYAWAN.DAT. STATUS=" ERR-KAR
              GO TO 999-FIM.
           OPEN I-O GAJIYTD.
           IF ERR-YTD = "35"
              OPEN OUTPUT GAJIYTD
              CLOSE GAJIYTD
              OPEN I-O GAJIYTD.
           IF ERR-YTD NOT = "00"
              DISPLAY "GAGAL MEMBUKA GAJIYTD.DAT. STATUS=" ERR-YTD
              CLOSE KARYAWAN
              GO TO 999-FIM.
           OPEN I-O PHK.
           IF ERR-PHK = "35"
              OPEN OUTPUT PHK
              CLOSE PHK
              OPEN I-O PHK.
           IF ERR-PHK NOT = "00"
              DISPLAY "GAGAL MEMBUKA PHK.DAT. STATUS=" ERR-PHK
              CLOSE KARYAWAN GAJIYTD
              GO TO 999-FIM.
           OPEN INPUT GAJIHIST.
           IF ERR-HIST = "00"
              MOVE "S" TO TEM-HIST
           ELSE
              DISPLAY "GAJIHIST.DAT TIDAK ADA - GAJI DO CADASTRO.".
           OPEN INPUT GAJIPOST.
           IF ERR-POST = "00"
              MOVE "S" TO TEM-POST.
           OPEN INPUT CUTI.
           IF ERR-CUTI = "00"
              MOVE "S" TO TEM-CUTI.
           OPEN I-O KASBON.
           IF ERR-KASBON = "00"
              MOVE "S" TO TEM-KASBON.
           OPEN OUTPUT SLIPPHK.
           OPEN OUTPUT BANCO.
           MOVE SPACES TO WS-LINHA-BANCO.
           STRING "H;" TGL-HARI-INI (1:6)
               DELIMITED BY SIZE INTO WS-LINHA-BANCO.
           MOVE WS-LINHA-BANCO TO REG-BANCO.
           WRITE REG-BANCO.
      *----------------------------------------------------
       010-PEDE-NOKAR.
           DISPLAY "NO KARYAWAN (ZERO = SELESAI) : ".
           MOVE ZEROS TO NOKAR-PEDIDO.
           ACCEPT NOKAR-PEDIDO.
           IF NOKAR-PEDIDO = ZEROS
              GO TO 900-ENCERRA.
           MOVE NOKAR-PEDIDO TO NOKAR.
           READ KARYAWAN KEY IS NOKAR
               INVALID KEY
               DISPLAY "KARYAWAN TIDAK DITEMUKAN."
               GO TO 010-PEDE-NOKAR.
           MOVE NOKAR-PEDIDO TO PH-NOKAR.
           READ PHK KEY IS PH-NOKAR
               INVALID KEY
               MOVE "23" TO ERR-PHK.
           IF ERR-PHK = "00"
              DISPLAY "KARYAWAN " NOKAR " SUDAH DI-PHK, TGL KELUAR "
                      PH-TGL-KELUAR " DIPROSES " PH-TGL-PROSES
              GO TO 010-PEDE-NOKAR.
           IF TGL-MASUK-KAR = ZEROS
              DISPLAY "TGL MASUK KOSONG - ISI DULU DI KARMEST."
              GO TO 010-PEDE-NOKAR.
           IF KAR-NONAKTIF
              DISPLAY "PERHATIAN: KARYAWAN SUDAH NONAKTIF.".
           DISPLAY NOKAR " " NAMA-KAR " MASUK " TGL-MASUK-KAR.
      *----------------------------------------------------
       020-PEDE-SAIDA.
           DISPLAY "TGL KELUAR (YYYYMMDD) : ".
           ACCEPT TGL-KELUAR.
           MOVE TGL-KELUAR (7:2) TO CAL-DIA.
           MOVE TGL-KELUAR (5:2) TO CAL-MES.
           MOVE TGL-KELUAR (1:4) TO CAL-ANO.
           CALL "DATAVAL" USING DATA-CALENDARIO DATA-OK.
           IF DATA-OK NOT = "S"
              DISPLAY "TGL TIDAK VALID."
              GO TO 020-PEDE-SAIDA.
           IF TGL-KELUAR < TGL-MASUK-KAR
              DISPLAY "TGL KELUAR SEBELUM TGL MASUK."
              GO TO 020-PEDE-SAIDA.
       020-10-ALASAN.
           DISPLAY "ALASAN (U=MENGUNDURKAN DIRI P=PHK N=PENSIUN "
                   "K=KONTRAK HABIS) : ".
           ACCEPT ALASAN.
           MOVE 1 TO IDX-ALASAN.
       020-20-BUSCA.
           IF IDX-ALASAN > 4
              DISPLAY "ALASAN TIDAK VALID."
              GO TO 020-10-ALASAN.
           IF ALASAN-COD (IDX-ALASAN) NOT = ALASAN
              ADD 1 TO IDX-ALASAN
              GO TO 020-20-BUSCA.
           IF ALASAN = "U"
              MOVE "MENGUNDURKAN DIRI" TO WS-DESC-ALASAN.
           IF ALASAN = "P"
              MOVE "PHK" TO WS-DESC-ALASAN.
           IF ALASAN = "N"
              MOVE "PENSIUN" TO WS-DESC-ALASAN.
           IF ALASAN = "K"
              MOVE "KONTRAK HABIS" TO WS-DESC-ALASAN.
      *----------------------------------------------------
       030-CALCULA.
           MOVE ZEROS TO MASA-KERJA BLN-KERJA THN-KERJA.
           MOVE ZEROS TO GAJI-AKHIR PAJAK-AKHIR JAMSOS-AKHIR.
           MOVE ZEROS TO HARI-CUTI UANG-CUTI PAJAK-CUTI.
           MOVE ZEROS TO PESANGON PENGHARGAAN KOMPENSASI.
           MOVE ZEROS TO PAJAK-PESANGON POT-KASBON DIAS-MES.
           MOVE "N" TO MES-PAGO.
           PERFORM 037-LE-PARAMETRO THRU 037-99-FIM.
           MOVE TGL-MASUK-KAR (1:4) TO ANO-MASUK.
           MOVE TGL-MASUK-KAR (5:2) TO MES-MASUK.
           MOVE TGL-MASUK-KAR (7:2) TO DIA-MASUK.
           COMPUTE MASA-KERJA = (CAL-ANO - ANO-MASUK) * 12
                              + CAL-MES - MES-MASUK.
           IF CAL-DIA < DIA-MASUK
              SUBTRACT 1 FROM MASA-KERJA.
           IF MASA-KERJA < ZEROS
              MOVE ZEROS TO MASA-KERJA.
           MOVE MASA-KERJA TO BLN-KERJA.
           DIVIDE BLN-KERJA BY 12 GIVING THN-KERJA.
           MOVE GAJI-POKOK-KAR TO GAJI-POKOK.
           MOVE TUNJANGAN-KAR TO TUNJANGAN.
           PERFORM 035-BUSCA-GAJI-VIGENTE THRU 035-99-FIM.
           COMPUTE UPAH = GAJI-POKOK + TUNJANGAN.
           COMPUTE IDX-UP = THN-KERJA + 1.
           IF THN-KERJA > 8
              MOVE 9 TO IDX-UP.
           COMPUTE IDX-UPMK = THN-KERJA / 3 + 1.
           IF THN-KERJA > 26
              MOVE 9 TO IDX-UPMK.
           COMPUTE PESANGON ROUNDED = UPAH * UP-MESES (IDX-UP)
                                    * FATOR-UP (IDX-ALASAN).
           COMPUTE PENGHARGAAN ROUNDED =
               UPAH * UPMK-MESES (IDX-UPMK) * FATOR-UPMK (IDX-ALASAN).
           IF ALASAN = "K"
              COMPUTE KOMPENSASI = UPAH * BLN-KERJA / 12.
           PERFORM 040-MES-FINAL THRU 040-99-FIM.
           PERFORM 045-SALDO-CUTI THRU 045-99-FIM.
           COMPUTE DASAR-PAJAK = PESANGON + PENGHARGAAN + KOMPENSASI.
           IF DASAR-PAJAK > 500000000
              COMPUTE PAJAK-PESANGON = 2500000 + 60000000
                  + (DASAR-PAJAK - 500000000) * 25 / 100
              GO TO 030-10-TOTAIS.
           IF DASAR-PAJAK > 100000000
              COMPUTE PAJAK-PESANGON = 2500000
                  + (DASAR-PAJAK - 100000000) * 15 / 100
              GO TO 030-10-TOTAIS.
           IF DASAR-PAJAK > 50000000
              COMPUTE PAJAK-PESANGON =
                  (DASAR-PAJAK - 50000000) * 5 / 100.
       030-10-TOTAIS.
           COMPUTE TOTAL-BRUTO = GAJI-AKHIR + UANG-CUTI
                               + DASAR-PAJAK.
           COMPUTE TOTAL-PAJAK = PAJAK-AKHIR + PAJAK-CUTI
                               + PAJAK-PESANGON.
           COMPUTE SALDO-BERSIH = TOTAL-BRUTO - TOTAL-PAJAK
                                - JAMSOS-AKHIR.
           PERFORM 047-KASBON THRU 047-99-FIM.
           COMPUTE TOTAL-LIQUIDO = SALDO-BERSIH - POT-KASBON.
           GO TO 050-MOSTRA.
      *----------------------------------------------------
       035-BUSCA-GAJI-VIGENTE.
           IF TEM-HIST NOT = "S"
              GO TO 035-99-FIM.
           MOVE NOKAR TO GH-NOKAR.
           MOVE ZEROS TO GH-TGL-EFEKTIF.
           START GAJIHIST KEY IS NOT LESS THAN GH-CHAVE
               INVALID KEY
               GO TO 035-99-FIM.
       035-10-LE.
           READ GAJIHIST NEXT RECORD
               AT END
               GO TO 035-99-FIM.
           IF GH-NOKAR NOT = NOKAR
              GO TO 035-99-FIM.
           IF GH-TGL-EFEKTIF > TGL-KELUAR
              GO TO 035-99-FIM.
           MOVE GH-GAJI-POKOK TO GAJI-POKOK.
           MOVE GH-TUNJANGAN TO TUNJANGAN.
           GO TO 035-10-LE.
       035-99-FIM.
           EXIT.
      *----------------------------------------------------
       037-LE-PARAMETRO.
           MOVE 5 TO PERSEN-PAJAK.
           MOVE 2 TO PERSEN-JAMSOSTEK.
           MOVE TGL-KELUAR TO PRM-TGL.
           MOVE 'PAJAKGAJI' TO PRM-KODE.
           CALL 'PARAMVAL' USING CAMPOS-PARAMETER.
           IF PRM-HASIL = 'S'
              MOVE PRM-NILAI TO PERSEN-PAJAK.
           MOVE 'JAMSOSTEK' TO PRM-KODE.
           CALL 'PARAMVAL' USING CAMPOS-PARAMETER.
           IF PRM-HASIL = 'S'
              MOVE PRM-NILAI TO PERSEN-JAMSOSTEK.
       037-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-MES-FINAL.
           IF TEM-POST NOT = "S"
              GO TO 040-10-DIAS.
           MOVE TGL-KELUAR (1:6) TO GP-PERIODE.
           MOVE NOKAR TO GP-NOKAR.
           READ GAJIPOST KEY IS GP-CHAVE
               INVALID KEY
               GO TO 040-10-DIAS.
           MOVE "S" TO MES-PAGO.
           GO TO 040-99-FIM.
       040-10-DIAS.
           MOVE 01 TO CALC-DIA.
           MOVE CAL-MES TO CALC-MES.
           MOVE CAL-ANO TO CALC-ANO.
           MOVE "N" TO FUNCAO-DIAS.
           CALL "DIASDATA" USING DATA-CALC FUNCAO-DIAS DIAS-INICIO.
           ADD 1 TO CALC-MES.
           IF CALC-MES > 12
              MOVE 01 TO CALC-MES
              ADD 1 TO CALC-ANO.
           CALL "DIASDATA" USING DATA-CALC FUNCAO-DIAS DIAS-FIM.
           COMPUTE DIAS-MES = DIAS-FIM - DIAS-INICIO.
           COMPUTE GAJI-AKHIR ROUNDED = UPAH * CAL-DIA / DIAS-MES.
           COMPUTE PAJAK-AKHIR = GAJI-AKHIR * PERSEN-PAJAK / 100.
           COMPUTE JAMSOS-AKHIR =
               GAJI-AKHIR * PERSEN-JAMSOSTEK / 100.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       045-SALDO-CUTI.
           IF TEM-CUTI NOT = "S"
              GO TO 045-99-FIM.
           MOVE NOKAR TO CT-NOKAR.
           MOVE CAL-ANO TO CT-TAHUN.
           MOVE "T" TO CT-JENIS.
           READ CUTI KEY IS CT-CHAVE
               INVALID KEY
               GO TO 045-99-FIM.
           COMPUTE SALDO-CUTI = CT-HAK + CT-BAWA - CT-DIAMBIL.
           IF SALDO-CUTI NOT > ZEROS
              GO TO 045-99-FIM.
           MOVE SALDO-CUTI TO HARI-CUTI.
           COMPUTE UANG-CUTI ROUNDED = UPAH * HARI-CUTI / 25.
           COMPUTE PAJAK-CUTI = UANG-CUTI * PERSEN-PAJAK / 100.
       045-99-FIM.
           EXIT.
      *----------------------------------------------------
       047-KASBON.
           IF TEM-KASBON NOT = "S"
              GO TO 047-99-FIM.
           MOVE NOKAR TO KB-NOKAR.
           READ KASBON KEY IS KB-NOKAR
               INVALID KEY
               GO TO 047-99-FIM.
           IF NOT KB-AKTIF OR KB-SALDO = ZEROS
              GO TO 047-99-FIM.
           MOVE KB-SALDO TO POT-KASBON.
           IF POT-KASBON > SALDO-BERSIH
              MOVE SALDO-BERSIH TO POT-KASBON
              DISPLAY "PERHATIAN: KASBON RP." KB-SALDO
                      " LEBIH BESAR DARI HAK - SISA TETAP TERBUKA.".
       047-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-MOSTRA.
           DISPLAY "----------------------------------------".
           DISPLAY "KARYAWAN ........: " NOKAR " " NAMA-KAR.
           DISPLAY "TGL MASUK/KELUAR : " TGL-MASUK-KAR " / "
                   TGL-KELUAR.
           DISPLAY "ALASAN ..........: " WS-DESC-ALASAN.
           DISPLAY "MASA KERJA ......: " BLN-KERJA " BLN ("
                   THN-KERJA " THN)".
           DISPLAY "UPAH ............: RP." UPAH.
           IF MES-PAGO = "S"
              DISPLAY "GAJI BLN TERAKHIR: SUDAH DIBAYAR OLEH PAYROLL"
           ELSE
              DISPLAY "GAJI BLN TERAKHIR: RP." GAJI-AKHIR " ("
                      CAL-DIA "/" DIAS-MES " HARI)".
           DISPLAY "UANG CUTI .......: RP." UANG-CUTI " ("
                   HARI-CUTI " HARI)".
           DISPLAY "UANG PESANGON ...: RP." PESANGON.
           DISPLAY "UANG PENGHARGAAN : RP." PENGHARGAAN.
           DISPLAY "KOMPENSASI ......: RP." KOMPENSASI.
           DISPLAY "TOTAL BRUTO .....: RP." TOTAL-BRUTO.
           DISPLAY "PAJAK ...........: RP." TOTAL-PAJAK.
           DISPLAY "JAMSOSTEK .......: RP." JAMSOS-AKHIR.
           DISPLAY "POTONGAN KASBON .: RP." POT-KASBON.
           DISPLAY "TOTAL DIBAYAR ...: RP." TOTAL-LIQUIDO.
           DISPLAY "PROSES PHK [S/N] ? ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              DISPLAY "DIBATALKAN."
              GO TO 010-PEDE-NOKAR.
      *----------------------------------------------------
       060-GRAVA-PHK.
           MOVE SPACES TO REG-PHK.
           MOVE NOKAR TO PH-NOKAR.
           MOVE TGL-KELUAR TO PH-TGL-KELUAR.
           MOVE ALASAN TO PH-ALASAN.
           MOVE BLN-KERJA TO PH-BLN-KERJA.
           MOVE UPAH TO PH-UPAH.
           MOVE GAJI-AKHIR TO PH-GAJI-AKHIR.
           MOVE HARI-CUTI TO PH-HARI-CUTI.
           MOVE UANG-CUTI TO PH-UANG-CUTI.
           MOVE PESANGON TO PH-PESANGON.
           MOVE PENGHARGAAN TO PH-PENGHARGAAN.
           MOVE KOMPENSASI TO PH-KOMPENSASI.
           MOVE TOTAL-PAJAK TO PH-PAJAK.
           MOVE JAMSOS-AKHIR TO PH-JAMSOS.
           MOVE POT-KASBON TO PH-KASBON.
           MOVE TOTAL-LIQUIDO TO PH-LIQUIDO.
           MOVE GATE-OPERADOR TO PH-OPERADOR.
           MOVE TGL-HARI-INI TO PH-TGL-PROSES.
           WRITE REG-PHK
               INVALID KEY
               DISPLAY "GAGAL GRAVAR PHK.DAT. STATUS=" ERR-PHK
               GO TO 010-PEDE-NOKAR.
           MOVE "N" TO AKTIF-KAR.
           REWRITE REG-KARYAWAN
               INVALID KEY
               DISPLAY "GAGAL NONAKTIFKAN KARYAWAN. STATUS=" ERR-KAR.
           IF POT-KASBON > ZEROS
              PERFORM 062-BAIXA-KASBON THRU 062-99-FIM.
           PERFORM 065-GRAVA-YTD THRU 065-99-FIM.
           PERFORM 070-GRAVA-SLIP THRU 070-99-FIM.
           PERFORM 075-GRAVA-BANCO THRU 075-99-FIM.
           ADD 1 TO WS-TOTAL-PHK.
           ADD TOTAL-LIQUIDO TO TOT-LIQUIDO.
           DISPLAY "PHK KARYAWAN " NOKAR " TERCATAT. PEMBAYARAN: "
                   WS-PAGTO.
           GO TO 010-PEDE-NOKAR.
      *----------------------------------------------------
       062-BAIXA-KASBON.
           SUBTRACT POT-KASBON FROM KB-SALDO.
           IF KB-SALDO = ZEROS
              MOVE "L" TO KB-STATUS.
           REWRITE REG-KASBON.
       062-99-FIM.
           EXIT.
      *----------------------------------------------------
       065-GRAVA-YTD.
           MOVE NOKAR TO YTD-NOKAR.
           MOVE TGL-KELUAR (1:4) TO YTD-TAHUN.
           READ GAJIYTD KEY IS YTD-CHAVE
               INVALID KEY
               MOVE NOKAR TO YTD-NOKAR
               MOVE TGL-KELUAR (1:4) TO YTD-TAHUN
               MOVE NAMA-KAR TO YTD-NAMA
               MOVE ZEROS TO YTD-BULAN YTD-BRUTO YTD-RUBRIK
                             YTD-ABSEN YTD-PAJAK YTD-JAMSOSTEK
                             YTD-LIQUIDO YTD-MESES
               PERFORM 067-SOMA-YTD THRU 067-99-FIM
               WRITE REG-GAJIYTD
               GO TO 065-99-FIM.
           PERFORM 067-SOMA-YTD THRU 067-99-FIM.
           REWRITE REG-GAJIYTD.
       065-99-FIM.
           EXIT.
      *----------------------------------------------------
       067-SOMA-YTD.
           ADD TOTAL-BRUTO TO YTD-BRUTO.
           ADD TOTAL-PAJAK TO YTD-PAJAK.
           ADD JAMSOS-AKHIR TO YTD-JAMSOSTEK.
           ADD TOTAL-LIQUIDO TO YTD-LIQUIDO.
           IF GAJI-AKHIR = ZEROS
              GO TO 067-99-FIM.
           ADD 1 TO YTD-BULAN.
           MOVE CAL-MES TO IDX-MES.
           MOVE UPAH TO YTD-M-GAJI (IDX-MES).
           MOVE PAJAK-AKHIR TO YTD-M-PAJAK (IDX-MES).
           MOVE JAMSOS-AKHIR TO YTD-M-JAMSOS (IDX-MES).
       067-99-FIM.
           EXIT.
      *----------------------------------------------------
       070-GRAVA-SLIP.
           MOVE ALL "=" TO WS-LINHA-SLIP.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-SLIP.
           STRING "PENYELESAIAN AKHIR - " NOKAR " " NAMA-KAR
               DELIMITED BY SIZE INTO WS-LINHA-SLIP.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-SLIP.
           STRING "MASUK " TGL-MASUK-KAR " KELUAR " TGL-KELUAR
                  " ALASAN " WS-DESC-ALASAN
               DELIMITED BY SIZE INTO WS-LINHA-SLIP.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-SLIP.
           STRING "MASA KERJA " BLN-KERJA " BLN  UPAH RP." UPAH
               DELIMITED BY SIZE INTO WS-LINHA-SLIP.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-SLIP.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE GAJI-AKHIR TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-SLIP.
           STRING "GAJI BULAN TERAKHIR ....: RP." WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-SLIP.
           IF MES-PAGO = "S"
              MOVE SPACES TO WS-LINHA-SLIP
              STRING "GAJI BULAN TERAKHIR ....: DIBAYAR PAYROLL"
                  DELIMITED BY SIZE INTO WS-LINHA-SLIP.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE UANG-CUTI TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-SLIP.
           STRING "UANG CUTI (" HARI-CUTI " HARI) ...: RP."
                  WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-SLIP.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE PESANGON TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-SLIP.
           STRING "UANG PESANGON ..........: RP." WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-SLIP.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE PENGHARGAAN TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-SLIP.
           STRING "UANG PENGHARGAAN .......: RP." WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-SLIP.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE KOMPENSASI TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-SLIP.
           STRING "KOMPENSASI KONTRAK .....: RP." WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-SLIP.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE TOTAL-BRUTO TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-SLIP.
           STRING "TOTAL BRUTO ............: RP." WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-SLIP.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE TOTAL-PAJAK TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-SLIP.
           STRING "PAJAK ..................: RP." WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-SLIP.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE JAMSOS-AKHIR TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-SLIP.
           STRING "JAMSOSTEK ..............: RP." WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-SLIP.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE POT-KASBON TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-SLIP.
           STRING "POTONGAN KASBON ........: RP." WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-SLIP.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-SLIP.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE TOTAL-LIQUIDO TO WS-VALOR-ED.
           MOVE SPACES TO WS-LINHA-SLIP.
           STRING "TOTAL DIBAYAR ..........: RP." WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-LINHA-SLIP.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       070-99-FIM.
           EXIT.
      *----------------------------------------------------
       075-GRAVA-BANCO.
           IF BANK-REK-KAR = SPACES OR TOTAL-LIQUIDO = ZEROS
              ADD 1 TO WS-TOTAL-MANUAL
              MOVE "MANUAL" TO WS-PAGTO
              GO TO 075-99-FIM.
           MOVE "BANK" TO WS-PAGTO.
           MOVE SPACES TO WS-LINHA-BANCO.
           STRING "D;" BANK-KODE-KAR ";" BANK-REK-KAR ";"
               TOTAL-LIQUIDO
               DELIMITED BY SIZE INTO WS-LINHA-BANCO.
           MOVE WS-LINHA-BANCO TO REG-BANCO.
           WRITE REG-BANCO.
           ADD 1 TO QTD-BANCO.
           ADD TOTAL-LIQUIDO TO TOT-BANCO.
       075-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-SLIP TO REG-SLIPPHK.
           WRITE REG-SLIPPHK.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-ENCERRA.
           MOVE SPACES TO WS-LINHA-BANCO.
           STRING "T;" QTD-BANCO ";" TOT-BANCO
               DELIMITED BY SIZE INTO WS-LINHA-BANCO.
           MOVE WS-LINHA-BANCO TO REG-BANCO.
           WRITE REG-BANCO.
           CLOSE KARYAWAN.
           CLOSE GAJIYTD.
           CLOSE PHK.
           IF TEM-HIST = "S"
              CLOSE GAJIHIST.
           IF TEM-POST = "S"
              CLOSE GAJIPOST.
           IF TEM-CUTI = "S"
              CLOSE CUTI.
           IF TEM-KASBON = "S"
              CLOSE KASBON.
           CLOSE SLIPPHK.
           CLOSE BANCO.
           DISPLAY "KARYAWAN PHK ........: " WS-TOTAL-PHK.
           DISPLAY "BAYAR MANUAL ........: " WS-TOTAL-MANUAL.
           DISPLAY "TOTAL DIBAYAR .......: RP." TOT-LIQUIDO.
           DISPLAY "RINCIAN DI PHKSLIP.TXT, TRANSFER DI BANKPHK.TXT".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
