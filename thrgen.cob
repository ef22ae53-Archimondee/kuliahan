       IDENTIFICATION DIVISION.
       PROGRAM-ID. THRGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KARYAWAN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
           SELECT THRCTL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERR-CTL.
           SELECT SLIPTHR ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-SLIP.
           SELECT BANCO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-BANCO.
           SELECT LAPORAN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-LAPORAN.
       DATA DIVISION.
       FILE SECTION.
       COPY "reckar.cob".
       COPY "recghist.cob".
       COPY "recytd.cob".
       COPY "recthctl.cob".
       FD  SLIPTHR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'SLIPTHR.TXT'.
       01  REG-SLIPTHR PIC X(100).
       FD  BANCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BANKTHR.TXT'.
       01  REG-BANCO PIC X(60).
       FD  LAPORAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'THR.TXT'.
       01  REG-LAPORAN PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERR-KAR PIC XX.
       77 ERR-HIST PIC XX.
       77 ERR-YTD PIC XX.
       77 ERR-CTL PIC XX.
       77 ERR-SLIP PIC XX.
       77 ERR-BANCO PIC XX.
       77 ERR-LAPORAN PIC XX.
       77 TEM-HIST PIC X VALUE 'N'.
       77 PERSEN-PAJAK PIC 9(2) VALUE 05.
       77 TGL-THR PIC 9(8) VALUE ZEROS.
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       77 DATA-OK PIC X.
       77 CONFIRMA PIC X.
       77 TAHUN-JA-PROC PIC 9(4) VALUE ZEROS.
       01 CAMPOS-PARAMETER.
           02 PRM-KODE PIC X(12) VALUE SPACES.
           02 PRM-TGL PIC 9(8) VALUE ZEROS.
           02 PRM-NILAI PIC 9(9)V99 VALUE ZEROS.
           02 PRM-BERLAKU PIC 9(8) VALUE ZEROS.
           02 PRM-HASIL PIC X VALUE 'N'.
       01 DATA-CALENDARIO.
           02 CAL-DIA PIC 9(2).
           02 CAL-MES PIC 9(2).
           02 CAL-ANO PIC 9(4).
       01 CALCULO-THR.
           02 MASA-KERJA PIC S9(4) VALUE ZEROS.
           02 BLN-KERJA PIC 9(3) VALUE ZEROS.
           02 ANO-MASUK PIC 9(4).
           02 MES-MASUK PIC 9(2).
           02 DIA-MASUK PIC 9(2).
           02 GAJI-POKOK PIC 9(6).
           02 TUNJANGAN PIC 9(6).
           02 NILAI-THR PIC 9(7) VALUE ZEROS.
           02 PAJAK-THR PIC 9(7) VALUE ZEROS.
           02 LIQUIDO-THR PIC 9(7) VALUE ZEROS.
       77 WS-LINHA-LAPORAN PIC X(80).
       77 WS-LINHA-SLIP PIC X(100).
       77 WS-LINHA-BANCO PIC X(60).
       77 WS-SITUACAO PIC X(18).
       77 WS-PAGTO PIC X(6).
       77 WS-TOT-ED PIC Z(8)9.
       01 TOTAIS-THR.
           02 WS-TOTAL-LIDOS PIC 9(4) VALUE ZEROS.
           02 WS-TOTAL-PENUH PIC 9(4) VALUE ZEROS.
           02 WS-TOTAL-PRORATA PIC 9(4) VALUE ZEROS.
           02 WS-TOTAL-SEM-DIREITO PIC 9(4) VALUE ZEROS.
           02 WS-TOTAL-SEM-DATA PIC 9(4) VALUE ZEROS.
           02 WS-TOTAL-MANUAL PIC 9(4) VALUE ZEROS.
           02 QTD-BANCO PIC 9(4) VALUE ZEROS.
           02 TOT-BANCO PIC 9(9) VALUE ZEROS.
           02 TOT-BRUTO PIC 9(11) VALUE ZEROS.
           02 TOT-PAJAK PIC 9(11) VALUE ZEROS.
           02 TOT-LIQUIDO PIC 9(11) VALUE ZEROS.
      *----------------------------------------------------
      * THR (TUNJANGAN HARI RAYA). PARA CADA KARYAWAN AKTIF
      * CALCULA A MASA KERJA EM MESES COMPLETOS DA TGL MASUK
      * ATE A TGL DO THR. 12 MESES OU MAIS RECEBE UM MES DE
      * GAJI POKOK + TUNJANGAN VIGENTE NA TGL DO THR
      * (GAJIHIST.DAT); DE 1 A 11 MESES RECEBE MESES / 12
      * DESSE VALOR; MENOS DE UM MES NAO TEM DIREITO.
      * DESCONTA O PAJAK COM O MESMO PERCENTUAL DA FOLHA
      * (PAJAKGAJI NO PARAMETR.DAT VIGENTE NA TGL DO THR),
      * GRAVA SLIPTHR.TXT, BANKTHR.TXT (MESMO LAYOUT DO
      * BANKGAJI.TXT), SOMA NO GAJIYTD.DAT DO ANO DO THR E
      * LISTA TUDO EM THR.TXT. O THR.CTL IMPEDE RODAR DUAS
      * VEZES O MESMO ANO.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** THR - TUNJANGAN HARI RAYA ***".
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           DISPLAY "TGL THR (YYYYMMDD) : ".
           ACCEPT TGL-THR.
           MOVE TGL-THR (7:2) TO CAL-DIA.
           MOVE TGL-THR (5:2) TO CAL-MES.
           MOVE TGL-THR (1:4) TO CAL-ANO.
           CALL "DATAVAL" USING DATA-CALENDARIO DATA-OK.
           IF DATA-OK NOT = "S"
              DISPLAY "TGL TIDAK VALID."
              GO TO 001-INICIO.
           OPEN INPUT THRCTL.
           IF ERR-CTL NOT = "00"
              GO TO 005-CONFERE-ANO.
           READ THRCTL
               AT END
               MOVE ZEROS TO CTL-THR-TAHUN.
           MOVE CTL-THR-TAHUN TO TAHUN-JA-PROC.
           CLOSE THRCTL.
      *----------------------------------------------------
       005-CONFERE-ANO.
           IF TAHUN-JA-PROC = CAL-ANO
              DISPLAY "THR TAHUN " CTL-THR-TAHUN
                      " SUDAH DIPROSES (TGL " CTL-THR-TGL ", "
                      CTL-THR-QTD " KARYAWAN)."
              DISPLAY "GAJIYTD.DAT JA CONTEM ESSE THR."
              GO TO 999-FIM.
           DISPLAY "PROSES THR TGL " TGL-THR " [S/N] ? ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO 999-FIM.
           PERFORM 070-LE-PARAMETRO THRU 070-99-FIM.
           OPEN INPUT KARYAWAN.
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
           OPEN INPUT GAJIHIST.
           IF ERR-HIST = "00"
              MOVE "S" TO TEM-HIST
           ELSE
              DISPLAY "GAJIHIST.DAT TIDAK ADA - GAJI DO CADASTRO.".
           OPEN OUTPUT SLIPTHR.
           OPEN OUTPUT BANCO.
           OPEN OUTPUT LAPORAN.
           MOVE SPACES TO WS-LINHA-BANCO.
           STRING "H;" TGL-THR (1:6)
               DELIMITED BY SIZE INTO WS-LINHA-BANCO.
           MOVE WS-LINHA-BANCO TO REG-BANCO.
           WRITE REG-BANCO.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "THR - TGL " TGL-THR
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "=" TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "NO   NAMA                 MASUK    BLN     THR"
                  "   PAJAK SITUASI"
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
      *----------------------------------------------------
       010-LE-KARYAWAN.
           PERFORM 020-PROCESSA-KARYAWAN THRU 020-99-FIM
               UNTIL ERR-KAR = "10".
           GO TO 900-ENCERRA.
      *----------------------------------------------------
       020-PROCESSA-KARYAWAN.
           READ KARYAWAN NEXT RECORD
               AT END
               MOVE "10" TO ERR-KAR
               GO TO 020-99-FIM.
           IF KAR-NONAKTIF
              GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-LIDOS.
           MOVE ZEROS TO MASA-KERJA BLN-KERJA.
           MOVE ZEROS TO NILAI-THR PAJAK-THR LIQUIDO-THR.
           MOVE SPACES TO WS-PAGTO.
           IF TGL-MASUK-KAR = ZEROS
              ADD 1 TO WS-TOTAL-SEM-DATA
              MOVE "TANPA TGL MASUK" TO WS-SITUACAO
              PERFORM 080-LINHA-LAPORAN THRU 080-99-FIM
              GO TO 020-99-FIM.
           MOVE TGL-MASUK-KAR (1:4) TO ANO-MASUK.
           MOVE TGL-MASUK-KAR (5:2) TO MES-MASUK.
           MOVE TGL-MASUK-KAR (7:2) TO DIA-MASUK.
           COMPUTE MASA-KERJA = (CAL-ANO - ANO-MASUK) * 12
                              + CAL-MES - MES-MASUK.
           IF CAL-DIA < DIA-MASUK
              SUBTRACT 1 FROM MASA-KERJA.
           IF MASA-KERJA < 1
              ADD 1 TO WS-TOTAL-SEM-DIREITO
              MOVE "MASA KERJA < 1 BLN" TO WS-SITUACAO
              PERFORM 080-LINHA-LAPORAN THRU 080-99-FIM
              GO TO 020-99-FIM.
           MOVE MASA-KERJA TO BLN-KERJA.
           MOVE GAJI-POKOK-KAR TO GAJI-POKOK.
           MOVE TUNJANGAN-KAR TO TUNJANGAN.
           PERFORM 030-BUSCA-GAJI-VIGENTE THRU 030-99-FIM.
           IF MASA-KERJA < 12
              COMPUTE NILAI-THR =
                  (GAJI-POKOK + TUNJANGAN) * MASA-KERJA / 12
              ADD 1 TO WS-TOTAL-PRORATA
              MOVE "PRORATA" TO WS-SITUACAO
           ELSE
              COMPUTE NILAI-THR = GAJI-POKOK + TUNJANGAN
              ADD 1 TO WS-TOTAL-PENUH
              MOVE "PENUH" TO WS-SITUACAO.
           COMPUTE PAJAK-THR = NILAI-THR * PERSEN-PAJAK / 100.
           COMPUTE LIQUIDO-THR = NILAI-THR - PAJAK-THR.
           ADD NILAI-THR TO TOT-BRUTO.
           ADD PAJAK-THR TO TOT-PAJAK.
           ADD LIQUIDO-THR TO TOT-LIQUIDO.
           PERFORM 040-GRAVA-SLIP THRU 040-99-FIM.
           PERFORM 050-GRAVA-BANCO THRU 050-99-FIM.
           PERFORM 060-GRAVA-YTD THRU 060-99-FIM.
           PERFORM 080-LINHA-LAPORAN THRU 080-99-FIM.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-BUSCA-GAJI-VIGENTE.
           IF TEM-HIST NOT = "S"
              GO TO 030-99-FIM.
           MOVE NOKAR TO GH-NOKAR.
           MOVE ZEROS TO GH-TGL-EFEKTIF.
           START GAJIHIST KEY IS NOT LESS THAN GH-CHAVE
               INVALID KEY
               GO TO 030-99-FIM.
       030-10-LE.
           READ GAJIHIST NEXT RECORD
               AT END
               GO TO 030-99-FIM.
           IF GH-NOKAR NOT = NOKAR
              GO TO 030-99-FIM.
           IF GH-TGL-EFEKTIF > TGL-THR
              GO TO 030-99-FIM.
           MOVE GH-GAJI-POKOK TO GAJI-POKOK.
           MOVE GH-TUNJANGAN TO TUNJANGAN.
           GO TO 030-10-LE.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-GRAVA-SLIP.
           MOVE LIQUIDO-THR TO WS-TOT-ED.
           MOVE SPACES TO WS-LINHA-SLIP.
           STRING NOKAR " " NAMA-KAR " THR " TGL-THR
               " MASA KERJA:" BLN-KERJA " BLN"
               " BRUTO:" NILAI-THR
               " PAJAK:" PAJAK-THR
               " TOTAL:" WS-TOT-ED
               DELIMITED BY SIZE INTO WS-LINHA-SLIP.
           MOVE WS-LINHA-SLIP TO REG-SLIPTHR.
           WRITE REG-SLIPTHR.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-GRAVA-BANCO.
           IF BANK-REK-KAR = SPACES
              ADD 1 TO WS-TOTAL-MANUAL
              MOVE "MANUAL" TO WS-PAGTO
              GO TO 050-99-FIM.
           MOVE "BANK" TO WS-PAGTO.
           MOVE SPACES TO WS-LINHA-BANCO.
           STRING "D;" BANK-KODE-KAR ";" BANK-REK-KAR ";"
               LIQUIDO-THR
               DELIMITED BY SIZE INTO WS-LINHA-BANCO.
           MOVE WS-LINHA-BANCO TO REG-BANCO.
           WRITE REG-BANCO.
           ADD 1 TO QTD-BANCO.
           ADD LIQUIDO-THR TO TOT-BANCO.
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
       060-GRAVA-YTD.
           MOVE NOKAR TO YTD-NOKAR.
           MOVE TGL-THR (1:4) TO YTD-TAHUN.
           READ GAJIYTD KEY IS YTD-CHAVE
               INVALID KEY
               MOVE NOKAR TO YTD-NOKAR
               MOVE TGL-THR (1:4) TO YTD-TAHUN
               MOVE NAMA-KAR TO YTD-NAMA
               MOVE ZEROS TO YTD-BULAN YTD-BRUTO YTD-RUBRIK
                             YTD-ABSEN YTD-PAJAK YTD-JAMSOSTEK
                             YTD-LIQUIDO YTD-MESES
               ADD NILAI-THR TO YTD-BRUTO
               ADD PAJAK-THR TO YTD-PAJAK
               ADD LIQUIDO-THR TO YTD-LIQUIDO
               WRITE REG-GAJIYTD
               GO TO 060-99-FIM.
           ADD NILAI-THR TO YTD-BRUTO.
           ADD PAJAK-THR TO YTD-PAJAK.
           ADD LIQUIDO-THR TO YTD-LIQUIDO.
           REWRITE REG-GAJIYTD.
       060-99-FIM.
           EXIT.
      *----------------------------------------------------
       070-LE-PARAMETRO.
           MOVE TGL-THR TO PRM-TGL.
           MOVE 'PAJAKGAJI' TO PRM-KODE.
           CALL 'PARAMVAL' USING CAMPOS-PARAMETER.
           IF PRM-HASIL = 'S'
              MOVE PRM-NILAI TO PERSEN-PAJAK.
       070-99-FIM.
           EXIT.
      *----------------------------------------------------
       080-LINHA-LAPORAN.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING NOKAR " " NAMA-KAR " " TGL-MASUK-KAR " "
                  BLN-KERJA " " NILAI-THR " " PAJAK-THR " "
                  WS-SITUACAO " " WS-PAGTO
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       080-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-LAPORAN TO REG-LAPORAN.
           WRITE REG-LAPORAN.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-ENCERRA.
           MOVE SPACES TO WS-LINHA-BANCO.
           STRING "T;" QTD-BANCO ";" TOT-BANCO
               DELIMITED BY SIZE INTO WS-LINHA-BANCO.
           MOVE WS-LINHA-BANCO TO REG-BANCO.
           WRITE REG-BANCO.
           MOVE ALL "=" TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "KARYAWAN AKTIF: " WS-TOTAL-LIDOS
                  " PENUH: " WS-TOTAL-PENUH
                  " PRORATA: " WS-TOTAL-PRORATA
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "TANPA HAK: " WS-TOTAL-SEM-DIREITO
                  " TANPA TGL MASUK: " WS-TOTAL-SEM-DATA
                  " BAYAR MANUAL: " WS-TOTAL-MANUAL
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE TOT-BRUTO TO WS-TOT-ED.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "TOTAL THR ..........: RP." WS-TOT-ED
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE TOT-PAJAK TO WS-TOT-ED.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "TOTAL PAJAK ........: RP." WS-TOT-ED
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE TOT-LIQUIDO TO WS-TOT-ED.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "TOTAL BERSIH .......: RP." WS-TOT-ED
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE KARYAWAN.
           IF TEM-HIST = "S"
              CLOSE GAJIHIST.
           CLOSE GAJIYTD.
           CLOSE SLIPTHR.
           CLOSE BANCO.
           CLOSE LAPORAN.
           MOVE SPACES TO REG-THRCTL.
           MOVE CAL-ANO TO CTL-THR-TAHUN.
           MOVE TGL-THR TO CTL-THR-TGL.
           COMPUTE CTL-THR-QTD = WS-TOTAL-PENUH + WS-TOTAL-PRORATA.
           MOVE TOT-BRUTO TO CTL-THR-TOTAL.
           OPEN OUTPUT THRCTL.
           WRITE REG-THRCTL.
           CLOSE THRCTL.
           DISPLAY "KARYAWAN AKTIF ......: " WS-TOTAL-LIDOS.
           DISPLAY "THR PENUH / PRORATA .: " WS-TOTAL-PENUH " / "
                   WS-TOTAL-PRORATA.
           DISPLAY "TANPA TGL MASUK .....: " WS-TOTAL-SEM-DATA.
           DISPLAY "BAYAR MANUAL ........: " WS-TOTAL-MANUAL.
           DISPLAY "TOTAL THR ...........: RP." TOT-BRUTO.
           DISPLAY "LAPORAN DITULIS KE THR.TXT, SLIPTHR.TXT E "
                   "BANKTHR.TXT".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
