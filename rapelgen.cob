       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPELGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAJIYTD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-CHAVE
               FILE STATUS IS ERR-YTD.
           SELECT GAJIHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-CHAVE
               FILE STATUS IS ERR-HIST.
           SELECT KARYAWAN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOKAR
               FILE STATUS IS ERR-KAR.
           SELECT RAPEL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-CHAVE
               FILE STATUS IS ERR-RAPEL.
           SELECT LAPORAN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-LAPORAN.
       DATA DIVISION.
       FILE SECTION.
       COPY "recytd.cob".
       COPY "recghist.cob".
       COPY "reckar.cob".
       COPY "recrapel.cob".
       FD  LAPORAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RAPEL.TXT'.
       01  REG-LAPORAN PIC X(80).
       WORKING-STORAGE SECTION.
       77 ERR-YTD PIC XX.
       77 ERR-HIST PIC XX.
       77 ERR-KAR PIC XX.
       77 ERR-RAPEL PIC XX.
       77 ERR-LAPORAN PIC XX.
       77 PERSEN-PAJAK PIC 9(2) VALUE 05.
       77 PERSEN-JAMSOSTEK PIC 9(2) VALUE 02.
       77 PERIODE-BAYAR PIC X(6) VALUE SPACES.
       77 IDX-MES PIC 9(2) VALUE ZEROS.
       77 TEM-KARYAWAN PIC X VALUE 'N'.
       77 TEM-BLOCO PIC X VALUE 'N'.
       01 CAMPOS-PARAMETER.
           02 PRM-KODE PIC X(12) VALUE SPACES.
           02 PRM-TGL PIC 9(8) VALUE ZEROS.
           02 PRM-NILAI PIC 9(9)V99 VALUE ZEROS.
           02 PRM-BERLAKU PIC 9(8) VALUE ZEROS.
           02 PRM-HASIL PIC X VALUE 'N'.
       01 PERIODE-ORIGEM-GRP.
           02 ORIGEM-ANO PIC X(4).
           02 ORIGEM-MES PIC 9(2).
       01 PERIODE-ORIGEM REDEFINES PERIODE-ORIGEM-GRP PIC X(6).
       01 FIM-PERIODE-GRP.
           02 FIM-AAMM PIC X(6) VALUE SPACES.
           02 FIM-DD PIC X(2) VALUE '31'.
       01 FIM-PERIODE REDEFINES FIM-PERIODE-GRP PIC 9(8).
       01 CALCULO-RAPEL.
           02 GAJI-POKOK PIC 9(6).
           02 TUNJANGAN PIC 9(6).
           02 GAJI-BARU PIC 9(7).
           02 PAJAK-BARU PIC 9(7).
           02 JAMSOS-BARU PIC 9(7).
       01 TOTAIS-KARYAWAN.
           02 KAR-SELISIH PIC S9(9) VALUE ZEROS.
           02 KAR-PAJAK PIC S9(9) VALUE ZEROS.
           02 KAR-JAMSOS PIC S9(9) VALUE ZEROS.
           02 KAR-BERSIH PIC S9(9) VALUE ZEROS.
       01 TOTAIS-RAPEL.
           02 WS-TOTAL-LIDOS PIC 9(5) VALUE ZEROS.
           02 WS-TOTAL-KARYAWAN PIC 9(4) VALUE ZEROS.
           02 WS-TOTAL-MESES PIC 9(5) VALUE ZEROS.
           02 WS-TOTAL-APAGADOS PIC 9(5) VALUE ZEROS.
           02 WS-TOTAL-JA-PAGOS PIC 9(5) VALUE ZEROS.
           02 EMP-SELISIH PIC S9(11) VALUE ZEROS.
           02 EMP-PAJAK PIC S9(11) VALUE ZEROS.
           02 EMP-JAMSOS PIC S9(11) VALUE ZEROS.
           02 EMP-BERSIH PIC S9(11) VALUE ZEROS.
       01 EDICAO-RAPEL.
           02 ED-SELISIH PIC -(7)9.
           02 ED-PAJAK PIC -(7)9.
           02 ED-JAMSOS PIC -(7)9.
           02 ED-BERSIH PIC -(8)9.
           02 ED-TOTAL PIC -(10)9.
       77 WS-LINHA-LAPORAN PIC X(80).
      *----------------------------------------------------
      * RAPEL (DIFERENCA RETROATIVA DE GAJI). PARA CADA MES
      * JA PAGO NO GAJIYTD.DAT ANTERIOR AO PERIODE DE
      * PAGAMENTO INFORMADO, RECALCULA GAJI POKOK +
      * TUNJANGAN VIGENTE NO FIM DO MES PELO GAJIHIST.DAT
      * ATUAL (MESMA REGRA DA FOLHA, PAJAKGAJI E JAMSOSTEK
      * DO PARAMETR.DAT VIGENTES NO FIM DO MES) E COMPARA
      * COM O QUE FOI PAGO NAQUELE MES. AS DIFERENCAS DE
      * BRUTO, PAJAK E JAMSOSTEK VAO PARA O RAPEL.DAT COM
      * STATUS P E SAO PAGAS PELA FOLHA DO PERIODE
      * INFORMADO, QUE MARCA B E ATUALIZA O MES DE ORIGEM NO
      * GAJIYTD. PENDENTES DE EXECUCAO ANTERIOR SAO APAGADOS
      * E RECALCULADOS. DETALHE POR KARYAWAN E MES EM
      * RAPEL.TXT PARA VISTO DA HRD.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** HITUNG RAPEL GAJI ***".
           DISPLAY "PERIODE GAJI PEMBAYARAN (YYYYMM) : ".
           ACCEPT PERIODE-BAYAR.
           IF PERIODE-BAYAR = SPACES
              GO TO 001-INICIO.
           OPEN INPUT GAJIYTD.
           IF ERR-YTD NOT = "00"
              DISPLAY "GAGAL MEMBUKA GAJIYTD.DAT. STATUS=" ERR-YTD
              GO TO 999-FIM.
           OPEN INPUT GAJIHIST.
           IF ERR-HIST NOT = "00"
              DISPLAY "GAGAL MEMBUKA GAJIHIST.DAT. STATUS=" ERR-HIST
              CLOSE GAJIYTD
              GO TO 999-FIM.
           OPEN INPUT KARYAWAN.
           IF ERR-KAR NOT = "00"
              DISPLAY "GAGAL MEMBUKA KARYAWAN.DAT. STATUS=" ERR-KAR
              CLOSE GAJIYTD
              CLOSE GAJIHIST
              GO TO 999-FIM.
           OPEN I-O RAPEL.
           IF ERR-RAPEL = "35"
              OPEN OUTPUT RAPEL
              CLOSE RAPEL
              OPEN I-O RAPEL.
           IF ERR-RAPEL NOT = "00"
              DISPLAY "GAGAL MEMBUKA RAPEL.DAT. STATUS=" ERR-RAPEL
              CLOSE GAJIYTD
              CLOSE GAJIHIST
              CLOSE KARYAWAN
              GO TO 999-FIM.
           PERFORM 005-APAGA-PENDENTES THRU 005-99-FIM.
           OPEN OUTPUT LAPORAN.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "RAPEL GAJI - DIBAYAR PADA PERIODE " PERIODE-BAYAR
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "=" TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           GO TO 010-LE-YTD.
      *----------------------------------------------------
       005-APAGA-PENDENTES.
           MOVE ZEROS TO RP-NOKAR.
           MOVE SPACES TO RP-PERIODE-BAYAR.
           MOVE SPACES TO RP-PERIODE.
           START RAPEL KEY IS NOT LESS THAN RP-CHAVE
               INVALID KEY
               GO TO 005-99-FIM.
       005-10-LE.
           READ RAPEL NEXT RECORD
               AT END
               GO TO 005-99-FIM.
           IF NOT RP-PENDENTE
              GO TO 005-10-LE.
           DELETE RAPEL RECORD
               INVALID KEY
               DISPLAY "ERRO AO APAGAR RAPEL " RP-CHAVE.
           ADD 1 TO WS-TOTAL-APAGADOS.
           GO TO 005-10-LE.
       005-99-FIM.
           EXIT.
      *----------------------------------------------------
       010-LE-YTD.
           READ GAJIYTD NEXT RECORD
               AT END
               GO TO 900-RESUMO.
           ADD 1 TO WS-TOTAL-LIDOS.
           IF TEM-BLOCO = "S" AND YTD-NOKAR NOT = NOKAR
              PERFORM 040-FECHA-KARYAWAN THRU 040-99-FIM.
           MOVE "S" TO TEM-KARYAWAN.
           MOVE YTD-NOKAR TO NOKAR.
           READ KARYAWAN KEY IS NOKAR
               INVALID KEY
               MOVE "N" TO TEM-KARYAWAN.
           IF TEM-KARYAWAN NOT = "S"
              GO TO 010-LE-YTD.
           PERFORM 020-PROCESSA-MES THRU 020-99-FIM
               VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12.
           GO TO 010-LE-YTD.
      *----------------------------------------------------
       020-PROCESSA-MES.
           MOVE YTD-TAHUN TO ORIGEM-ANO.
           MOVE IDX-MES TO ORIGEM-MES.
           IF PERIODE-ORIGEM NOT < PERIODE-BAYAR
              GO TO 020-99-FIM.
           IF YTD-M-GAJI (IDX-MES) = ZEROS
              GO TO 020-99-FIM.
           MOVE PERIODE-ORIGEM TO FIM-AAMM.
           PERFORM 025-LE-PARAMETRO THRU 025-99-FIM.
           MOVE GAJI-POKOK-KAR TO GAJI-POKOK.
           MOVE TUNJANGAN-KAR TO TUNJANGAN.
           PERFORM 030-BUSCA-GAJI-VIGENTE THRU 030-99-FIM.
           COMPUTE GAJI-BARU = GAJI-POKOK + TUNJANGAN.
           IF GAJI-BARU = YTD-M-GAJI (IDX-MES)
              GO TO 020-99-FIM.
           COMPUTE PAJAK-BARU =
               (GAJI-POKOK + TUNJANGAN) * PERSEN-PAJAK / 100.
           COMPUTE JAMSOS-BARU =
               (GAJI-POKOK + TUNJANGAN) * PERSEN-JAMSOSTEK / 100.
           MOVE NOKAR TO RP-NOKAR.
           MOVE PERIODE-BAYAR TO RP-PERIODE-BAYAR.
           MOVE PERIODE-ORIGEM TO RP-PERIODE.
           MOVE YTD-M-GAJI (IDX-MES) TO RP-GAJI-LAMA.
           MOVE GAJI-BARU TO RP-GAJI-BARU.
           COMPUTE RP-SELISIH = GAJI-BARU - YTD-M-GAJI (IDX-MES).
           COMPUTE RP-PAJAK = PAJAK-BARU - YTD-M-PAJAK (IDX-MES).
           COMPUTE RP-JAMSOS = JAMSOS-BARU - YTD-M-JAMSOS (IDX-MES).
           MOVE "P" TO RP-STATUS.
           WRITE REG-RAPEL
               INVALID KEY
               ADD 1 TO WS-TOTAL-JA-PAGOS
               DISPLAY "RAPEL JA PAGO NESTE PERIODE: " NOKAR " "
                       PERIODE-ORIGEM
               GO TO 020-99-FIM.
           IF TEM-BLOCO NOT = "S"
              PERFORM 035-ABRE-KARYAWAN THRU 035-99-FIM.
           ADD 1 TO WS-TOTAL-MESES.
           ADD RP-SELISIH TO KAR-SELISIH.
           ADD RP-PAJAK TO KAR-PAJAK.
           ADD RP-JAMSOS TO KAR-JAMSOS.
           MOVE RP-SELISIH TO ED-SELISIH.
           MOVE RP-PAJAK TO ED-PAJAK.
           MOVE RP-JAMSOS TO ED-JAMSOS.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "  " PERIODE-ORIGEM "  " RP-GAJI-LAMA "  "
                  RP-GAJI-BARU "  " ED-SELISIH " " ED-PAJAK " "
                  ED-JAMSOS
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       025-LE-PARAMETRO.
           MOVE 5 TO PERSEN-PAJAK.
           MOVE 2 TO PERSEN-JAMSOSTEK.
           MOVE FIM-PERIODE TO PRM-TGL.
           MOVE 'PAJAKGAJI' TO PRM-KODE.
           CALL 'PARAMVAL' USING CAMPOS-PARAMETER.
           IF PRM-HASIL = 'S'
              MOVE PRM-NILAI TO PERSEN-PAJAK.
           MOVE 'JAMSOSTEK' TO PRM-KODE.
           CALL 'PARAMVAL' USING CAMPOS-PARAMETER.
           IF PRM-HASIL = 'S'
              MOVE PRM-NILAI TO PERSEN-JAMSOSTEK.
       025-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-BUSCA-GAJI-VIGENTE.
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
           IF GH-TGL-EFEKTIF > FIM-PERIODE
              GO TO 030-99-FIM.
           MOVE GH-GAJI-POKOK TO GAJI-POKOK.
           MOVE GH-TUNJANGAN TO TUNJANGAN.
           GO TO 030-10-LE.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       035-ABRE-KARYAWAN.
           MOVE "S" TO TEM-BLOCO.
           ADD 1 TO WS-TOTAL-KARYAWAN.
           MOVE ZEROS TO KAR-SELISIH KAR-PAJAK KAR-JAMSOS KAR-BERSIH.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "KARYAWAN " NOKAR " " NAMA-KAR
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "  PERIODE GAJI LAMA GAJI BARU   SELISIH    PAJAK"
                  "   JAMSOS"
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       035-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-FECHA-KARYAWAN.
           COMPUTE KAR-BERSIH = KAR-SELISIH - KAR-PAJAK - KAR-JAMSOS.
           MOVE KAR-SELISIH TO ED-SELISIH.
           MOVE KAR-PAJAK TO ED-PAJAK.
           MOVE KAR-JAMSOS TO ED-JAMSOS.
           MOVE KAR-BERSIH TO ED-BERSIH.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "  TOTAL RAPEL          " ED-SELISIH " " ED-PAJAK
                  " " ED-JAMSOS "  BERSIH" ED-BERSIH
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           ADD KAR-SELISIH TO EMP-SELISIH.
           ADD KAR-PAJAK TO EMP-PAJAK.
           ADD KAR-JAMSOS TO EMP-JAMSOS.
           ADD KAR-BERSIH TO EMP-BERSIH.
           MOVE "N" TO TEM-BLOCO.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-LAPORAN TO REG-LAPORAN.
           WRITE REG-LAPORAN.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-RESUMO.
           IF TEM-BLOCO = "S"
              PERFORM 040-FECHA-KARYAWAN THRU 040-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "=" TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "KARYAWAN COM RAPEL .: " WS-TOTAL-KARYAWAN
                  "   MESES: " WS-TOTAL-MESES
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE EMP-SELISIH TO ED-TOTAL.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "TOTAL SELISIH BRUTO : RP." ED-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE EMP-PAJAK TO ED-TOTAL.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "TOTAL SELISIH PAJAK : RP." ED-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE EMP-JAMSOS TO ED-TOTAL.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "TOTAL SELISIH JAMSOS: RP." ED-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE EMP-BERSIH TO ED-TOTAL.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "TOTAL RAPEL BERSIH .: RP." ED-TOTAL
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "DIPERIKSA HRD : ____________________  TGL : __________"
               TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "DISETUJUI     : ____________________  TGL : __________"
               TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE GAJIYTD.
           CLOSE GAJIHIST.
           CLOSE KARYAWAN.
           CLOSE RAPEL.
           CLOSE LAPORAN.
           DISPLAY "REGISTROS GAJIYTD LIDOS : " WS-TOTAL-LIDOS.
           DISPLAY "PENDENTES RECALCULADOS .: " WS-TOTAL-APAGADOS.
           DISPLAY "KARYAWAN COM RAPEL .....: " WS-TOTAL-KARYAWAN.
           DISPLAY "MESES COM RAPEL ........: " WS-TOTAL-MESES.
           DISPLAY "JA PAGOS NESTE PERIODE .: " WS-TOTAL-JA-PAGOS.
           DISPLAY "LAPORAN DITULIS KE RAPEL.TXT".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
