       IDENTIFICATION DIVISION.
       PROGRAM-ID. IJAZAHREG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IJAZAH ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NPM-IJAZAH
               FILE STATUS IS ERR-IJAZAH.
           SELECT IJZBATAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOMOR-BATAL
               FILE STATUS IS ERR-BATAL.
           SELECT MHS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPM
               FILE STATUS IS ERR.
           SELECT LAPORAN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-LAPORAN.
       DATA DIVISION.
       FILE SECTION.
       COPY "recijaz.cob".
       COPY "recijbtl.cob".
       COPY "recmhs.cob".
       FD  LAPORAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'IJAZREG.TXT'.
       01  REG-LAPORAN PIC X(130).
      *
       WORKING-STORAGE SECTION.
       77 ERR PIC XX.
       77 ERR-IJAZAH PIC XX.
       77 ERR-BATAL PIC XX.
       77 ERR-LAPORAN PIC XX.
       77 TEM-MHS PIC X VALUE 'N'.
       77 TAHUN-DIMINTA PIC 9(4).
       01 TABELA-REGISTRO.
           02 QTD-REG PIC 9(4) COMP VALUE ZEROS.
           02 REG-OCORRENCIA OCCURS 2000 TIMES.
               03 TAB-NOMOR PIC 9(7).
               03 TAB-NPM PIC X(8).
               03 TAB-TGL-LULUS PIC 9(8).
               03 TAB-IPK PIC 9(3)V9.
               03 TAB-SKS PIC 9(3).
               03 TAB-SITUACAO PIC X.
               03 TAB-TGL-SITUACAO PIC 9(8).
               03 TAB-NOMOR-REF PIC 9(7).
               03 TAB-TEXTO PIC X(55).
       01 TROCA-REGISTRO.
           02 TRC-NOMOR PIC 9(7).
           02 TRC-NPM PIC X(8).
           02 TRC-TGL-LULUS PIC 9(8).
           02 TRC-IPK PIC 9(3)V9.
           02 TRC-SKS PIC 9(3).
           02 TRC-SITUACAO PIC X.
           02 TRC-TGL-SITUACAO PIC 9(8).
           02 TRC-NOMOR-REF PIC 9(7).
           02 TRC-TEXTO PIC X(55).
       77 IDX-REG PIC 9(4) COMP VALUE ZEROS.
       77 IDX-REG-2 PIC 9(4) COMP VALUE ZEROS.
       77 TROCOU PIC X VALUE 'N'.
       77 WS-NAMA-USADO PIC X(25).
       77 WS-SITUACAO PIC X(10).
       77 WS-IPK-ED PIC ZZ9.9.
       77 WS-TOTAL-EMITIDOS PIC 9(5) VALUE ZEROS.
       77 WS-TOTAL-DICETAK PIC 9(5) VALUE ZEROS.
       77 WS-TOTAL-DIAMBIL PIC 9(5) VALUE ZEROS.
       77 WS-TOTAL-BATAL PIC 9(5) VALUE ZEROS.
       77 WS-LINHA-LAPORAN PIC X(130).
      *----------------------------------------------------
      * BUKU INDUK IJAZAH ANUAL PARA A DINAS PENDIDIKAN:
      * TODOS OS NOMORES DE SERI DO TAHUN DE KELULUSAN
      * PEDIDO, EM ORDEM DE NOMOR, INCLUSIVE OS ANULADOS
      * POR CETAK ULANG (IJZBATAL.DAT) COM O MOTIVO, QUEM
      * AUTORIZOU E O NOMOR QUE OS SUBSTITUIU. OS DOIS
      * ARQUIVOS SAO CARREGADOS NUMA TABELA E ORDENADOS.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** BUKU INDUK IJAZAH - REGISTRO ANUAL ***".
           DISPLAY "TAHUN LULUS (YYYY) : ".
           ACCEPT TAHUN-DIMINTA.
           IF TAHUN-DIMINTA = ZEROS
              GO TO 001-INICIO.
           OPEN INPUT IJAZAH.
           IF ERR-IJAZAH NOT = "00"
              DISPLAY "GAGAL MEMBUKA IJAZAH.DAT. STATUS=" ERR-IJAZAH
              GO TO 999-FIM.
           PERFORM 010-CARREGA-IJAZAH THRU 010-99-FIM
               UNTIL ERR-IJAZAH = "10".
           CLOSE IJAZAH.
           OPEN INPUT IJZBATAL.
           IF ERR-BATAL = "00"
              PERFORM 020-CARREGA-BATAL THRU 020-99-FIM
                  UNTIL ERR-BATAL = "10"
              CLOSE IJZBATAL.
           PERFORM 040-ORDENA THRU 040-99-FIM.
           OPEN INPUT MHS.
           IF ERR = "00"
              MOVE "S" TO TEM-MHS.
           OPEN OUTPUT LAPORAN.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "BUKU INDUK IJAZAH - TAHUN LULUS " TAHUN-DIMINTA
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "NOMOR   NPM      NAMA                      TGL LULUS"
               TO WS-LINHA-LAPORAN.
           MOVE "IPK   SKS SITUACAO   TANGGAL  KETERANGAN"
               TO WS-LINHA-LAPORAN (53:40).
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           PERFORM 050-LISTA THRU 050-99-FIM
               VARYING IDX-REG FROM 1 BY 1
               UNTIL IDX-REG > QTD-REG.
           IF TEM-MHS = "S"
              CLOSE MHS.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       010-CARREGA-IJAZAH.
           READ IJAZAH NEXT RECORD
               AT END
               MOVE "10" TO ERR-IJAZAH
               GO TO 010-99-FIM.
           IF TAHUN-IJAZAH NOT = TAHUN-DIMINTA
              GO TO 010-99-FIM.
           IF QTD-REG NOT < 2000
              DISPLAY "TABELA CHEIA (2000) - " NPM-IJAZAH
                      " IGNORADO."
              GO TO 010-99-FIM.
           ADD 1 TO QTD-REG.
           MOVE NOMOR-IJAZAH TO TAB-NOMOR (QTD-REG).
           MOVE NPM-IJAZAH TO TAB-NPM (QTD-REG).
           MOVE TGL-LULUS-IJAZAH TO TAB-TGL-LULUS (QTD-REG).
           MOVE IPK-IJAZAH TO TAB-IPK (QTD-REG).
           MOVE SKS-IJAZAH TO TAB-SKS (QTD-REG).
           MOVE STATUS-IJAZAH TO TAB-SITUACAO (QTD-REG).
           MOVE NOMOR-LAMA-IJAZAH TO TAB-NOMOR-REF (QTD-REG).
           MOVE SPACES TO TAB-TEXTO (QTD-REG).
           MOVE TGL-NOMOR-IJAZAH TO TAB-TGL-SITUACAO (QTD-REG).
           IF IJZ-DICETAK
              MOVE TGL-CETAK-IJAZAH TO TAB-TGL-SITUACAO (QTD-REG)
              ADD 1 TO WS-TOTAL-DICETAK.
           IF IJZ-DIAMBIL
              MOVE TGL-AMBIL-IJAZAH TO TAB-TGL-SITUACAO (QTD-REG)
              MOVE PENERIMA-IJAZAH TO TAB-TEXTO (QTD-REG)
              ADD 1 TO WS-TOTAL-DIAMBIL.
           ADD 1 TO WS-TOTAL-EMITIDOS.
       010-99-FIM.
           EXIT.
      *----------------------------------------------------
       020-CARREGA-BATAL.
           READ IJZBATAL NEXT RECORD
               AT END
               MOVE "10" TO ERR-BATAL
               GO TO 020-99-FIM.
           IF TAHUN-BATAL NOT = TAHUN-DIMINTA
              GO TO 020-99-FIM.
           IF QTD-REG NOT < 2000
              DISPLAY "TABELA CHEIA (2000) - " NOMOR-BATAL
                      " IGNORADO."
              GO TO 020-99-FIM.
           ADD 1 TO QTD-REG.
           MOVE NOMOR-BATAL TO TAB-NOMOR (QTD-REG).
           MOVE NPM-BATAL TO TAB-NPM (QTD-REG).
           MOVE ZEROS TO TAB-TGL-LULUS (QTD-REG).
           MOVE ZEROS TO TAB-IPK (QTD-REG).
           MOVE ZEROS TO TAB-SKS (QTD-REG).
           MOVE "B" TO TAB-SITUACAO (QTD-REG).
           MOVE TGL-BATAL TO TAB-TGL-SITUACAO (QTD-REG).
           MOVE NOMOR-BARU-BATAL TO TAB-NOMOR-REF (QTD-REG).
           MOVE SPACES TO TAB-TEXTO (QTD-REG).
           STRING ALASAN-BATAL DELIMITED BY "  "
                  " / " OTORISASI-BATAL DELIMITED BY SIZE
               INTO TAB-TEXTO (QTD-REG).
           ADD 1 TO WS-TOTAL-BATAL.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-ORDENA.
           IF QTD-REG < 2
              GO TO 040-99-FIM.
       040-01-PASSADA.
           MOVE "N" TO TROCOU.
           MOVE ZEROS TO IDX-REG.
       040-02-COMPARA.
           ADD 1 TO IDX-REG.
           IF IDX-REG NOT < QTD-REG
              IF TROCOU = "S"
                 GO TO 040-01-PASSADA
              ELSE
                 GO TO 040-99-FIM.
           COMPUTE IDX-REG-2 = IDX-REG + 1.
           IF TAB-NOMOR (IDX-REG) > TAB-NOMOR (IDX-REG-2)
              MOVE REG-OCORRENCIA (IDX-REG) TO TROCA-REGISTRO
              MOVE REG-OCORRENCIA (IDX-REG-2)
                TO REG-OCORRENCIA (IDX-REG)
              MOVE TROCA-REGISTRO TO REG-OCORRENCIA (IDX-REG-2)
              MOVE "S" TO TROCOU.
           GO TO 040-02-COMPARA.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-LISTA.
           MOVE "(SEM CADASTRO)" TO WS-NAMA-USADO.
           IF TEM-MHS = "S"
              MOVE TAB-NPM (IDX-REG) TO NPM
              READ MHS KEY IS NPM
                  INVALID KEY
                  MOVE "00" TO ERR
              NOT INVALID KEY
                  MOVE NAMA TO WS-NAMA-USADO.
           IF TAB-SITUACAO (IDX-REG) = "B"
              GO TO 050-10-BATAL.
           MOVE "BERNOMOR" TO WS-SITUACAO.
           IF TAB-SITUACAO (IDX-REG) = "C"
              MOVE "DICETAK" TO WS-SITUACAO.
           IF TAB-SITUACAO (IDX-REG) = "A"
              MOVE "DIAMBIL" TO WS-SITUACAO.
           MOVE TAB-IPK (IDX-REG) TO WS-IPK-ED.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING TAB-NOMOR (IDX-REG) " " TAB-NPM (IDX-REG) " "
                  WS-NAMA-USADO " " TAB-TGL-LULUS (IDX-REG) " "
                  WS-IPK-ED " " TAB-SKS (IDX-REG) " "
                  WS-SITUACAO " " TAB-TGL-SITUACAO (IDX-REG) " "
                  TAB-TEXTO (IDX-REG)
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           IF TAB-NOMOR-REF (IDX-REG) > ZEROS
              MOVE SPACES TO WS-LINHA-LAPORAN (114:14)
              STRING "GANTI " TAB-NOMOR-REF (IDX-REG)
                  DELIMITED BY SIZE INTO WS-LINHA-LAPORAN (114:14).
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           GO TO 050-99-FIM.
       050-10-BATAL.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING TAB-NOMOR (IDX-REG) " " TAB-NPM (IDX-REG) " "
                  WS-NAMA-USADO " DIBATALKAN "
                  TAB-TGL-SITUACAO (IDX-REG)
                  " DIGANTI " TAB-NOMOR-REF (IDX-REG)
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "                 ALASAN / OTORISASI: "
                  TAB-TEXTO (IDX-REG)
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-LAPORAN TO REG-LAPORAN.
           WRITE REG-LAPORAN.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           MOVE ALL "-" TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "IJAZAH VIGENTES: " WS-TOTAL-EMITIDOS
                  " DICETAK: " WS-TOTAL-DICETAK
                  " DIAMBIL: " WS-TOTAL-DIAMBIL
                  " NOMOR DIBATALKAN: " WS-TOTAL-BATAL
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE LAPORAN.
           DISPLAY "IJAZAH VIGENTES ......: " WS-TOTAL-EMITIDOS.
           DISPLAY "NOMOR DIBATALKAN .....: " WS-TOTAL-BATAL.
           DISPLAY "RELATORIO GRAVADO EM IJAZREG.TXT".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA IJAZAHREG ---------***
