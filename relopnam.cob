       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELOPNAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPNAME ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ON-CHAVE
               FILE STATUS IS STATUS-OPNAME.
           SELECT BAHAN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KODE
               FILE STATUS IS STATUS-BAHAN.
           SELECT ESTOQUE-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-KODE
               FILE STATUS IS STATUS-ESTOQUE.
           SELECT STOKLOG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-LOG.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-REL.
       DATA DIVISION.
       FILE SECTION.
       COPY "recopnam.cob".
       COPY "recbahan.cob".
       COPY "recestoq.cob".
       COPY "recstlog.cob".
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "OPNAME.TXT".
       01  REG-RELATORIO PIC X(100).
      *
       WORKING-STORAGE SECTION.
       77 STATUS-OPNAME PIC XX VALUE "00".
       77 STATUS-BAHAN PIC XX VALUE "00".
       77 STATUS-ESTOQUE PIC XX VALUE "00".
       77 STATUS-LOG PIC XX VALUE "00".
       77 STATUS-REL PIC XX VALUE "00".
       77 TEM-BAHAN PIC X VALUE "N".
       77 TEM-ESTOQUE PIC X VALUE "N".
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       01 HORA-AGORA.
           02 HORA-HHMMSS PIC 9(6).
           02 FILLER PIC 9(2).
       77 CONFIRMA PIC X VALUE SPACE.
       01 CONTROLE-ACESSO.
           02 GATE-PROGRAMA PIC X(8) VALUE "RELOPNAM".
           02 GATE-PERFIL PIC X(1) VALUE "S".
           02 GATE-OPERADOR PIC X(4) VALUE SPACES.
           02 GATE-OK PIC X(1) VALUE "N".
       77 WS-TOTAL-ITEM PIC 9(4) VALUE ZEROS.
       77 WS-TOTAL-SELISIH PIC 9(4) VALUE ZEROS.
       77 WS-TOTAL-AJUSTE PIC 9(4) VALUE ZEROS.
       77 WS-SELISIH PIC S9(7) VALUE ZEROS.
       77 WS-NILAI PIC S9(11) VALUE ZEROS.
       77 WS-NILAI-KURANG PIC S9(11) VALUE ZEROS.
       77 WS-NILAI-LEBIH PIC S9(11) VALUE ZEROS.
       77 WS-NILAI-NETO PIC S9(11) VALUE ZEROS.
       77 WS-STOK-ANTES PIC 9(7) VALUE ZEROS.
       77 WS-STOK-NOVO PIC S9(8) VALUE ZEROS.
       01 EDICAO-OPNAME.
           02 SISTEM-ED PIC Z(6)9.
           02 FISIK-ED PIC Z(6)9.
           02 SELISIH-ED PIC -(6)9.
           02 HARGA-ED PIC Z(7)9.
           02 NILAI-ED PIC -(11)9.
       77 WS-LINHA-REL PIC X(100).
      *----------------------------------------------------
      * SELISIH STOK OPNAME (MAKANAN). LISTA EM OPNAME.TXT AS
      * CONTAGENS DO OPNAME.DAT (LANCADAS NO STOKMST) CONTRA O
      * STOK DO SISTEMA NA HORA DA CONTAGEM, VALORIZADAS AO
      * HARGA BELI (KURANG, LEBIH E NETO). O AJUSTE SO E FEITO
      * COM APROVACAO DE SUPERVISOR (ACESSOVAL PERFIL S): O
      * SELISIH E SOMADO AO STOK ATUAL (AS VENDAS DEPOIS DA
      * CONTAGEM CONTINUAM VALENDO), CADA AJUSTE VAI PARA O
      * STOKLOG.DAT (ALASAN O) E A CONTAGEM SAI DO OPNAME.DAT.
      * NOS BAHAN A CONTAGEM FICA TAMBEM COMO FISIK DO PERIODE
      * PARA O RELBAHAN.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** SELISIH STOK OPNAME ***".
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           OPEN I-O OPNAME.
           IF STATUS-OPNAME NOT = "00"
              DISPLAY "SEM OPNAME.DAT. STATUS=" STATUS-OPNAME
              DISPLAY "LANCE A CONTAGEM PELO STOKMST."
              GO TO 999-FIM.
           OPEN I-O BAHAN.
           IF STATUS-BAHAN = "00"
              MOVE "S" TO TEM-BAHAN.
           OPEN I-O ESTOQUE-FILE.
           IF STATUS-ESTOQUE = "00"
              MOVE "S" TO TEM-ESTOQUE.
           OPEN OUTPUT RELATORIO.
           MOVE ALL "=" TO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "SELISIH STOK OPNAME (HARGA BELI) - DATA "
                  TGL-HARI-INI
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "=" TO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "T KOD NAMA                 SATUAN  SISTEM   FISIK"
                  " SELISIH    HARGA        NILAI TGL HITUNG OPER"
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
      *----------------------------------------------------
       010-LISTA.
           PERFORM 005-INICIO-LEITURA THRU 005-99-FIM.
           PERFORM 020-LINHA-OPNAME THRU 020-99-FIM
               UNTIL STATUS-OPNAME = "10".
           COMPUTE WS-NILAI-NETO = WS-NILAI-KURANG + WS-NILAI-LEBIH.
           MOVE ALL "=" TO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE WS-NILAI-KURANG TO NILAI-ED.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "NILAI KURANG ......: " NILAI-ED
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE WS-NILAI-LEBIH TO NILAI-ED.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "NILAI LEBIH .......: " NILAI-ED
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE WS-NILAI-NETO TO NILAI-ED.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "NILAI NETO ........: " NILAI-ED
                  "   ITEM: " WS-TOTAL-ITEM
                  " DENGAN SELISIH: " WS-TOTAL-SELISIH
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           DISPLAY "ITEM DIHITUNG ......: " WS-TOTAL-ITEM.
           DISPLAY "DENGAN SELISIH .....: " WS-TOTAL-SELISIH.
           DISPLAY "NILAI NETO .........: " NILAI-ED.
           DISPLAY "LAPORAN DI OPNAME.TXT".
           IF WS-TOTAL-ITEM = ZEROS
              GO TO 900-ENCERRA.
           DISPLAY "SETUJUI PENYESUAIAN STOK [S/N] ? ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO 900-ENCERRA.
           CALL "ACESSOVAL" USING GATE-PROGRAMA GATE-PERFIL
               GATE-OPERADOR GATE-OK.
           IF GATE-OK NOT = "S"
              DISPLAY "PENYESUAIAN TIDAK DISETUJUI."
              GO TO 900-ENCERRA.
           PERFORM 005-INICIO-LEITURA THRU 005-99-FIM.
           PERFORM 050-AJUSTA THRU 050-99-FIM
               UNTIL STATUS-OPNAME = "10".
           DISPLAY "STOK DISESUAIKAN ...: " WS-TOTAL-AJUSTE.
           GO TO 900-ENCERRA.
      *----------------------------------------------------
       005-INICIO-LEITURA.
           MOVE "00" TO STATUS-OPNAME.
           MOVE LOW-VALUES TO ON-CHAVE.
           START OPNAME KEY IS NOT LESS THAN ON-CHAVE
               INVALID KEY
               MOVE "10" TO STATUS-OPNAME.
       005-99-FIM.
           EXIT.
      *----------------------------------------------------
       020-LINHA-OPNAME.
           READ OPNAME NEXT RECORD
               AT END
               MOVE "10" TO STATUS-OPNAME
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-ITEM.
           COMPUTE WS-SELISIH = ON-FISIK - ON-SISTEM.
           COMPUTE WS-NILAI = WS-SELISIH * ON-HARGA.
           IF WS-SELISIH NOT = ZEROS
              ADD 1 TO WS-TOTAL-SELISIH.
           IF WS-NILAI < ZEROS
              ADD WS-NILAI TO WS-NILAI-KURANG
           ELSE
              ADD WS-NILAI TO WS-NILAI-LEBIH.
           MOVE ON-SISTEM TO SISTEM-ED.
           MOVE ON-FISIK TO FISIK-ED.
           MOVE WS-SELISIH TO SELISIH-ED.
           MOVE ON-HARGA TO HARGA-ED.
           MOVE WS-NILAI TO NILAI-ED.
           MOVE SPACES TO WS-LINHA-REL.
           STRING ON-TIPO " " ON-KODE " " ON-NAMA " " ON-SATUAN " "
                  SISTEM-ED " " FISIK-ED " " SELISIH-ED " "
                  HARGA-ED " " NILAI-ED " " ON-TGL " " ON-OPERADOR
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-AJUSTA.
           READ OPNAME NEXT RECORD
               AT END
               MOVE "10" TO STATUS-OPNAME
               GO TO 050-99-FIM.
           COMPUTE WS-SELISIH = ON-FISIK - ON-SISTEM.
           IF ON-PORSI
              GO TO 050-20-PORSI.
           IF TEM-BAHAN NOT = "S"
              GO TO 050-99-FIM.
           MOVE ON-KODE TO BH-KODE.
           READ BAHAN
               INVALID KEY
               GO TO 050-90-APAGA.
           MOVE BH-STOK TO WS-STOK-ANTES.
           COMPUTE WS-STOK-NOVO = BH-STOK + WS-SELISIH.
           IF WS-STOK-NOVO < ZEROS
              MOVE ZEROS TO WS-STOK-NOVO.
           MOVE WS-STOK-NOVO TO BH-STOK.
           MOVE ON-FISIK TO BH-FISIK.
           MOVE "S" TO BH-DIHITUNG.
           REWRITE REG-BAHAN.
           GO TO 050-80-LOG.
       050-20-PORSI.
           IF TEM-ESTOQUE NOT = "S"
              GO TO 050-99-FIM.
           MOVE ON-KODE TO EST-KODE.
           READ ESTOQUE-FILE
               INVALID KEY
               GO TO 050-90-APAGA.
           MOVE EST-QTD TO WS-STOK-ANTES.
           COMPUTE WS-STOK-NOVO = EST-QTD + WS-SELISIH.
           IF WS-STOK-NOVO < ZEROS
              MOVE ZEROS TO WS-STOK-NOVO.
           MOVE WS-STOK-NOVO TO EST-QTD.
           REWRITE REG-ESTOQUE.
       050-80-LOG.
           ADD 1 TO WS-TOTAL-AJUSTE.
           IF WS-SELISIH = ZEROS
              GO TO 050-90-APAGA.
           MOVE SPACES TO REG-STOKLOG.
           ACCEPT HORA-AGORA FROM TIME.
           MOVE TGL-HARI-INI TO SL-TGL.
           MOVE HORA-HHMMSS TO SL-HORA.
           MOVE GATE-OPERADOR TO SL-OPERADOR.
           MOVE ON-TIPO TO SL-TIPO.
           MOVE ON-KODE TO SL-KODE.
           MOVE ON-NAMA TO SL-NAMA.
           MOVE ON-SATUAN TO SL-SATUAN.
           MOVE "O" TO SL-ALASAN.
           MOVE "+" TO SL-ARAH.
           MOVE WS-SELISIH TO SL-QTD.
           IF WS-SELISIH < ZEROS
              MOVE "-" TO SL-ARAH
              COMPUTE SL-QTD = WS-SELISIH * -1.
           MOVE ON-HARGA TO SL-HARGA.
           COMPUTE SL-NILAI = SL-QTD * ON-HARGA.
           MOVE WS-STOK-ANTES TO SL-STOK-ANTES.
           MOVE WS-STOK-NOVO TO SL-STOK-DEPOIS.
           STRING "HITUNG " ON-TGL " " ON-OPERADOR
               DELIMITED BY SIZE INTO SL-CATATAN.
           OPEN EXTEND STOKLOG.
           IF STATUS-LOG = "35"
              OPEN OUTPUT STOKLOG
              CLOSE STOKLOG
              OPEN EXTEND STOKLOG.
           WRITE REG-STOKLOG.
           CLOSE STOKLOG.
       050-90-APAGA.
           DELETE OPNAME RECORD.
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-REL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-ENCERRA.
           CLOSE OPNAME.
           IF TEM-BAHAN = "S"
              CLOSE BAHAN.
           IF TEM-ESTOQUE = "S"
              CLOSE ESTOQUE-FILE.
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA RELOPNAM ---------***
