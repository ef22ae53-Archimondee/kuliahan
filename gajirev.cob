       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GAJIREV.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAJIPOST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GP-CHAVE
               FILE STATUS IS STATUS-GAJIPOST.
           SELECT GAJIYTD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-CHAVE
               FILE STATUS IS STATUS-YTD.
           SELECT KASBON ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KB-NOKAR
               FILE STATUS IS STATUS-KASBON.
           SELECT RAPEL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-CHAVE
               FILE STATUS IS STATUS-RAPEL.
           SELECT POTMAKAN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS STATUS-POTMAKAN.
           SELECT MAKKAR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-CHAVE
               FILE STATUS IS STATUS-MAKKAR.
       DATA DIVISION.
       FILE SECTION.
       COPY "recgjpst.cob".
      *
       COPY "recytd.cob".
      *
       COPY "reckasb.cob".
      *
       COPY "recrapel.cob".
      *
       COPY "recpotmk.cob".
      *
       COPY "recmakar.cob".
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-GAJIPOST    PIC X(02) VALUE "00".
           02  STATUS-YTD         PIC X(02) VALUE "00".
           02  STATUS-KASBON      PIC X(02) VALUE "00".
           02  STATUS-RAPEL       PIC X(02) VALUE "00".
           02  STATUS-POTMAKAN    PIC X(02) VALUE "00".
           02  STATUS-MAKKAR      PIC X(02) VALUE "00".
           02  WS-ADA-POTMAKAN    PIC X(01) VALUE "N".
           02  WS-ADA-MAKKAR      PIC X(01) VALUE "N".
           02  WS-NOKAR           PIC 9(04) VALUE ZEROS.
           02  WS-QTD-MAKAN       PIC 9(04) VALUE ZEROS.
           02  WS-ADA-KASBON      PIC X(01) VALUE "N".
           02  WS-ADA-RAPEL       PIC X(01) VALUE "N".
           02  WS-IDX-MES         PIC 9(02) VALUE ZEROS.
           02  WS-QTD-RAPEL       PIC 9(04) VALUE ZEROS.
       01  WS-PROXIMO-MES.
           02  WS-PROX-ANO        PIC 9(04) VALUE ZEROS.
           02  WS-PROX-MES        PIC 9(02) VALUE ZEROS.
           02  WS-PROX-DIA        PIC 9(02) VALUE 01.
       01  WS-PROX-DATA REDEFINES WS-PROXIMO-MES PIC 9(08).
       LINKAGE SECTION.
       01  LNK-ESTORNO-GAJI.
           02  LNK-PERIODE        PIC X(06).
           02  LNK-QTD            PIC 9(04).
           02  LNK-RESULTADO      PIC X(01).
      *----------------------------------------------------
      * ESTORNO DO CALCULO DE UM PERIODE DE FOLHA. CADA
      * REGISTRO DO GAJIPOST.DAT DO PERIODE E SUBTRAIDO DO
      * GAJIYTD.DAT (TOTAIS DO ANO, UM MES A MENOS E O MES
      * ZERADO), A CICILAN KASBON VOLTA AO SALDO E O POSTING
      * E APAGADO. RAPEL PAGO NO PERIODE VOLTA A PENDENTE E O
      * MES DE ORIGEM NO YTD VOLTA AO GAJI LAMA. O DESCONTO
      * DE MAKAN KARYAWAN DO POTMAKAN.DAT VOLTA A ZERO; SE O
      * PERIODE JA FOI TUTUP, OS STRUK LUNAS DO PERIODE
      * VOLTAM A ABERTO NO MAKKAR.DAT E O SALDO GERADO NO
      * MES SEGUINTE E APAGADO. DEVOLVE EM
      * LNK-QTD OS KARYAWAN ESTORNADOS E "S" EM LNK-RESULTADO
      * QUANDO TERMINA SEM ERRO.
      *----------------------------------------------------
       PROCEDURE DIVISION USING LNK-ESTORNO-GAJI.
      *----------------------------------------------------
       001-INICIO.
           MOVE "N" TO LNK-RESULTADO.
           MOVE ZEROS TO LNK-QTD.
           MOVE ZEROS TO WS-QTD-RAPEL.
           MOVE "N" TO WS-ADA-KASBON.
           MOVE "N" TO WS-ADA-RAPEL.
           MOVE "N" TO WS-ADA-POTMAKAN.
           MOVE "N" TO WS-ADA-MAKKAR.
           MOVE ZEROS TO WS-QTD-MAKAN.
           OPEN I-O GAJIPOST.
           IF STATUS-GAJIPOST = "35"
              MOVE "S" TO LNK-RESULTADO
              GO TO 999-FIM.
           IF STATUS-GAJIPOST NOT = "00"
              DISPLAY "GAGAL MEMBUKA GAJIPOST.DAT. STATUS="
                      STATUS-GAJIPOST
              GO TO 999-FIM.
           OPEN I-O GAJIYTD.
           IF STATUS-YTD NOT = "00"
              DISPLAY "GAGAL MEMBUKA GAJIYTD.DAT. STATUS=" STATUS-YTD
              CLOSE GAJIPOST
              GO TO 999-FIM.
           OPEN I-O KASBON.
           IF STATUS-KASBON = "00"
              MOVE "S" TO WS-ADA-KASBON.
           OPEN I-O RAPEL.
           IF STATUS-RAPEL = "00"
              MOVE "S" TO WS-ADA-RAPEL.
           OPEN I-O POTMAKAN.
           IF STATUS-POTMAKAN = "00"
              MOVE "S" TO WS-ADA-POTMAKAN.
           OPEN I-O MAKKAR.
           IF STATUS-MAKKAR = "00"
              MOVE "S" TO WS-ADA-MAKKAR.
           MOVE LNK-PERIODE (1:4) TO WS-PROX-ANO.
           MOVE LNK-PERIODE (5:2) TO WS-PROX-MES.
           ADD 1 TO WS-PROX-MES.
           IF WS-PROX-MES > 12
              MOVE 1 TO WS-PROX-MES
              ADD 1 TO WS-PROX-ANO.
      *----------------------------------------------------
       010-ESTORNA-POSTING.
           MOVE LNK-PERIODE TO GP-PERIODE.
           MOVE ZEROS TO GP-NOKAR.
           START GAJIPOST KEY IS NOT LESS THAN GP-CHAVE
               INVALID KEY
               MOVE "10" TO STATUS-GAJIPOST.
           IF STATUS-GAJIPOST NOT = "10"
              PERFORM 020-ESTORNA-KARYAWAN THRU 020-99-FIM
                  UNTIL STATUS-GAJIPOST = "10".
           IF WS-ADA-RAPEL = "S"
              MOVE LOW-VALUES TO RP-CHAVE
              START RAPEL KEY IS NOT LESS THAN RP-CHAVE
                  INVALID KEY
                  MOVE "10" TO STATUS-RAPEL.
           IF WS-ADA-RAPEL = "S" AND STATUS-RAPEL NOT = "10"
              PERFORM 050-ESTORNA-RAPEL THRU 050-99-FIM
                  UNTIL STATUS-RAPEL = "10".
           IF WS-QTD-RAPEL > ZEROS
              DISPLAY "RAPEL KEMBALI KE PENDENTE: " WS-QTD-RAPEL.
           IF WS-ADA-POTMAKAN = "S"
              MOVE ZEROS TO PM-NOKAR
              MOVE SPACES TO PM-PERIODE
              START POTMAKAN KEY IS NOT LESS THAN PM-CHAVE
                  INVALID KEY
                  MOVE "10" TO STATUS-POTMAKAN.
           IF WS-ADA-POTMAKAN = "S" AND STATUS-POTMAKAN NOT = "10"
              PERFORM 060-ESTORNA-MAKAN THRU 060-99-FIM
                  UNTIL STATUS-POTMAKAN = "10".
           IF WS-QTD-MAKAN > ZEROS
              DISPLAY "MAKAN KARYAWAN KEMBALI KE ABERTO: "
                      WS-QTD-MAKAN.
           CLOSE GAJIPOST.
           CLOSE GAJIYTD.
           IF WS-ADA-KASBON = "S"
              CLOSE KASBON.
           IF WS-ADA-RAPEL = "S"
              CLOSE RAPEL.
           IF WS-ADA-POTMAKAN = "S"
              CLOSE POTMAKAN.
           IF WS-ADA-MAKKAR = "S"
              CLOSE MAKKAR.
           MOVE "S" TO LNK-RESULTADO.
           GO TO 999-FIM.
      *----------------------------------------------------
       020-ESTORNA-KARYAWAN.
           READ GAJIPOST NEXT RECORD
               AT END
               MOVE "10" TO STATUS-GAJIPOST
               GO TO 020-99-FIM.
           IF GP-PERIODE NOT = LNK-PERIODE
              MOVE "10" TO STATUS-GAJIPOST
              GO TO 020-99-FIM.
           PERFORM 030-ESTORNA-YTD THRU 030-99-FIM.
           PERFORM 040-ESTORNA-KASBON THRU 040-99-FIM.
           DELETE GAJIPOST RECORD
               INVALID KEY
               DISPLAY "GAGAL APAGAR POSTING " GP-NOKAR
                       " STATUS=" STATUS-GAJIPOST.
           ADD 1 TO LNK-QTD.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-ESTORNA-YTD.
           MOVE GP-NOKAR TO YTD-NOKAR.
           MOVE GP-PERIODE (1:4) TO YTD-TAHUN.
           READ GAJIYTD KEY IS YTD-CHAVE
               INVALID KEY
               DISPLAY "YTD TIDAK ADA UNTUK " GP-NOKAR
               GO TO 030-99-FIM.
           IF YTD-BULAN > ZEROS
              SUBTRACT 1 FROM YTD-BULAN.
           SUBTRACT GP-BRUTO FROM YTD-BRUTO.
           SUBTRACT GP-RUBRIK FROM YTD-RUBRIK.
           SUBTRACT GP-ABSEN FROM YTD-ABSEN.
           SUBTRACT GP-PAJAK FROM YTD-PAJAK.
           SUBTRACT GP-JAMSOS FROM YTD-JAMSOSTEK.
           SUBTRACT GP-LIQUIDO FROM YTD-LIQUIDO.
           MOVE GP-PERIODE (5:2) TO WS-IDX-MES.
           MOVE ZEROS TO YTD-M-GAJI (WS-IDX-MES)
                         YTD-M-PAJAK (WS-IDX-MES)
                         YTD-M-JAMSOS (WS-IDX-MES).
           REWRITE REG-GAJIYTD.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-ESTORNA-KASBON.
           IF WS-ADA-KASBON NOT = "S" OR GP-KASBON = ZEROS
              GO TO 040-99-FIM.
           MOVE GP-NOKAR TO KB-NOKAR.
           READ KASBON KEY IS KB-NOKAR
               INVALID KEY
               DISPLAY "KASBON TIDAK ADA UNTUK " GP-NOKAR
               GO TO 040-99-FIM.
           ADD GP-KASBON TO KB-SALDO.
           MOVE "A" TO KB-STATUS.
           REWRITE REG-KASBON.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-ESTORNA-RAPEL.
           READ RAPEL NEXT RECORD
               AT END
               MOVE "10" TO STATUS-RAPEL
               GO TO 050-99-FIM.
           IF RP-PERIODE-BAYAR NOT = LNK-PERIODE OR NOT RP-DIBAYAR
              GO TO 050-99-FIM.
           MOVE RP-NOKAR TO YTD-NOKAR.
           MOVE RP-PERIODE (1:4) TO YTD-TAHUN.
           READ GAJIYTD KEY IS YTD-CHAVE
               INVALID KEY
               GO TO 050-MARCA-PENDENTE.
           MOVE RP-PERIODE (5:2) TO WS-IDX-MES.
           MOVE RP-GAJI-LAMA TO YTD-M-GAJI (WS-IDX-MES).
           SUBTRACT RP-PAJAK FROM YTD-M-PAJAK (WS-IDX-MES).
           SUBTRACT RP-JAMSOS FROM YTD-M-JAMSOS (WS-IDX-MES).
           REWRITE REG-GAJIYTD.
       050-MARCA-PENDENTE.
           MOVE "P" TO RP-STATUS.
           REWRITE REG-RAPEL.
           ADD 1 TO WS-QTD-RAPEL.
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
       060-ESTORNA-MAKAN.
           READ POTMAKAN NEXT RECORD
               AT END
               MOVE "10" TO STATUS-POTMAKAN
               GO TO 060-99-FIM.
           IF PM-PERIODE NOT = LNK-PERIODE
              GO TO 060-99-FIM.
           IF PM-FECHADO AND WS-ADA-MAKKAR = "S"
              MOVE PM-NOKAR TO WS-NOKAR
              PERFORM 070-REABRE-STRUK THRU 070-99-FIM
              PERFORM 080-APAGA-SALDO THRU 080-99-FIM
              ADD 1 TO WS-QTD-MAKAN.
           MOVE ZEROS TO PM-POTONG.
           MOVE "A" TO PM-SITUACAO.
           REWRITE REG-POTMAKAN.
       060-99-FIM.
           EXIT.
      *----------------------------------------------------
       070-REABRE-STRUK.
           MOVE WS-NOKAR TO MK-NOKAR.
           MOVE ZEROS TO MK-DATA MK-STRUK.
           START MAKKAR KEY IS NOT LESS THAN MK-CHAVE
               INVALID KEY
               GO TO 070-99-FIM.
       070-01-LE.
           READ MAKKAR NEXT RECORD
               AT END
               GO TO 070-99-FIM.
           IF MK-NOKAR NOT = WS-NOKAR
              GO TO 070-99-FIM.
           IF MK-PERIODE NOT = LNK-PERIODE OR NOT MK-LUNAS
              GO TO 070-01-LE.
           MOVE "A" TO MK-STATUS.
           REWRITE REG-MAKKAR.
           GO TO 070-01-LE.
       070-99-FIM.
           EXIT.
      *----------------------------------------------------
       080-APAGA-SALDO.
           MOVE WS-NOKAR TO MK-NOKAR.
           MOVE WS-PROX-DATA TO MK-DATA.
           MOVE ZEROS TO MK-STRUK.
           READ MAKKAR KEY IS MK-CHAVE
               INVALID KEY
               GO TO 080-99-FIM.
           IF NOT MK-SALDO OR MK-ORIGEM NOT = LNK-PERIODE
              GO TO 080-99-FIM.
           IF MK-PERIODE NOT = SPACES
              DISPLAY "SALDO MAKAN " WS-NOKAR " JA CORTADO NO PERIODE "
                      MK-PERIODE " - CORRIGIR MANUALMENTE."
              GO TO 080-99-FIM.
           DELETE MAKKAR RECORD.
       080-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA GAJIREV ---------***
