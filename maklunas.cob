       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MAKLUNAS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       COPY "recpotmk.cob".
      *
       COPY "recmakar.cob".
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-POTMAKAN    PIC X(02) VALUE "00".
           02  STATUS-MAKKAR      PIC X(02) VALUE "00".
           02  WS-NOKAR           PIC 9(04) VALUE ZEROS.
           02  WS-SALDO           PIC 9(08) VALUE ZEROS.
       01  WS-PROXIMO-MES.
           02  WS-PROX-ANO        PIC 9(04) VALUE ZEROS.
           02  WS-PROX-MES        PIC 9(02) VALUE ZEROS.
           02  WS-PROX-DIA        PIC 9(02) VALUE 01.
       01  WS-PROX-DATA REDEFINES WS-PROXIMO-MES PIC 9(08).
       LINKAGE SECTION.
       01  LNK-LUNAS-MAKAN.
           02  LNK-PERIODE        PIC X(06).
           02  LNK-QTD            PIC 9(04).
           02  LNK-QTD-SALDO      PIC 9(04).
           02  LNK-RESULTADO      PIC X(01).
      *----------------------------------------------------
      * BAIXA DA CONTA DE MAKAN KARYAWAN NO TUTUP DO PERIODE
      * DE FOLHA. PARA CADA NOKAR DO POTMAKAN.DAT DO PERIODE
      * OS STRUK CORTADOS NO PERIODE FICAM LUNAS NO MAKKAR.DAT.
      * O QUE A FOLHA NAO CONSEGUIU DESCONTAR (GAJI BERSIH
      * MENOR QUE A CONTA) VOLTA COMO UM STRUK DE SALDO NO
      * DIA 1 DO MES SEGUINTE, QUE ENTRA NO PROXIMO CORTE.
      * DEVOLVE EM LNK-QTD OS KARYAWAN BAIXADOS, EM
      * LNK-QTD-SALDO OS SALDOS GERADOS E "S" EM
      * LNK-RESULTADO QUANDO TERMINA SEM ERRO.
      *----------------------------------------------------
       PROCEDURE DIVISION USING LNK-LUNAS-MAKAN.
      *----------------------------------------------------
       001-INICIO.
           MOVE "N" TO LNK-RESULTADO.
           MOVE ZEROS TO LNK-QTD LNK-QTD-SALDO.
           OPEN I-O POTMAKAN.
           IF STATUS-POTMAKAN = "35"
              MOVE "S" TO LNK-RESULTADO
              GO TO 999-FIM.
           IF STATUS-POTMAKAN NOT = "00"
              DISPLAY "GAGAL MEMBUKA POTMAKAN.DAT. STATUS="
                      STATUS-POTMAKAN
              GO TO 999-FIM.
           OPEN I-O MAKKAR.
           IF STATUS-MAKKAR NOT = "00"
              DISPLAY "GAGAL MEMBUKA MAKKAR.DAT. STATUS="
                      STATUS-MAKKAR
              CLOSE POTMAKAN
              GO TO 999-FIM.
           MOVE LNK-PERIODE (1:4) TO WS-PROX-ANO.
           MOVE LNK-PERIODE (5:2) TO WS-PROX-MES.
           ADD 1 TO WS-PROX-MES.
           IF WS-PROX-MES > 12
              MOVE 1 TO WS-PROX-MES
              ADD 1 TO WS-PROX-ANO.
      *----------------------------------------------------
       010-BAIXA-PERIODE.
           MOVE ZEROS TO PM-NOKAR.
           MOVE SPACES TO PM-PERIODE.
           START POTMAKAN KEY IS NOT LESS THAN PM-CHAVE
               INVALID KEY
               MOVE "10" TO STATUS-POTMAKAN.
           IF STATUS-POTMAKAN NOT = "10"
              PERFORM 020-BAIXA-KARYAWAN THRU 020-99-FIM
                  UNTIL STATUS-POTMAKAN = "10".
           CLOSE POTMAKAN.
           CLOSE MAKKAR.
           MOVE "S" TO LNK-RESULTADO.
           GO TO 999-FIM.
      *----------------------------------------------------
       020-BAIXA-KARYAWAN.
           READ POTMAKAN NEXT RECORD
               AT END
               MOVE "10" TO STATUS-POTMAKAN
               GO TO 020-99-FIM.
           IF PM-PERIODE NOT = LNK-PERIODE OR PM-FECHADO
              GO TO 020-99-FIM.
           MOVE PM-NOKAR TO WS-NOKAR.
           PERFORM 030-BAIXA-STRUK THRU 030-99-FIM.
           MOVE ZEROS TO WS-SALDO.
           IF PM-TOTAL > PM-POTONG
              COMPUTE WS-SALDO = PM-TOTAL - PM-POTONG
              PERFORM 040-GRAVA-SALDO THRU 040-99-FIM.
           MOVE "T" TO PM-SITUACAO.
           REWRITE REG-POTMAKAN
               INVALID KEY
               DISPLAY "GAGAL REGRAVAR POTMAKAN " PM-NOKAR
                       " STATUS=" STATUS-POTMAKAN.
           ADD 1 TO LNK-QTD.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-BAIXA-STRUK.
           MOVE WS-NOKAR TO MK-NOKAR.
           MOVE ZEROS TO MK-DATA MK-STRUK.
           START MAKKAR KEY IS NOT LESS THAN MK-CHAVE
               INVALID KEY
               GO TO 030-99-FIM.
       030-01-LE.
           READ MAKKAR NEXT RECORD
               AT END
               GO TO 030-99-FIM.
           IF MK-NOKAR NOT = WS-NOKAR
              GO TO 030-99-FIM.
           IF MK-PERIODE NOT = LNK-PERIODE OR NOT MK-ABERTO
              GO TO 030-01-LE.
           MOVE "L" TO MK-STATUS.
           REWRITE REG-MAKKAR.
           GO TO 030-01-LE.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-GRAVA-SALDO.
           MOVE SPACES TO REG-MAKKAR.
           MOVE WS-NOKAR TO MK-NOKAR.
           MOVE WS-PROX-DATA TO MK-DATA.
           MOVE ZEROS TO MK-STRUK MK-HORA.
           MOVE WS-SALDO TO MK-VALOR.
           MOVE "S" TO MK-JENIS.
           MOVE "A" TO MK-STATUS.
           MOVE LNK-PERIODE TO MK-ORIGEM.
           WRITE REG-MAKKAR
               INVALID KEY
               DISPLAY "SALDO MAKAN JA EXISTE PARA " WS-NOKAR
                       " EM " WS-PROX-DATA
               GO TO 040-99-FIM.
           ADD 1 TO LNK-QTD-SALDO.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA MAKLUNAS ---------***
