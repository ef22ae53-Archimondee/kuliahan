       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GAJISTAT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAJICTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-PERIODE
               FILE STATUS IS STATUS-GAJICTL.
           SELECT GAJILOG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-GAJILOG.
       DATA DIVISION.
       FILE SECTION.
       COPY "recgjctl.cob".
      *
       COPY "recgjlog.cob".
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-GAJICTL     PIC X(02) VALUE "00".
           02  STATUS-GAJILOG     PIC X(02) VALUE "00".
           02  WS-STATUS-DARI     PIC X(01) VALUE SPACES.
           02  WS-EXISTE          PIC X(01) VALUE "N".
       01  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-HORA.
           02  WS-HOR             PIC 9(02) VALUE ZEROS.
           02  WS-MIN             PIC 9(02) VALUE ZEROS.
           02  WS-SEG             PIC 9(02) VALUE ZEROS.
           02  WS-CSE             PIC 9(02) VALUE ZEROS.
       LINKAGE SECTION.
       01  LNK-CONTROLE-GAJI.
           02  LNK-FUNCAO         PIC X(01).
           02  LNK-PERIODE        PIC X(06).
           02  LNK-STATUS         PIC X(01).
           02  LNK-OPERADOR       PIC X(04).
           02  LNK-QTD            PIC 9(04).
           02  LNK-BRUTO          PIC 9(11).
           02  LNK-LIQUIDO        PIC 9(11).
           02  LNK-HITUNGAN       PIC 9(03).
           02  LNK-TGL            PIC 9(08).
           02  LNK-CATATAN        PIC X(30).
           02  LNK-RESULTADO      PIC X(01).
      *----------------------------------------------------
      * CONTROLE DO PERIODE DE FOLHA (GAJICTL.DAT).
      * FUNCAO "L": DEVOLVE STATUS, TOTAIS, ULTIMO OPERADOR
      *             E DATA DO PERIODE (STATUS EM BRANCO =
      *             PERIODE AINDA NAO ABERTO).
      * FUNCAO "M": MUDA O PERIODE PARA LNK-STATUS (B=BUKA
      *             H=DIHITUNG S=DISETUJUI R=DIRILIS T=DITUTUP)
      *             COM O OPERADOR; EM "H" GRAVA TAMBEM OS
      *             TOTAIS DO CALCULO. TODA MUDANCA E
      *             ACRESCENTADA EM GAJILOG.DAT COM DATA, HORA,
      *             STATUS ANTERIOR E CATATAN.
      * A VALIDACAO DA SEQUENCIA FICA COM O CHAMADOR.
      *----------------------------------------------------
       PROCEDURE DIVISION USING LNK-CONTROLE-GAJI.
      *----------------------------------------------------
       001-INICIO.
           MOVE "N" TO LNK-RESULTADO.
           IF LNK-FUNCAO = "M"
              GO TO 020-MUDA-STATUS.
      *----------------------------------------------------
       010-LE-STATUS.
           MOVE SPACES TO LNK-STATUS.
           MOVE SPACES TO LNK-OPERADOR.
           MOVE ZEROS TO LNK-QTD LNK-BRUTO LNK-LIQUIDO.
           MOVE ZEROS TO LNK-HITUNGAN LNK-TGL.
           OPEN INPUT GAJICTL.
           IF STATUS-GAJICTL NOT = "00"
              MOVE "S" TO LNK-RESULTADO
              GO TO 999-FIM.
           MOVE LNK-PERIODE TO GC-PERIODE.
           READ GAJICTL
               INVALID KEY
               MOVE "S" TO LNK-RESULTADO
               CLOSE GAJICTL
               GO TO 999-FIM.
           MOVE GC-STATUS TO LNK-STATUS.
           MOVE GC-OPERADOR TO LNK-OPERADOR.
           MOVE GC-QTD TO LNK-QTD.
           MOVE GC-BRUTO TO LNK-BRUTO.
           MOVE GC-LIQUIDO TO LNK-LIQUIDO.
           MOVE GC-HITUNGAN TO LNK-HITUNGAN.
           MOVE GC-TGL TO LNK-TGL.
           MOVE "S" TO LNK-RESULTADO.
           CLOSE GAJICTL.
           GO TO 999-FIM.
      *----------------------------------------------------
       020-MUDA-STATUS.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           OPEN I-O GAJICTL.
           IF STATUS-GAJICTL = "35"
              OPEN OUTPUT GAJICTL
              CLOSE GAJICTL
              OPEN I-O GAJICTL.
           IF STATUS-GAJICTL NOT = "00"
              DISPLAY "GAGAL MEMBUKA GAJICTL.DAT. STATUS="
                      STATUS-GAJICTL
              GO TO 999-FIM.
           MOVE "S" TO WS-EXISTE.
           MOVE LNK-PERIODE TO GC-PERIODE.
           READ GAJICTL
               INVALID KEY
               MOVE "N" TO WS-EXISTE.
           IF WS-EXISTE NOT = "S"
              MOVE SPACES TO REG-GAJICTL
              MOVE LNK-PERIODE TO GC-PERIODE
              MOVE ZEROS TO GC-QTD GC-BRUTO GC-LIQUIDO GC-HITUNGAN.
           MOVE GC-STATUS TO WS-STATUS-DARI.
           MOVE LNK-STATUS TO GC-STATUS.
           MOVE LNK-OPERADOR TO GC-OPERADOR.
           MOVE WS-DATA-SISTEMA TO GC-TGL.
           MOVE WS-HORA (1:6) TO GC-HORA.
           IF GC-HITUNG
              MOVE LNK-QTD TO GC-QTD
              MOVE LNK-BRUTO TO GC-BRUTO
              MOVE LNK-LIQUIDO TO GC-LIQUIDO
              ADD 1 TO GC-HITUNGAN.
           IF WS-EXISTE = "S"
              REWRITE REG-GAJICTL
           ELSE
              WRITE REG-GAJICTL.
           IF STATUS-GAJICTL NOT = "00"
              DISPLAY "GAGAL GRAVAR GAJICTL.DAT. STATUS="
                      STATUS-GAJICTL
              CLOSE GAJICTL
              GO TO 999-FIM.
           CLOSE GAJICTL.
           OPEN EXTEND GAJILOG.
           IF STATUS-GAJILOG = "35"
              OPEN OUTPUT GAJILOG
              CLOSE GAJILOG
              OPEN EXTEND GAJILOG.
           MOVE SPACES TO REG-GAJILOG.
           MOVE WS-DATA-SISTEMA TO GL-TGL.
           MOVE WS-HORA (1:6) TO GL-HORA.
           MOVE LNK-PERIODE TO GL-PERIODE.
           MOVE WS-STATUS-DARI TO GL-STATUS-DARI.
           MOVE LNK-STATUS TO GL-STATUS-KE.
           MOVE LNK-OPERADOR TO GL-OPERADOR.
           MOVE GC-QTD TO GL-QTD.
           MOVE GC-LIQUIDO TO GL-LIQUIDO.
           MOVE LNK-CATATAN TO GL-CATATAN.
           WRITE REG-GAJILOG.
           CLOSE GAJILOG.
           MOVE "S" TO LNK-RESULTADO.
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA GAJISTAT ---------***
