       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SEHATVAL.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEHATKUC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-CHAVE
               FILE STATUS IS STATUS-SEHATKUC.
       DATA DIVISION.
       FILE SECTION.
       COPY "recsehat.cob".
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-SEHATKUC    PIC X(02) VALUE "00".
           02  WS-DIAS-REF        PIC 9(07) VALUE ZEROS.
           02  WS-DIAS-LIMITE     PIC 9(07) VALUE ZEROS.
           02  WS-DIAS-LAHIR      PIC 9(07) VALUE ZEROS.
           02  WS-DIAS-WAJIB      PIC 9(07) VALUE ZEROS.
           02  WS-DIAS-BERIKUT    PIC 9(07) VALUE ZEROS.
           02  WS-IDX             PIC 9(01) VALUE ZEROS.
           02  WS-STATUS-ITEM     PIC X(01) VALUE SPACE.
       01  WS-CONV-DATA.
           02  WS-DATA-8          PIC 9(08) VALUE ZEROS.
           02  WS-DIAS            PIC 9(07) VALUE ZEROS.
           02  WS-FUNCAO-DIAS     PIC X(01) VALUE "N".
       01  WS-DATA-DIAS.
           02  WS-DD-DIA          PIC 9(02).
           02  WS-DD-MES          PIC 9(02).
           02  WS-DD-ANO          PIC 9(04).
      *****  VAKSIN WAJIB: KODE, UMUR MINIMO EM DIAS
       01  JADWAL-VAKSIN.
           02  FILLER             PIC X(05) VALUE "F1056".
           02  FILLER             PIC X(05) VALUE "F2084".
           02  FILLER             PIC X(05) VALUE "RB112".
       01  JADWAL-VAKSIN-TAB REDEFINES JADWAL-VAKSIN.
           02  JADWAL-ITEM OCCURS 3 TIMES.
               03  JV-KODE        PIC X(02).
               03  JV-UMUR        PIC 9(03).
       LINKAGE SECTION.
       01  LNK-SEHAT.
           02  LNK-NOKUCING       PIC 9(05).
           02  LNK-TGL-LAHIR      PIC 9(08).
           02  LNK-TGL-REF        PIC 9(08).
           02  LNK-HARI-DEPAN     PIC 9(03).
           02  LNK-RESULTADO      PIC X(01).
           02  LNK-QTD-PENDENTE   PIC 9(02).
           02  LNK-VAKSIN OCCURS 3 TIMES.
               03  LNK-VK-KODE    PIC X(02).
               03  LNK-VK-TGL     PIC 9(08).
               03  LNK-VK-WAJIB   PIC 9(08).
               03  LNK-VK-BERIKUT PIC 9(08).
               03  LNK-VK-STATUS  PIC X(01).
           02  LNK-CACING-TGL     PIC 9(08).
           02  LNK-CACING-BERIKUT PIC 9(08).
           02  LNK-CACING-STATUS  PIC X(01).
           02  LNK-CEK-TGL        PIC 9(08).
           02  LNK-CEK-DOKTER     PIC X(20).
           02  LNK-CEK-BERIKUT    PIC 9(08).
           02  LNK-CEK-STATUS     PIC X(01).
           02  LNK-BERIKUT        PIC 9(08).
      *----------------------------------------------------
      * SITUACAO DE SAUDE DE UM KUCING (SEHATKUC.DAT) NA DATA
      * LNK-TGL-REF. PARA CADA VAKSIN WAJIB DA TABELA DEVOLVE
      * A ULTIMA APLICACAO, A DATA EM QUE O UMUR A EXIGE, O
      * PROXIMO REFORCO E O STATUS:
      *   F = FALTA (UMUR JA EXIGE E NUNCA FOI APLICADA)
      *   A = ATRASADA (REFORCO VENCIDO ANTES DA DATA)
      *   J = JATUH TEMPO DENTRO DE LNK-HARI-DEPAN DIAS
      *   B = BELUM (UMUR AINDA NAO EXIGE)
      *   BRANCO = EM DIA
      * OBAT CACING E CEK DOKTER DEVOLVEM A ULTIMA DATA, O
      * PROXIMO E STATUS A/J. LNK-RESULTADO = "S" QUANDO
      * NENHUMA VAKSIN ESTA F OU A (PODE SER VENDIDO).
      * LNK-BERIKUT = PRIMEIRA DATA PENDENTE (REFORCO, VAKSIN
      * AINDA NAO EXIGIDA, CACING OU CEK).
      *----------------------------------------------------
       PROCEDURE DIVISION USING LNK-SEHAT.
      *----------------------------------------------------
       001-INICIO.
           MOVE "S" TO LNK-RESULTADO.
           MOVE ZEROS TO LNK-QTD-PENDENTE LNK-BERIKUT.
           MOVE ZEROS TO LNK-CACING-TGL LNK-CACING-BERIKUT.
           MOVE ZEROS TO LNK-CEK-TGL LNK-CEK-BERIKUT.
           MOVE SPACES TO LNK-CACING-STATUS LNK-CEK-STATUS.
           MOVE SPACES TO LNK-CEK-DOKTER.
           MOVE LNK-TGL-REF TO WS-DATA-8.
           PERFORM 080-DATA-DIAS THRU 080-99-FIM.
           MOVE WS-DIAS TO WS-DIAS-REF.
           COMPUTE WS-DIAS-LIMITE = WS-DIAS-REF + LNK-HARI-DEPAN.
           MOVE ZEROS TO WS-DIAS-LAHIR.
           IF LNK-TGL-LAHIR NOT = ZEROS
              MOVE LNK-TGL-LAHIR TO WS-DATA-8
              PERFORM 080-DATA-DIAS THRU 080-99-FIM
              MOVE WS-DIAS TO WS-DIAS-LAHIR.
           MOVE ZEROS TO WS-IDX.
           PERFORM 010-INICIA-VAKSIN THRU 010-99-FIM 3 TIMES.
      *----------------------------------------------------
       020-LE-CATATAN.
           OPEN INPUT SEHATKUC.
           IF STATUS-SEHATKUC NOT = "00"
              GO TO 040-AVALIA.
           MOVE LNK-NOKUCING TO SH-NOKUCING.
           MOVE ZEROS TO SH-TGL SH-URUT.
           START SEHATKUC KEY IS NOT LESS THAN SH-CHAVE
               INVALID KEY
               MOVE "10" TO STATUS-SEHATKUC.
           PERFORM 030-UMA-CATATAN THRU 030-99-FIM
               UNTIL STATUS-SEHATKUC = "10".
           CLOSE SEHATKUC.
      *----------------------------------------------------
       040-AVALIA.
           MOVE ZEROS TO WS-IDX.
           PERFORM 050-AVALIA-VAKSIN THRU 050-99-FIM 3 TIMES.
           MOVE LNK-CACING-BERIKUT TO WS-DATA-8.
           PERFORM 060-AVALIA-BERIKUT THRU 060-99-FIM.
           MOVE WS-STATUS-ITEM TO LNK-CACING-STATUS.
           MOVE LNK-CEK-BERIKUT TO WS-DATA-8.
           PERFORM 060-AVALIA-BERIKUT THRU 060-99-FIM.
           MOVE WS-STATUS-ITEM TO LNK-CEK-STATUS.
           GO TO 999-FIM.
      *----------------------------------------------------
       010-INICIA-VAKSIN.
           ADD 1 TO WS-IDX.
           MOVE JV-KODE (WS-IDX) TO LNK-VK-KODE (WS-IDX).
           MOVE ZEROS TO LNK-VK-TGL (WS-IDX) LNK-VK-BERIKUT (WS-IDX).
           MOVE SPACE TO LNK-VK-STATUS (WS-IDX).
           COMPUTE WS-DIAS = WS-DIAS-LAHIR + JV-UMUR (WS-IDX).
           MOVE ZEROS TO LNK-VK-WAJIB (WS-IDX).
           IF WS-DIAS-LAHIR = ZEROS
              GO TO 010-99-FIM.
           PERFORM 085-DIAS-DATA THRU 085-99-FIM.
           MOVE WS-DATA-8 TO LNK-VK-WAJIB (WS-IDX).
       010-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-UMA-CATATAN.
           READ SEHATKUC NEXT RECORD
               AT END
               MOVE "10" TO STATUS-SEHATKUC
               GO TO 030-99-FIM.
           IF SH-NOKUCING NOT = LNK-NOKUCING
              MOVE "10" TO STATUS-SEHATKUC
              GO TO 030-99-FIM.
           IF SH-TGL > LNK-TGL-REF
              GO TO 030-99-FIM.
           IF SH-OBAT-CACING
              MOVE SH-TGL TO LNK-CACING-TGL
              MOVE SH-TGL-BERIKUT TO LNK-CACING-BERIKUT
              GO TO 030-99-FIM.
           IF SH-CEK-DOKTER
              MOVE SH-TGL TO LNK-CEK-TGL
              MOVE SH-DOKTER TO LNK-CEK-DOKTER
              MOVE SH-TGL-BERIKUT TO LNK-CEK-BERIKUT
              GO TO 030-99-FIM.
           IF NOT SH-VAKSINASI
              GO TO 030-99-FIM.
           MOVE ZEROS TO WS-IDX.
       030-10-PROCURA.
           ADD 1 TO WS-IDX.
           IF WS-IDX > 3
              GO TO 030-99-FIM.
           IF JV-KODE (WS-IDX) NOT = SH-VAKSIN
              GO TO 030-10-PROCURA.
           MOVE SH-TGL TO LNK-VK-TGL (WS-IDX).
           MOVE SH-TGL-BERIKUT TO LNK-VK-BERIKUT (WS-IDX).
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-AVALIA-VAKSIN.
           ADD 1 TO WS-IDX.
           IF LNK-VK-TGL (WS-IDX) NOT = ZEROS
              GO TO 050-20-REFORCO.
           MOVE ZEROS TO WS-DIAS-WAJIB.
           IF WS-DIAS-LAHIR NOT = ZEROS
              COMPUTE WS-DIAS-WAJIB =
                  WS-DIAS-LAHIR + JV-UMUR (WS-IDX).
           IF WS-DIAS-WAJIB NOT > WS-DIAS-REF
              MOVE "F" TO LNK-VK-STATUS (WS-IDX)
              MOVE "N" TO LNK-RESULTADO
              ADD 1 TO LNK-QTD-PENDENTE
              GO TO 050-99-FIM.
           MOVE LNK-VK-WAJIB (WS-IDX) TO WS-DATA-8.
           PERFORM 070-GUARDA-BERIKUT THRU 070-99-FIM.
           IF WS-DIAS-WAJIB NOT > WS-DIAS-LIMITE
              MOVE "J" TO LNK-VK-STATUS (WS-IDX)
              ADD 1 TO LNK-QTD-PENDENTE
              GO TO 050-99-FIM.
           MOVE "B" TO LNK-VK-STATUS (WS-IDX).
           GO TO 050-99-FIM.
       050-20-REFORCO.
           MOVE LNK-VK-BERIKUT (WS-IDX) TO WS-DATA-8.
           PERFORM 060-AVALIA-BERIKUT THRU 060-99-FIM.
           MOVE WS-STATUS-ITEM TO LNK-VK-STATUS (WS-IDX).
           IF WS-STATUS-ITEM = "A"
              MOVE "N" TO LNK-RESULTADO.
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
       060-AVALIA-BERIKUT.
           MOVE SPACE TO WS-STATUS-ITEM.
           IF WS-DATA-8 = ZEROS
              GO TO 060-99-FIM.
           PERFORM 070-GUARDA-BERIKUT THRU 070-99-FIM.
           PERFORM 080-DATA-DIAS THRU 080-99-FIM.
           MOVE WS-DIAS TO WS-DIAS-BERIKUT.
           IF WS-DIAS-BERIKUT < WS-DIAS-REF
              MOVE "A" TO WS-STATUS-ITEM
              ADD 1 TO LNK-QTD-PENDENTE
              GO TO 060-99-FIM.
           IF WS-DIAS-BERIKUT NOT > WS-DIAS-LIMITE
              MOVE "J" TO WS-STATUS-ITEM
              ADD 1 TO LNK-QTD-PENDENTE.
       060-99-FIM.
           EXIT.
      *----------------------------------------------------
       070-GUARDA-BERIKUT.
           IF LNK-BERIKUT = ZEROS OR WS-DATA-8 < LNK-BERIKUT
              MOVE WS-DATA-8 TO LNK-BERIKUT.
       070-99-FIM.
           EXIT.
      *----------------------------------------------------
       080-DATA-DIAS.
           MOVE WS-DATA-8 (7:2) TO WS-DD-DIA.
           MOVE WS-DATA-8 (5:2) TO WS-DD-MES.
           MOVE WS-DATA-8 (1:4) TO WS-DD-ANO.
           MOVE "N" TO WS-FUNCAO-DIAS.
           CALL "DIASDATA" USING WS-DATA-DIAS WS-FUNCAO-DIAS WS-DIAS.
       080-99-FIM.
           EXIT.
      *----------------------------------------------------
       085-DIAS-DATA.
           MOVE "D" TO WS-FUNCAO-DIAS.
           CALL "DIASDATA" USING WS-DATA-DIAS WS-FUNCAO-DIAS WS-DIAS.
           MOVE WS-DD-ANO TO WS-DATA-8 (1:4).
           MOVE WS-DD-MES TO WS-DATA-8 (5:2).
           MOVE WS-DD-DIA TO WS-DATA-8 (7:2).
       085-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA SEHATVAL ---------***
