       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEKKRS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KRS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-KRS
               FILE STATUS IS ERR-KRS.
       DATA DIVISION.
       FILE SECTION.
       COPY "reckrs.cob".
       WORKING-STORAGE SECTION.
       77 ERR-KRS PIC XX.
       LINKAGE SECTION.
       01 LNK-NPM PIC X(8).
       01 LNK-PERIODE PIC X(6).
       01 LNK-KODE-MK PIC X(6).
       01 LNK-HASIL PIC X(1).
      *----------------------------------------------------
      * CONFERE SE O NPM ESTA INSCRITO (KRS.DAT) NA MATA
      * KULIAH NO PERIODE, ANTES DE LANCAR NILAI.
      * LNK-HASIL: S = INSCRITO, N = NAO INSCRITO,
      *            X = KRS.DAT INDISPONIVEL.
      *----------------------------------------------------
       PROCEDURE DIVISION USING LNK-NPM LNK-PERIODE LNK-KODE-MK
                                LNK-HASIL.
      *----------------------------------------------------
       001-INICIO.
           MOVE 'X' TO LNK-HASIL.
           OPEN INPUT KRS.
           IF ERR-KRS NOT = '00'
              GO TO 999-FIM.
           MOVE 'N' TO LNK-HASIL.
           MOVE LNK-NPM TO NPM-KRS.
           MOVE LNK-PERIODE TO PERIODE-KRS.
           MOVE LNK-KODE-MK TO MK-KRS.
           READ KRS KEY IS KUNCI-KRS
               INVALID KEY
               CLOSE KRS
               GO TO 999-FIM.
           MOVE 'S' TO LNK-HASIL.
           CLOSE KRS.
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA CEKKRS ---------***
