       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEKPINJ.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PINJAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KODE-BUKU-PINJAM
               FILE STATUS IS ERR-PINJAM.
       DATA DIVISION.
       FILE SECTION.
       COPY "recpinj.cob".
       WORKING-STORAGE SECTION.
       77 ERR-PINJAM PIC XX.
       LINKAGE SECTION.
       01 LNK-NPM PIC X(8).
       01 LNK-HASIL PIC X(1).
       01 LNK-QTD PIC 9(2).
      *----------------------------------------------------
      * CONFERE SE O NPM TEM BUKU DA PERPUSTAKAAN AINDA NAO
      * DEVOLVIDO (PINJAM.DAT), ANTES DE PENARIKAN OU DA
      * KELULUSAN. O PINJAM.DAT E CHAVEADO PELO EXEMPLAR,
      * POR ISSO E LIDO POR INTEIRO.
      * LNK-HASIL: S = TEM PINJAMAN (LNK-QTD = QUANTOS),
      *            N = SEM PINJAMAN (OU SEM PINJAM.DAT),
      *            X = PINJAM.DAT INDISPONIVEL.
      *----------------------------------------------------
       PROCEDURE DIVISION USING LNK-NPM LNK-HASIL LNK-QTD.
      *----------------------------------------------------
       001-INICIO.
           MOVE 'N' TO LNK-HASIL.
           MOVE ZEROS TO LNK-QTD.
           OPEN INPUT PINJAM.
           IF ERR-PINJAM = '35'
              GO TO 999-FIM.
           IF ERR-PINJAM NOT = '00'
              MOVE 'X' TO LNK-HASIL
              GO TO 999-FIM.
           PERFORM 010-CONTA-PINJAM THRU 010-99-FIM
               UNTIL ERR-PINJAM = '10'.
           CLOSE PINJAM.
           IF LNK-QTD > ZEROS
              MOVE 'S' TO LNK-HASIL.
           GO TO 999-FIM.
      *----------------------------------------------------
       010-CONTA-PINJAM.
           READ PINJAM NEXT RECORD
               AT END
               MOVE '10' TO ERR-PINJAM
               GO TO 010-99-FIM.
           IF NPM-PINJAM = LNK-NPM
              ADD 1 TO LNK-QTD.
       010-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA CEKPINJ ---------***
