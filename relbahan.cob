       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELBAHAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAHAN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KODE
               FILE STATUS IS STATUS-BAHAN.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-REL.
       DATA DIVISION.
       FILE SECTION.
       COPY "recbahan.cob".
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PAKAIBHN.TXT".
       01  REG-RELATORIO PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 STATUS-BAHAN PIC XX VALUE "00".
       77 STATUS-REL PIC XX VALUE "00".
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       77 CONFIRMA PIC X VALUE SPACE.
       77 WS-TOTAL-BAHAN PIC 9(3) VALUE ZEROS.
       77 WS-TOTAL-HITUNG PIC 9(3) VALUE ZEROS.
       77 WS-TOTAL-BOROS PIC 9(3) VALUE ZEROS.
       77 WS-TOTAL-TUTUP PIC 9(3) VALUE ZEROS.
       01 CALCULO-PAKAI.
           02 PAKAI-AKTUAL PIC S9(8) VALUE ZEROS.
           02 SELISIH-PAKAI PIC S9(8) VALUE ZEROS.
           02 PERSEN-SELISIH PIC S9(4)V9 VALUE ZEROS.
           02 AWAL-ED PIC Z(6)9.
           02 TERIMA-ED PIC Z(6)9.
           02 FISIK-ED PIC Z(6)9.
           02 TEORI-ED PIC Z(6)9.
           02 AKTUAL-ED PIC -(6)9.
           02 SELISIH-ED PIC -(6)9.
           02 PERSEN-ED PIC -(3)9.9.
       77 WS-LINHA-REL PIC X(80).
      *----------------------------------------------------
      * PEMAKAIAN BAHAN TEORI X AKTUAL (MAKANAN). PARA CADA
      * BAHAN DO BAHAN.DAT COM HITUNG FISIK APROVADO NO
      * RELOPNAM: AKTUAL = STOK AWAL DO PERIODE + TERIMA -
      * FISIK; TEORI = SOMA DAS VENDAS X RESEP (BAIXADA PELO
      * MAKANAN, DEVOLVIDA NOS BATAL). SELISIH POSITIVO E
      * DESPERDICIO. LISTA TUDO EM PAKAIBHN.TXT E, SE
      * CONFIRMADO, FECHA O PERIODE DOS BAHAN CONTADOS: O
      * FISIK PASSA A SER O AWAL DO PROXIMO PERIODE (O STOK
      * JA FOI AJUSTADO NA APROVACAO DO RELOPNAM).
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** PEMAKAIAN BAHAN - TEORI X AKTUAL ***".
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           OPEN I-O BAHAN.
           IF STATUS-BAHAN NOT = "00"
              DISPLAY "SEM BAHAN.DAT. STATUS=" STATUS-BAHAN
              DISPLAY "CADASTRE OS BAHAN PELO BAHANMST."
              GO TO 999-FIM.
           OPEN OUTPUT RELATORIO.
           MOVE ALL "=" TO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "PEMAKAIAN BAHAN TEORI X AKTUAL - DATA "
                  TGL-HARI-INI
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "=" TO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "KOD NAMA                    AWAL  TERIMA   FISIK "
                  " AKTUAL   TEORI SELISIH      %"
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
      *----------------------------------------------------
       010-LISTA-BAHAN.
           MOVE ZEROS TO BH-KODE.
           START BAHAN KEY IS NOT LESS THAN BH-KODE
               INVALID KEY
               MOVE "10" TO STATUS-BAHAN.
           PERFORM 020-LINHA-BAHAN THRU 020-99-FIM
               UNTIL STATUS-BAHAN = "10".
           MOVE ALL "=" TO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-REL.
           STRING "BAHAN: " WS-TOTAL-BAHAN
                  " DIHITUNG: " WS-TOTAL-HITUNG
                  " SELISIH POSITIF (BOROS): " WS-TOTAL-BOROS
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           DISPLAY "BAHAN ..............: " WS-TOTAL-BAHAN.
           DISPLAY "DIHITUNG FISIK .....: " WS-TOTAL-HITUNG.
           DISPLAY "SELISIH POSITIF ....: " WS-TOTAL-BOROS.
           DISPLAY "LAPORAN DI PAKAIBHN.TXT".
           IF WS-TOTAL-HITUNG = ZEROS
              GO TO 900-ENCERRA.
           DISPLAY "TUTUP PERIODE BAHAN YANG DIHITUNG [S/N] ? ".
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO 900-ENCERRA.
           MOVE "00" TO STATUS-BAHAN.
           MOVE ZEROS TO BH-KODE.
           START BAHAN KEY IS NOT LESS THAN BH-KODE
               INVALID KEY
               MOVE "10" TO STATUS-BAHAN.
           PERFORM 050-TUTUP-PERIODE THRU 050-99-FIM
               UNTIL STATUS-BAHAN = "10".
           DISPLAY "PERIODE DITUTUP ....: " WS-TOTAL-TUTUP.
           GO TO 900-ENCERRA.
      *----------------------------------------------------
       020-LINHA-BAHAN.
           READ BAHAN NEXT RECORD
               AT END
               MOVE "10" TO STATUS-BAHAN
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-BAHAN.
           MOVE BH-AWAL TO AWAL-ED.
           MOVE BH-TERIMA TO TERIMA-ED.
           MOVE BH-TEORI TO TEORI-ED.
           IF NOT BH-SUDAH-HITUNG
              GO TO 020-10-SEM-HITUNG.
           ADD 1 TO WS-TOTAL-HITUNG.
           COMPUTE PAKAI-AKTUAL = BH-AWAL + BH-TERIMA - BH-FISIK.
           COMPUTE SELISIH-PAKAI = PAKAI-AKTUAL - BH-TEORI.
           MOVE ZEROS TO PERSEN-SELISIH.
           IF BH-TEORI > ZEROS
              COMPUTE PERSEN-SELISIH ROUNDED =
                  SELISIH-PAKAI * 100 / BH-TEORI.
           IF SELISIH-PAKAI > ZEROS
              ADD 1 TO WS-TOTAL-BOROS.
           MOVE BH-FISIK TO FISIK-ED.
           MOVE PAKAI-AKTUAL TO AKTUAL-ED.
           MOVE SELISIH-PAKAI TO SELISIH-ED.
           MOVE PERSEN-SELISIH TO PERSEN-ED.
           MOVE SPACES TO WS-LINHA-REL.
           STRING BH-KODE " " BH-NAMA " " AWAL-ED " " TERIMA-ED
                  " " FISIK-ED " " AKTUAL-ED " " TEORI-ED " "
                  SELISIH-ED " " PERSEN-ED
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           GO TO 020-99-FIM.
       020-10-SEM-HITUNG.
           MOVE SPACES TO WS-LINHA-REL.
           STRING BH-KODE " " BH-NAMA " " AWAL-ED " " TERIMA-ED
                  "  BELUM DIHITUNG" " " TEORI-ED
               DELIMITED BY SIZE INTO WS-LINHA-REL.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-TUTUP-PERIODE.
           READ BAHAN NEXT RECORD
               AT END
               MOVE "10" TO STATUS-BAHAN
               GO TO 050-99-FIM.
           IF NOT BH-SUDAH-HITUNG
              GO TO 050-99-FIM.
           MOVE BH-FISIK TO BH-AWAL.
           MOVE ZEROS TO BH-TERIMA BH-TEORI BH-FISIK.
           MOVE "N" TO BH-DIHITUNG.
           MOVE TGL-HARI-INI TO BH-TGL-AWAL.
           REWRITE REG-BAHAN.
           ADD 1 TO WS-TOTAL-TUTUP.
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
           CLOSE BAHAN.
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA RELBAHAN ---------***
