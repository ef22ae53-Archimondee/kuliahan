               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOKUCING
               FILE STATUS IS STATUS-KUCING.
           SELECT KONSKUC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KS-NOKUCING
               FILE STATUS IS STATUS-KONSKUC.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       COPY "reckucin.cob".
       COPY "reckonsi.cob".
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MARGKUC.TXT".
       WORKING-STORAGE SECTION.
       77 STATUS-KUCING PIC X(02) VALUE "00".
       77 STATUS-RELATORIO PIC X(02) VALUE "00".
       77 STATUS-KONSKUC PIC X(02) VALUE "00".
       77 TEM-KONSKUC PIC X(01) VALUE "N".
       77 CUSTO-ANIMAL PIC 9(8) VALUE ZEROS.
       77 WS-MARCA-KONS PIC X(5) VALUE SPACES.
       77 BULAN-DIMINTA PIC 9(6) VALUE ZEROS.
       77 WS-TOTAL-VENDIDOS PIC 9(4) VALUE ZEROS.
       01 PRECOS-VENDA.
      * NOTAS DE NOTAKUCING.TXT, PRECO DE TABELA POR RACA
      * CONTRA O CUSTO DE AQUISICAO DE CADA ANIMAL. O TOTAL
      * DE RECEITA FECHA COM O CAIXA KUCING DO KONSOL.
      * KUCING EM KONSINYASI (KONSKUC.DAT) NAO TEM HARGA
      * BELI: O CUSTO E O HUTANG AO PETERNAK DAQUELA VENDA E
      * A MARGEM E A KOMISI DO TOKO (MARCADOS "KONS").
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
           IF STATUS-KUCING NOT = "00"
              DISPLAY "SEM KUCING.DAT. STATUS=" STATUS-KUCING
              GO TO 999-FIM.
           OPEN INPUT KONSKUC.
           IF STATUS-KONSKUC = "00"
              MOVE "S" TO TEM-KONSKUC.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA.
           STRING "MARGEM DE VENDAS - BULAN " BULAN-DIMINTA
           PERFORM 020-PROCESSA-KUCING THRU 020-99-FIM
               UNTIL STATUS-KUCING = "10".
           CLOSE KUCING.
           IF TEM-KONSKUC = "S"
              CLOSE KONSKUC.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-PROCESSA-KUCING.
              GO TO 020-99-FIM.
           IF RACA-KUCING < 1 OR RACA-KUCING > 3
              GO TO 020-99-FIM.
           PERFORM 030-CUSTO-KUCING THRU 030-99-FIM.
           ADD 1 TO WS-TOTAL-VENDIDOS.
           ADD 1 TO QTD-RC (RACA-KUCING).
           ADD PRECO-RACA (RACA-KUCING) TO RECEITA-RC (RACA-KUCING).
           ADD CUSTO-ANIMAL TO CUSTO-RC (RACA-KUCING).
           ADD PRECO-RACA (RACA-KUCING) TO RECEITA-GER.
           ADD CUSTO-ANIMAL TO CUSTO-GER.
           COMPUTE MARGEM-ANIMAL =
               PRECO-RACA (RACA-KUCING) - CUSTO-ANIMAL.
           MOVE MARGEM-ANIMAL TO WS-MARGEM-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "KUCING " NOKUCING
                  " " NOME-RACA (RACA-KUCING)
                  " NOTA:" NOTA-VENDA-KUCING
                  " CUSTO:" CUSTO-ANIMAL
                  " MARGEM:" WS-MARGEM-ED
                  " " WS-MARCA-KONS
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-CUSTO-KUCING.
           MOVE HARGA-BELI-KUCING TO CUSTO-ANIMAL.
           MOVE SPACES TO WS-MARCA-KONS.
           IF TEM-KONSKUC NOT = "S"
              GO TO 030-99-FIM.
           MOVE NOKUCING TO KS-NOKUCING.
           READ KONSKUC
               INVALID KEY
               GO TO 030-99-FIM.
           IF NOT KS-TERJUAL OR KS-NOTA NOT = NOTA-VENDA-KUCING
              GO TO 030-99-FIM.
           MOVE KS-HUTANG TO CUSTO-ANIMAL.
           MOVE "KONS" TO WS-MARCA-KONS.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA TO REG-RELATORIO.
