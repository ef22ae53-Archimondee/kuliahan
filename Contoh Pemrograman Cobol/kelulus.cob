               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-ABSEN
               FILE STATUS IS ERR-ABSEN.
           SELECT LULUS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-LULUS
               FILE STATUS IS ERR-LULUS.
           SELECT LAPORAN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-LAPORAN.
       COPY "recmhs.cob".
       COPY "recnilai.cob".
       COPY "recabsen.cob".
       COPY "reclulus.cob".
       FD  LAPORAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'KELULUS.TXT'.
       77 ERR PIC XX.
       77 ERR-NILAI PIC XX.
       77 ERR-ABSEN PIC XX.
       77 ERR-LULUS PIC XX.
       77 ERR-LAPORAN PIC XX.
       77 TAHUN-DIMINTA PIC 9(4).
       01 REGRAS-KELULUSAN.
           02 MOTIVO PIC X(30) VALUE SPACES.
       77 NPM-EXAME PIC X(8).
       77 KELAS-ATUAL PIC X(5) VALUE SPACES.
       77 PINJAM-HASIL PIC X.
       77 PINJAM-QTD PIC 9(2).
       01 TABELA-KELAS.
           02 QTD-KELAS PIC 9(2) COMP VALUE ZEROS.
           02 IDX-KELAS PIC 9(2) COMP VALUE ZEROS.
       77 WS-TOTAL-LULUS PIC 9(5) VALUE ZEROS.
       77 WS-TOTAL-TIDAK PIC 9(5) VALUE ZEROS.
       77 WS-TOTAL-BORDA PIC 9(5) VALUE ZEROS.
       77 WS-TOTAL-DITAHAN PIC 9(5) VALUE ZEROS.
       77 WS-LINHA-LAPORAN PIC X(90).
      *----------------------------------------------------
      * REGRAS PUBLICADAS: MEDIA MINIMA 55, NO MAXIMO 2
      * A LISTA SAI AGRUPADA POR KELAS: UMA PRIMEIRA PASSADA
      * COLETA AS KELAS DISTINTAS DO DATA.TXT E DEPOIS CADA
      * KELAS E APURADA POR INTEIRO, UMA SECAO POR KELAS.
      * O RESULTADO DE CADA ALUNO FICA GRAVADO NO LULUS.DAT
      * (NPM + TAHUN); RODAR DE NOVO O MESMO TAHUN REGRAVA.
      * O IJAZAHMST SO NUMERA IJAZAH PARA QUEM ESTA LULUS.
      * QUEM SERIA LULUS MAS TEM BUKU DA PERPUSTAKAAN NAO
      * DEVOLVIDO (CEKPINJ) FICA DITAHAN ATE A DEVOLUCAO;
      * DEPOIS BASTA RODAR DE NOVO O TAHUN.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
              CLOSE MHS
              CLOSE NILAI
              GO TO 999-FIM.
           OPEN I-O LULUS.
           IF ERR-LULUS = "35"
              OPEN OUTPUT LULUS
              CLOSE LULUS
              OPEN I-O LULUS.
           IF ERR-LULUS NOT = "00"
              DISPLAY "GAGAL MEMBUKA LULUS.DAT. STATUS=" ERR-LULUS
              CLOSE MHS
              CLOSE NILAI
              CLOSE ABSEN
              GO TO 999-FIM.
           OPEN OUTPUT LAPORAN.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "APURACAO DE KELULUSAN - TAHUN " TAHUN-DIMINTA
           IF IDX-KELAS > QTD-KELAS
              CLOSE NILAI
              CLOSE ABSEN
              CLOSE LULUS
              GO TO 900-IMPRIME-TOTAIS.
           MOVE KEL-KODE (IDX-KELAS) TO KELAS-ATUAL.
           MOVE ALL "-" TO WS-LINHA-LAPORAN.
              DISPLAY "GAGAL REABRIR DATA.TXT. STATUS=" ERR
              CLOSE NILAI
              CLOSE ABSEN
              CLOSE LULUS
              GO TO 900-IMPRIME-TOTAIS.
           PERFORM 020-PROCESSA-ALUNO THRU 020-99-FIM
               UNTIL ERR = "10".
           PERFORM 030-APURA-NOTAS THRU 030-99-FIM.
           PERFORM 040-APURA-FREQUENCIA THRU 040-99-FIM.
           PERFORM 050-APLICA-REGRAS THRU 050-99-FIM.
           PERFORM 055-CONFERE-PERPUS THRU 055-99-FIM.
           PERFORM 060-GRAVA-LULUS THRU 060-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "  " NPM-EXAME " " NAMA
                  " MEDIA " MEDIA-ANO
           ADD 1 TO WS-TOTAL-TIDAK.
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
       055-CONFERE-PERPUS.
           IF VEREDICTO NOT = "LULUS     "
              GO TO 055-99-FIM.
           CALL "CEKPINJ" USING NPM-EXAME PINJAM-HASIL PINJAM-QTD.
           IF PINJAM-HASIL = "N"
              GO TO 055-99-FIM.
           MOVE "DITAHAN   " TO VEREDICTO.
           IF PINJAM-HASIL = "X"
              MOVE "PINJAM.DAT INDISPONIVEL" TO MOTIVO
           ELSE
              MOVE "PINJAMAN PERPUSTAKAAN ABERTA" TO MOTIVO.
           SUBTRACT 1 FROM WS-TOTAL-LULUS.
           ADD 1 TO WS-TOTAL-DITAHAN.
       055-99-FIM.
           EXIT.
      *----------------------------------------------------
       060-GRAVA-LULUS.
           MOVE NPM-EXAME TO NPM-LULUS.
           MOVE TAHUN-DIMINTA TO TAHUN-LULUS.
           READ LULUS KEY IS KUNCI-LULUS
               INVALID KEY
               MOVE "23" TO ERR-LULUS.
           MOVE MEDIA-ANO TO MEDIA-LULUS.
           MOVE PCT-FREQ TO FREQ-LULUS.
           MOVE VEREDICTO TO VEREDICTO-LULUS.
           MOVE KELAS-ATUAL TO KELAS-LULUS.
           IF ERR-LULUS = "00"
              REWRITE REG-LULUS
                  INVALID KEY
                  DISPLAY "GAGAL REGRAVAR LULUS.DAT " NPM-EXAME
                          " STATUS=" ERR-LULUS
              END-REWRITE
           ELSE
              WRITE REG-LULUS
                  INVALID KEY
                  DISPLAY "GAGAL GRAVAR LULUS.DAT " NPM-EXAME
                          " STATUS=" ERR-LULUS
              END-WRITE.
           MOVE "00" TO ERR-LULUS.
       060-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-LAPORAN TO REG-LAPORAN.
                  " LULUS: " WS-TOTAL-LULUS
                  " PERBATASAN: " WS-TOTAL-BORDA
                  " TIDAK: " WS-TOTAL-TIDAK
                  " DITAHAN: " WS-TOTAL-DITAHAN
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE LAPORAN.
           DISPLAY "LULUS ................: " WS-TOTAL-LULUS.
           DISPLAY "PERBATASAN ...........: " WS-TOTAL-BORDA.
           DISPLAY "TIDAK LULUS ..........: " WS-TOTAL-TIDAK.
           DISPLAY "DITAHAN (PERPUSTAKAAN): " WS-TOTAL-DITAHAN.
           DISPLAY "RELATORIO GRAVADO EM KELULUS.TXT".
      *----------------------------------------------------
       999-FIM.
