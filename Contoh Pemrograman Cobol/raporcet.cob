               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-ABSEN
               FILE STATUS IS ERR-ABSEN.
           SELECT NILHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-NILHIST
               FILE STATUS IS ERR-NILHIST.
           SELECT ABSHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-ABSHIST
               FILE STATUS IS ERR-ABSHIST.
           SELECT PRDCTL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERR-CTL.
           SELECT MATKUL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       COPY "recmhs.cob".
       COPY "recnilai.cob".
       COPY "recabsen.cob".
       COPY "recnlhst.cob".
       COPY "recabhst.cob".
       COPY "recprctl.cob".
       COPY "recmk.cob".
       COPY "reckelas.cob".
       COPY "recguru.cob".
       77 ERR-KELAS PIC XX.
       77 ERR-GURU PIC XX.
       77 ERR-RAPOR PIC XX.
       77 ERR-NILHIST PIC XX.
       77 ERR-ABSHIST PIC XX.
       77 ERR-CTL PIC XX.
       77 TEM-MATKUL PIC X VALUE 'N'.
       77 USA-HISTORICO PIC X VALUE 'N'.
       77 PERIODE-DIMINTA PIC X(6).
       77 KELAS-DIMINTA PIC X(5).
       77 WS-NOME-WALI PIC X(25) VALUE SPACES.
           IF ERR NOT = "00"
              DISPLAY "GAGAL MEMBUKA DATA.TXT. STATUS=" ERR
              GO TO 999-FIM.
           PERFORM 002-VERIFICA-HISTORICO THRU 002-99-FIM.
           IF USA-HISTORICO = "S"
              OPEN INPUT NILHIST
              MOVE ERR-NILHIST TO ERR-NILAI
              OPEN INPUT ABSHIST
              MOVE ERR-ABSHIST TO ERR-ABSEN
           ELSE
              OPEN INPUT NILAI
              OPEN INPUT ABSEN.
           IF ERR-NILAI NOT = "00"
              DISPLAY "GAGAL MEMBUKA NILAI. STATUS=" ERR-NILAI
              CLOSE MHS
              GO TO 999-FIM.
           OPEN INPUT MATKUL.
           IF ERR-MATKUL = "00"
              MOVE "S" TO TEM-MATKUL.
           PERFORM 100-CETAK-PAGINA THRU 100-99-FIM
               VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-QTD-ALUNOS.
           IF USA-HISTORICO = "S"
              CLOSE NILHIST
              CLOSE ABSHIST
           ELSE
              CLOSE NILAI
              CLOSE ABSEN.
           IF TEM-MATKUL = "S"
              CLOSE MATKUL.
           CLOSE RAPOR.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
      * PERIODE DE TAHUN JA FECHADO (PERIODE.CTL) E LIDO DO
      * NILHIST.DAT E DO ABSHIST.DAT EM VEZ DOS ARQUIVOS VIVOS.
      *----------------------------------------------------
       002-VERIFICA-HISTORICO.
           MOVE ZEROS TO CTL-TAHUN-FECHADO.
           OPEN INPUT PRDCTL.
           IF ERR-CTL NOT = "00"
              GO TO 002-99-FIM.
           READ PRDCTL
               AT END
               MOVE ZEROS TO CTL-TAHUN-FECHADO.
           CLOSE PRDCTL.
           IF CTL-TAHUN-FECHADO NOT NUMERIC
              OR CTL-TAHUN-FECHADO = ZEROS
              GO TO 002-99-FIM.
           IF PERIODE-DIMINTA (1:4) NOT > CTL-TAHUN-FECHADO
              MOVE "S" TO USA-HISTORICO
              DISPLAY "TAHUN FECHADO - LENDO O HISTORICO.".
       002-99-FIM.
           EXIT.
      *----------------------------------------------------
       005-BUSCA-WALI.
           MOVE "(SEM WALI ATRIBUIDO)" TO WS-NOME-WALI.
           MOVE NPM-EXAME TO NPM-NILAI.
           MOVE PERIODE-DIMINTA TO PERIODE-NILAI.
           MOVE SPACES TO MK-NILAI.
           PERFORM 040-POSICIONA-NILAI THRU 040-99-FIM.
           IF ERR-NILAI NOT = "10"
              MOVE "00" TO ERR-NILAI
              PERFORM 031-SOMA-NOTA THRU 031-99-FIM
           EXIT.
      *----------------------------------------------------
       031-SOMA-NOTA.
           PERFORM 041-LE-NILAI THRU 041-99-FIM.
           IF ERR-NILAI = "10"
              GO TO 031-99-FIM.
           IF NPM-NILAI NOT = NPM-EXAME OR
              PERIODE-NILAI NOT = PERIODE-DIMINTA
              MOVE "10" TO ERR-NILAI
           ADD 1 TO QTD-NOTAS.
       031-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-POSICIONA-NILAI.
           IF USA-HISTORICO = "S"
              GO TO 040-01-POSICIONA-HISTORICO.
           START NILAI KEY IS NOT LESS THAN KUNCI-NILAI
               INVALID KEY
               MOVE "10" TO ERR-NILAI.
           GO TO 040-99-FIM.
       040-01-POSICIONA-HISTORICO.
           MOVE KUNCI-NILAI TO KUNCI-NILHIST.
           START NILHIST KEY IS NOT LESS THAN KUNCI-NILHIST
               INVALID KEY
               MOVE "10" TO ERR-NILAI.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       041-LE-NILAI.
           IF USA-HISTORICO = "S"
              GO TO 041-01-LE-HISTORICO.
           READ NILAI NEXT RECORD
               AT END
               MOVE "10" TO ERR-NILAI.
           GO TO 041-99-FIM.
       041-01-LE-HISTORICO.
           READ NILHIST NEXT RECORD
               AT END
               MOVE "10" TO ERR-NILAI
               GO TO 041-99-FIM.
           MOVE DADOS-NILHIST TO REG-NILAI.
       041-99-FIM.
           EXIT.
      *----------------------------------------------------
       045-POSICIONA-ABSEN.
           IF USA-HISTORICO = "S"
              GO TO 045-01-POSICIONA-HISTORICO.
           START ABSEN KEY IS NOT LESS THAN KUNCI-ABSEN
               INVALID KEY
               MOVE "10" TO ERR-ABSEN.
           GO TO 045-99-FIM.
       045-01-POSICIONA-HISTORICO.
           MOVE KUNCI-ABSEN TO KUNCI-ABSHIST.
           START ABSHIST KEY IS NOT LESS THAN KUNCI-ABSHIST
               INVALID KEY
               MOVE "10" TO ERR-ABSEN.
       045-99-FIM.
           EXIT.
      *----------------------------------------------------
       046-LE-ABSEN.
           IF USA-HISTORICO = "S"
              GO TO 046-01-LE-HISTORICO.
           READ ABSEN NEXT RECORD
               AT END
               MOVE "10" TO ERR-ABSEN.
           GO TO 046-99-FIM.
       046-01-LE-HISTORICO.
           READ ABSHIST NEXT RECORD
               AT END
               MOVE "10" TO ERR-ABSEN
               GO TO 046-99-FIM.
           MOVE DADOS-ABSHIST TO REG-ABSEN.
       046-99-FIM.
           EXIT.
      *----------------------------------------------------
       100-CETAK-PAGINA.
           ADD 1 TO WS-TOTAL-PAGINAS.
           MOVE NPM-EXAME TO NPM-NILAI.
           MOVE PERIODE-DIMINTA TO PERIODE-NILAI.
           MOVE SPACES TO MK-NILAI.
           PERFORM 040-POSICIONA-NILAI THRU 040-99-FIM.
           IF ERR-NILAI NOT = "10"
              MOVE "00" TO ERR-NILAI
              PERFORM 111-CETAK-NOTA THRU 111-99-FIM
           EXIT.
      *----------------------------------------------------
       111-CETAK-NOTA.
           PERFORM 041-LE-NILAI THRU 041-99-FIM.
           IF ERR-NILAI = "10"
              GO TO 111-99-FIM.
           IF NPM-NILAI NOT = NPM-EXAME OR
              PERIODE-NILAI NOT = PERIODE-DIMINTA
              MOVE "10" TO ERR-NILAI
              GO TO 120-05-IMPRIME.
           MOVE NPM-EXAME TO NPM-ABSEN.
           MOVE ZEROS TO TGL-ABSEN.
           PERFORM 045-POSICIONA-ABSEN THRU 045-99-FIM.
           IF ERR-ABSEN NOT = "10"
              MOVE "00" TO ERR-ABSEN
              PERFORM 121-CONTA-ABSEN THRU 121-99-FIM
           EXIT.
      *----------------------------------------------------
       121-CONTA-ABSEN.
           PERFORM 046-LE-ABSEN THRU 046-99-FIM.
           IF ERR-ABSEN = "10"
              GO TO 121-99-FIM.
           IF NPM-ABSEN NOT = NPM-EXAME
              MOVE "10" TO ERR-ABSEN
              GO TO 121-99-FIM.
