       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERINGATDINI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KELASMASTER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KODE-KELAS
               FILE STATUS IS ERR-KELAS.
           SELECT GURU ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOGURU
               FILE STATUS IS ERR-GURU.
           SELECT MHS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NPM
               FILE STATUS IS ERR.
           SELECT NILAI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-NILAI
               FILE STATUS IS ERR-NILAI.
           SELECT NILHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-NILHIST
               FILE STATUS IS ERR-NILHIST.
           SELECT ABSEN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-ABSEN
               FILE STATUS IS ERR-ABSEN.
           SELECT PANTAU ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-PANTAU
               FILE STATUS IS ERR-PANTAU.
           SELECT LAPORAN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-LAPORAN.
       DATA DIVISION.
       FILE SECTION.
       COPY "reckelas.cob".
       COPY "recguru.cob".
       COPY "recmhs.cob".
       COPY "recnilai.cob".
       COPY "recnlhst.cob".
       COPY "recabsen.cob".
       COPY "recpant.cob".
       FD  LAPORAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PERINGAT.TXT'.
       01  REG-LAPORAN PIC X(130).
      *
       WORKING-STORAGE SECTION.
       77 ERR PIC XX.
       77 ERR-KELAS PIC XX.
       77 ERR-GURU PIC XX.
       77 ERR-NILAI PIC XX.
       77 ERR-NILHIST PIC XX.
       77 ERR-ABSEN PIC XX.
       77 ERR-PANTAU PIC XX.
       77 ERR-LAPORAN PIC XX.
       77 TEM-GURU PIC X VALUE 'N'.
       77 TEM-ABSEN PIC X VALUE 'N'.
       77 TEM-NILHIST PIC X VALUE 'N'.
       77 TEM-PANTAU-LALU PIC X VALUE 'N'.
       77 PERIODE-DIMINTA PIC X(6).
       77 PERIODE-LALU PIC X(6).
       77 PERIODE-INFORMADO PIC X(6).
       77 TAHUN-PERIODE PIC 9(4).
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       77 NPM-EXAME PIC X(8).
       77 WS-NAMA-WALI PIC X(25).
       01 REGRAS-PERINGATAN.
           02 NOTA-MINIMA PIC 9(3) VALUE 55.
           02 MIN-GAGAL PIC 9(2) VALUE 2.
           02 MARGEM-QUEDA PIC 9(3) VALUE 15.
           02 PCT-ABSEN-ALTA PIC 9(3) VALUE 20.
       01 APURACAO-ALUNO.
           02 SOMA-UTS PIC 9(6) VALUE ZEROS.
           02 QTD-UTS PIC 9(3) VALUE ZEROS.
           02 QTD-GAGAL PIC 9(2) VALUE ZEROS.
           02 RATA-UTS PIC 9(3) VALUE ZEROS.
           02 SOMA-LALU PIC 9(6) VALUE ZEROS.
           02 QTD-LALU PIC 9(3) VALUE ZEROS.
           02 RATA-LALU PIC 9(3) VALUE ZEROS.
           02 QTD-HADIR PIC 9(3) VALUE ZEROS.
           02 QTD-ABSEN PIC 9(3) VALUE ZEROS.
           02 QTD-TELAT PIC 9(3) VALUE ZEROS.
           02 QTD-DIAS PIC 9(3) VALUE ZEROS.
           02 PCT-ABSEN PIC 9(3) VALUE ZEROS.
           02 QTD-CRITERIOS PIC 9(1) VALUE ZEROS.
           02 PRIORIDADE PIC 9(1) VALUE ZEROS.
           02 WS-KRITERIA.
               03 WS-KRIT-GAGAL PIC X.
               03 WS-KRIT-TURUN PIC X.
               03 WS-KRIT-ABSEN PIC X.
           02 WS-KRIT-TEXTO PIC X(3).
       01 PANTAU-LALU.
           02 LALU-PRIORITAS PIC 9.
           02 LALU-RATA-UTS PIC 9(3).
           02 LALU-TINDAKAN PIC X(40).
       77 WS-EVOLUCAO PIC X(13).
       01 TABELA-ALERTA.
           02 QTD-REG PIC 9(3) COMP VALUE ZEROS.
           02 REG-OCORRENCIA OCCURS 200 TIMES.
               03 TAB-CHAVE PIC 9(6).
               03 TAB-TEXTO PIC X(60).
               03 TAB-SEGUE PIC X(95).
       01 TROCA-REGISTRO.
           02 TRC-CHAVE PIC 9(6).
           02 TRC-TEXTO PIC X(60).
           02 TRC-SEGUE PIC X(95).
       77 IDX-REG PIC 9(3) COMP VALUE ZEROS.
       77 IDX-REG-2 PIC 9(3) COMP VALUE ZEROS.
       77 TROCOU PIC X VALUE 'N'.
       01 TOTAIS-KELAS.
           02 WS-KLS-ALUNOS PIC 9(4) VALUE ZEROS.
           02 WS-KLS-ALERTA PIC 9(4) VALUE ZEROS.
           02 WS-KLS-MEMBAIK PIC 9(4) VALUE ZEROS.
       77 WS-TOTAL-KELAS PIC 9(4) VALUE ZEROS.
       77 WS-TOTAL-ALUNOS PIC 9(5) VALUE ZEROS.
       77 WS-TOTAL-TINGGI PIC 9(5) VALUE ZEROS.
       77 WS-TOTAL-SEDANG PIC 9(5) VALUE ZEROS.
       77 WS-TOTAL-RENDAH PIC 9(5) VALUE ZEROS.
       77 WS-TOTAL-MEMBAIK PIC 9(5) VALUE ZEROS.
       77 WS-LINHA-LAPORAN PIC X(130).
      *----------------------------------------------------
      * PERINGATAN DINI DO MEIO DO SEMESTRE, RODADO DEPOIS
      * DO LANCAMENTO DAS UTS NO NILAI.DAT. SO CONTAM AS
      * MATA KULIAH COM UTS LANCADA (UTS-NILAI > ZERO).
      * CRITERIOS (G/T/A NA LISTA):
      *   G = UTS ABAIXO DE 55 EM 2 OU MAIS MATA KULIAH;
      *   T = RATA UTS CAIU 15 PONTOS OU MAIS SOBRE A RATA
      *       FINAL (HASIL) DO PERIODE ANTERIOR (NILHIST.DAT
      *       SE O ANO JA FOI FECHADO PELO TUTUPTHN);
      *   A = UTS ABAIXO DE 55 E FALTAS (ABSEN.DAT, NO
      *       TAHUN DO PERIODE) EM 20% OU MAIS DOS DIAS.
      * PRIORIDADE: 1 = DOIS OU MAIS CRITERIOS, 2 = G OU A,
      * 3 = SO T. A LISTA SAI POR KELAS PARA O WALI KELAS,
      * EM ORDEM DE PRIORIDADE. CADA ALERTA FICA NO
      * PANTAU.DAT (NPM + PERIODE), ONDE O KONSELOR REGISTRA
      * A TINDAKAN (PANTAUMST); SE O NPM FOI ALERTADO NO
      * PERIODE ANTERIOR, A LISTA MOSTRA A TINDAKAN E SE A
      * RATA UTS MELHOROU. QUEM SAIU DA LISTA APARECE NO FIM
      * DA KELAS COMO MEMBAIK.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** PERINGATAN DINI AKADEMIK (UTS) ***".
           DISPLAY "PERIODE AKADEMIK (EX: 20261) : ".
           ACCEPT PERIODE-DIMINTA.
           IF PERIODE-DIMINTA = SPACES
              GO TO 001-INICIO.
           IF PERIODE-DIMINTA (1:4) NOT NUMERIC
              DISPLAY "PERIODE INVALIDO."
              GO TO 001-INICIO.
           MOVE PERIODE-DIMINTA (1:4) TO TAHUN-PERIODE.
           MOVE PERIODE-DIMINTA TO PERIODE-LALU.
           IF PERIODE-DIMINTA (5:1) = "2"
              MOVE "1" TO PERIODE-LALU (5:1)
           ELSE
              SUBTRACT 1 FROM TAHUN-PERIODE
              MOVE TAHUN-PERIODE TO PERIODE-LALU (1:4)
              MOVE "2" TO PERIODE-LALU (5:1)
              ADD 1 TO TAHUN-PERIODE.
           DISPLAY "PERIODE ANTERIOR (ENTER = " PERIODE-LALU ") : ".
           MOVE SPACES TO PERIODE-INFORMADO.
           ACCEPT PERIODE-INFORMADO.
           IF PERIODE-INFORMADO NOT = SPACES
              MOVE PERIODE-INFORMADO TO PERIODE-LALU.
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           OPEN INPUT KELASMASTER.
           IF ERR-KELAS NOT = "00"
              DISPLAY "GAGAL MEMBUKA KELAS.DAT. STATUS=" ERR-KELAS
              GO TO 999-FIM.
           OPEN INPUT NILAI.
           IF ERR-NILAI NOT = "00"
              DISPLAY "GAGAL MEMBUKA NILAI.DAT. STATUS=" ERR-NILAI
              CLOSE KELASMASTER
              GO TO 999-FIM.
           OPEN I-O PANTAU.
           IF ERR-PANTAU = "35"
              OPEN OUTPUT PANTAU
              CLOSE PANTAU
              OPEN I-O PANTAU.
           IF ERR-PANTAU NOT = "00"
              DISPLAY "GAGAL MEMBUKA PANTAU.DAT. STATUS=" ERR-PANTAU
              CLOSE KELASMASTER
              CLOSE NILAI
              GO TO 999-FIM.
           OPEN INPUT ABSEN.
           IF ERR-ABSEN = "00"
              MOVE "S" TO TEM-ABSEN.
           OPEN INPUT NILHIST.
           IF ERR-NILHIST = "00"
              MOVE "S" TO TEM-NILHIST.
           OPEN INPUT GURU.
           IF ERR-GURU = "00"
              MOVE "S" TO TEM-GURU.
           OPEN OUTPUT LAPORAN.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "PERINGATAN DINI AKADEMIK - PERIODE " PERIODE-DIMINTA
                  " (ANTERIOR " PERIODE-LALU ")  TANGGAL " TGL-HARI-INI
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "KRITERIA: G = UTS < 55 EM 2+ MK  T = TURUN 15+"
               TO WS-LINHA-LAPORAN.
           MOVE "DO PERIODE ANTERIOR  A = UTS < 55 COM ABSEN 20%+"
               TO WS-LINHA-LAPORAN (48:50).
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
      *----------------------------------------------------
       010-LE-KELAS.
           PERFORM 020-PROCESSA-KELAS THRU 020-99-FIM
               UNTIL ERR-KELAS = "10".
           CLOSE KELASMASTER.
           CLOSE NILAI.
           CLOSE PANTAU.
           IF TEM-ABSEN = "S"
              CLOSE ABSEN.
           IF TEM-NILHIST = "S"
              CLOSE NILHIST.
           IF TEM-GURU = "S"
              CLOSE GURU.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-PROCESSA-KELAS.
           READ KELASMASTER NEXT RECORD
               AT END
               MOVE "10" TO ERR-KELAS
               GO TO 020-99-FIM.
           ADD 1 TO WS-TOTAL-KELAS.
           MOVE ZEROS TO WS-KLS-ALUNOS.
           MOVE ZEROS TO WS-KLS-ALERTA.
           MOVE ZEROS TO WS-KLS-MEMBAIK.
           MOVE ZEROS TO QTD-REG.
           OPEN INPUT MHS.
           IF ERR NOT = "00"
              DISPLAY "GAGAL MEMBUKA DATA.TXT. STATUS=" ERR
              MOVE "10" TO ERR-KELAS
              GO TO 020-99-FIM.
           PERFORM 030-PROCESSA-ALUNO THRU 030-99-FIM
               UNTIL ERR = "10".
           CLOSE MHS.
           PERFORM 060-ORDENA THRU 060-99-FIM.
           MOVE "(SEM WALI KELAS)" TO WS-NAMA-WALI.
           IF TEM-GURU = "S" AND WALI-KELAS > ZEROS
              MOVE WALI-KELAS TO NOGURU
              READ GURU KEY IS NOGURU
                  NOT INVALID KEY
                  MOVE NAMA-GURU TO WS-NAMA-WALI.
           MOVE ALL "-" TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "KELAS " KODE-KELAS " " NAMA-KELAS
                  " WALI: " WS-NAMA-WALI
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "P NPM      NAMA                      GGL UTS LLU"
               TO WS-LINHA-LAPORAN.
           MOVE "ABS% KRT" TO WS-LINHA-LAPORAN (49:8).
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           PERFORM 070-LISTA THRU 070-99-FIM
               VARYING IDX-REG FROM 1 BY 1
               UNTIL IDX-REG > QTD-REG.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "  SISWA AVALIADOS: " WS-KLS-ALUNOS
                  " DENGAN PERINGATAN: " WS-KLS-ALERTA
                  " MEMBAIK: " WS-KLS-MEMBAIK
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-PROCESSA-ALUNO.
           READ MHS NEXT RECORD
               AT END
               MOVE "10" TO ERR
               GO TO 030-99-FIM.
           IF MHS-KELUAR
              GO TO 030-99-FIM.
           IF KELAS NOT = KODE-KELAS
              GO TO 030-99-FIM.
           MOVE NPM TO NPM-EXAME.
           PERFORM 040-APURA-UTS THRU 040-99-FIM.
           IF QTD-UTS = ZEROS
              GO TO 030-99-FIM.
           ADD 1 TO WS-KLS-ALUNOS.
           ADD 1 TO WS-TOTAL-ALUNOS.
           PERFORM 045-APURA-LALU THRU 045-99-FIM.
           PERFORM 050-APURA-ABSEN THRU 050-99-FIM.
           PERFORM 055-CLASSIFICA THRU 055-99-FIM.
           PERFORM 057-LE-PANTAU-LALU THRU 057-99-FIM.
           IF PRIORIDADE = ZEROS AND TEM-PANTAU-LALU NOT = "S"
              GO TO 030-99-FIM.
           IF QTD-REG NOT < 200
              DISPLAY "TABELA DA KELAS CHEIA (200) - "
                      NPM-EXAME " NAO LISTADO."
              GO TO 030-99-FIM.
           ADD 1 TO QTD-REG.
           MOVE SPACES TO TAB-SEGUE (QTD-REG).
           MOVE "BELUM MEMBAIK" TO WS-EVOLUCAO.
           IF PRIORIDADE = ZEROS OR RATA-UTS > LALU-RATA-UTS
              MOVE "MEMBAIK" TO WS-EVOLUCAO.
           IF PRIORIDADE = ZEROS
              ADD 1 TO WS-KLS-MEMBAIK
              ADD 1 TO WS-TOTAL-MEMBAIK
              MOVE 900000 TO TAB-CHAVE (QTD-REG)
              MOVE SPACES TO TAB-TEXTO (QTD-REG)
              STRING "- " NPM-EXAME " " NAMA " " QTD-GAGAL " "
                     RATA-UTS " " RATA-LALU " " PCT-ABSEN "  ---"
                  DELIMITED BY SIZE INTO TAB-TEXTO (QTD-REG)
           ELSE
              PERFORM 058-GRAVA-PANTAU THRU 058-99-FIM
              ADD 1 TO WS-KLS-ALERTA
              COMPUTE TAB-CHAVE (QTD-REG) = PRIORIDADE * 100000
                  + ( 99 - QTD-GAGAL ) * 1000 + RATA-UTS
              MOVE SPACES TO TAB-TEXTO (QTD-REG)
              STRING PRIORIDADE " " NPM-EXAME " " NAMA " " QTD-GAGAL
                     " " RATA-UTS " " RATA-LALU " " PCT-ABSEN "  "
                     WS-KRIT-TEXTO
                  DELIMITED BY SIZE INTO TAB-TEXTO (QTD-REG).
           IF TEM-PANTAU-LALU NOT = "S"
              GO TO 030-99-FIM.
           IF LALU-TINDAKAN = SPACES
              MOVE "(BELUM ADA TINDAKAN)" TO LALU-TINDAKAN.
           STRING "    " PERIODE-LALU ": P" LALU-PRIORITAS
                  " UTS " LALU-RATA-UTS " -> " WS-EVOLUCAO
                  "  TINDAKAN: " LALU-TINDAKAN
               DELIMITED BY SIZE INTO TAB-SEGUE (QTD-REG).
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-APURA-UTS.
           MOVE ZEROS TO SOMA-UTS.
           MOVE ZEROS TO QTD-UTS.
           MOVE ZEROS TO QTD-GAGAL.
           MOVE ZEROS TO RATA-UTS.
           MOVE NPM-EXAME TO NPM-NILAI.
           MOVE PERIODE-DIMINTA TO PERIODE-NILAI.
           MOVE SPACES TO MK-NILAI.
           START NILAI KEY IS NOT LESS THAN KUNCI-NILAI
               INVALID KEY
               MOVE "10" TO ERR-NILAI.
           IF ERR-NILAI NOT = "10"
              MOVE "00" TO ERR-NILAI
              PERFORM 041-SOMA-UTS THRU 041-99-FIM
                  UNTIL ERR-NILAI = "10".
           MOVE "00" TO ERR-NILAI.
           IF QTD-UTS > ZEROS
              COMPUTE RATA-UTS = SOMA-UTS / QTD-UTS.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       041-SOMA-UTS.
           READ NILAI NEXT RECORD
               AT END
               MOVE "10" TO ERR-NILAI
               GO TO 041-99-FIM.
           IF NPM-NILAI NOT = NPM-EXAME
              OR PERIODE-NILAI NOT = PERIODE-DIMINTA
              MOVE "10" TO ERR-NILAI
              GO TO 041-99-FIM.
           IF UTS-NILAI = ZEROS
              GO TO 041-99-FIM.
           ADD UTS-NILAI TO SOMA-UTS.
           ADD 1 TO QTD-UTS.
           IF UTS-NILAI < NOTA-MINIMA
              ADD 1 TO QTD-GAGAL.
       041-99-FIM.
           EXIT.
      *----------------------------------------------------
       045-APURA-LALU.
           MOVE ZEROS TO SOMA-LALU.
           MOVE ZEROS TO QTD-LALU.
           MOVE ZEROS TO RATA-LALU.
           IF TEM-NILHIST NOT = "S"
              GO TO 045-10-NILAI.
           MOVE NPM-EXAME TO NPM-NILHIST.
           MOVE PERIODE-LALU TO PERIODE-NILHIST.
           MOVE SPACES TO MK-NILHIST.
           START NILHIST KEY IS NOT LESS THAN KUNCI-NILHIST
               INVALID KEY
               MOVE "10" TO ERR-NILHIST.
           IF ERR-NILHIST NOT = "10"
              MOVE "00" TO ERR-NILHIST
              PERFORM 047-SOMA-HISTORICO THRU 047-99-FIM
                  UNTIL ERR-NILHIST = "10".
           MOVE "00" TO ERR-NILHIST.
       045-10-NILAI.
           MOVE NPM-EXAME TO NPM-NILAI.
           MOVE PERIODE-LALU TO PERIODE-NILAI.
           MOVE SPACES TO MK-NILAI.
           START NILAI KEY IS NOT LESS THAN KUNCI-NILAI
               INVALID KEY
               MOVE "10" TO ERR-NILAI.
           IF ERR-NILAI NOT = "10"
              MOVE "00" TO ERR-NILAI
              PERFORM 046-SOMA-LALU THRU 046-99-FIM
                  UNTIL ERR-NILAI = "10".
           MOVE "00" TO ERR-NILAI.
           IF QTD-LALU > ZEROS
              COMPUTE RATA-LALU = SOMA-LALU / QTD-LALU.
       045-99-FIM.
           EXIT.
      *----------------------------------------------------
       046-SOMA-LALU.
           READ NILAI NEXT RECORD
               AT END
               MOVE "10" TO ERR-NILAI
               GO TO 046-99-FIM.
           IF NPM-NILAI NOT = NPM-EXAME
              OR PERIODE-NILAI NOT = PERIODE-LALU
              MOVE "10" TO ERR-NILAI
              GO TO 046-99-FIM.
           ADD HASIL-NILAI TO SOMA-LALU.
           ADD 1 TO QTD-LALU.
       046-99-FIM.
           EXIT.
      *----------------------------------------------------
       047-SOMA-HISTORICO.
           READ NILHIST NEXT RECORD
               AT END
               MOVE "10" TO ERR-NILHIST
               GO TO 047-99-FIM.
           IF NPM-NILHIST NOT = NPM-EXAME
              OR PERIODE-NILHIST NOT = PERIODE-LALU
              MOVE "10" TO ERR-NILHIST
              GO TO 047-99-FIM.
           ADD HASIL-NILHIST TO SOMA-LALU.
           ADD 1 TO QTD-LALU.
       047-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-APURA-ABSEN.
           MOVE ZEROS TO QTD-HADIR.
           MOVE ZEROS TO QTD-ABSEN.
           MOVE ZEROS TO QTD-TELAT.
           MOVE ZEROS TO PCT-ABSEN.
           IF TEM-ABSEN NOT = "S"
              GO TO 050-99-FIM.
           MOVE NPM-EXAME TO NPM-ABSEN.
           COMPUTE TGL-ABSEN = TAHUN-PERIODE * 10000.
           START ABSEN KEY IS NOT LESS THAN KUNCI-ABSEN
               INVALID KEY
               MOVE "10" TO ERR-ABSEN.
           IF ERR-ABSEN NOT = "10"
              MOVE "00" TO ERR-ABSEN
              PERFORM 051-CONTA-ABSEN THRU 051-99-FIM
                  UNTIL ERR-ABSEN = "10".
           MOVE "00" TO ERR-ABSEN.
           COMPUTE QTD-DIAS = QTD-HADIR + QTD-ABSEN + QTD-TELAT.
           IF QTD-DIAS > ZEROS
              COMPUTE PCT-ABSEN = QTD-ABSEN * 100 / QTD-DIAS.
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
       051-CONTA-ABSEN.
           READ ABSEN NEXT RECORD
               AT END
               MOVE "10" TO ERR-ABSEN
               GO TO 051-99-FIM.
           IF NPM-ABSEN NOT = NPM-EXAME
              MOVE "10" TO ERR-ABSEN
              GO TO 051-99-FIM.
           IF TGL-ABSEN (1:4) NOT = TAHUN-PERIODE
              MOVE "10" TO ERR-ABSEN
              GO TO 051-99-FIM.
           IF ABSEN-HADIR
              ADD 1 TO QTD-HADIR
           ELSE IF ABSEN-ABSEN
              ADD 1 TO QTD-ABSEN
           ELSE IF ABSEN-TELAT
              ADD 1 TO QTD-TELAT.
       051-99-FIM.
           EXIT.
      *----------------------------------------------------
       055-CLASSIFICA.
           MOVE ZEROS TO QTD-CRITERIOS.
           MOVE ZEROS TO PRIORIDADE.
           MOVE "NNN" TO WS-KRITERIA.
           MOVE "---" TO WS-KRIT-TEXTO.
           IF QTD-GAGAL NOT < MIN-GAGAL
              ADD 1 TO QTD-CRITERIOS
              MOVE "S" TO WS-KRIT-GAGAL
              MOVE "G" TO WS-KRIT-TEXTO (1:1).
           IF QTD-LALU > ZEROS AND RATA-LALU > RATA-UTS
              IF RATA-LALU - RATA-UTS NOT < MARGEM-QUEDA
                 ADD 1 TO QTD-CRITERIOS
                 MOVE "S" TO WS-KRIT-TURUN
                 MOVE "T" TO WS-KRIT-TEXTO (2:1).
           IF QTD-GAGAL > ZEROS AND PCT-ABSEN NOT < PCT-ABSEN-ALTA
              ADD 1 TO QTD-CRITERIOS
              MOVE "S" TO WS-KRIT-ABSEN
              MOVE "A" TO WS-KRIT-TEXTO (3:1).
           IF QTD-CRITERIOS > 1
              MOVE 1 TO PRIORIDADE
              ADD 1 TO WS-TOTAL-TINGGI
              GO TO 055-99-FIM.
           IF WS-KRIT-GAGAL = "S" OR WS-KRIT-ABSEN = "S"
              MOVE 2 TO PRIORIDADE
              ADD 1 TO WS-TOTAL-SEDANG
              GO TO 055-99-FIM.
           IF WS-KRIT-TURUN = "S"
              MOVE 3 TO PRIORIDADE
              ADD 1 TO WS-TOTAL-RENDAH.
       055-99-FIM.
           EXIT.
      *----------------------------------------------------
       057-LE-PANTAU-LALU.
           MOVE "N" TO TEM-PANTAU-LALU.
           MOVE ZEROS TO LALU-PRIORITAS.
           MOVE ZEROS TO LALU-RATA-UTS.
           MOVE SPACES TO LALU-TINDAKAN.
           MOVE NPM-EXAME TO NPM-PANTAU.
           MOVE PERIODE-LALU TO PERIODE-PANTAU.
           READ PANTAU KEY IS KUNCI-PANTAU
               INVALID KEY
               MOVE "00" TO ERR-PANTAU
               GO TO 057-99-FIM.
           MOVE "S" TO TEM-PANTAU-LALU.
           MOVE PRIORITAS-PANTAU TO LALU-PRIORITAS.
           MOVE RATA-UTS-PANTAU TO LALU-RATA-UTS.
           MOVE TINDAKAN-PANTAU TO LALU-TINDAKAN.
       057-99-FIM.
           EXIT.
      *----------------------------------------------------
       058-GRAVA-PANTAU.
           MOVE NPM-EXAME TO NPM-PANTAU.
           MOVE PERIODE-DIMINTA TO PERIODE-PANTAU.
           READ PANTAU KEY IS KUNCI-PANTAU
               INVALID KEY
               MOVE "23" TO ERR-PANTAU.
           IF ERR-PANTAU NOT = "00"
              MOVE SPACES TO TINDAKAN-PANTAU
              MOVE SPACES TO KONSELOR-PANTAU
              MOVE ZEROS TO TGL-TINDAKAN-PANTAU.
           MOVE KODE-KELAS TO KELAS-PANTAU.
           MOVE PRIORIDADE TO PRIORITAS-PANTAU.
           MOVE QTD-GAGAL TO QTD-GAGAL-PANTAU.
           MOVE RATA-UTS TO RATA-UTS-PANTAU.
           MOVE RATA-LALU TO RATA-LALU-PANTAU.
           MOVE PCT-ABSEN TO PCT-ABSEN-PANTAU.
           MOVE WS-KRIT-GAGAL TO KRIT-GAGAL-PANTAU.
           MOVE WS-KRIT-TURUN TO KRIT-TURUN-PANTAU.
           MOVE WS-KRIT-ABSEN TO KRIT-ABSEN-PANTAU.
           MOVE TGL-HARI-INI TO TGL-DETEKSI-PANTAU.
           IF ERR-PANTAU = "00"
              REWRITE REG-PANTAU
                  INVALID KEY
                  DISPLAY "GAGAL REGRAVAR PANTAU.DAT " NPM-EXAME
                          " STATUS=" ERR-PANTAU
              END-REWRITE
           ELSE
              WRITE REG-PANTAU
                  INVALID KEY
                  DISPLAY "GAGAL GRAVAR PANTAU.DAT " NPM-EXAME
                          " STATUS=" ERR-PANTAU
              END-WRITE.
           MOVE "00" TO ERR-PANTAU.
       058-99-FIM.
           EXIT.
      *----------------------------------------------------
       060-ORDENA.
           IF QTD-REG < 2
              GO TO 060-99-FIM.
       060-01-PASSADA.
           MOVE "N" TO TROCOU.
           MOVE ZEROS TO IDX-REG.
       060-02-COMPARA.
           ADD 1 TO IDX-REG.
           IF IDX-REG NOT < QTD-REG
              IF TROCOU = "S"
                 GO TO 060-01-PASSADA
              ELSE
                 GO TO 060-99-FIM.
           COMPUTE IDX-REG-2 = IDX-REG + 1.
           IF TAB-CHAVE (IDX-REG) > TAB-CHAVE (IDX-REG-2)
              MOVE REG-OCORRENCIA (IDX-REG) TO TROCA-REGISTRO
              MOVE REG-OCORRENCIA (IDX-REG-2)
                TO REG-OCORRENCIA (IDX-REG)
              MOVE TROCA-REGISTRO TO REG-OCORRENCIA (IDX-REG-2)
              MOVE "S" TO TROCOU.
           GO TO 060-02-COMPARA.
       060-99-FIM.
           EXIT.
      *----------------------------------------------------
       070-LISTA.
           MOVE TAB-TEXTO (IDX-REG) TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           IF TAB-SEGUE (IDX-REG) NOT = SPACES
              MOVE TAB-SEGUE (IDX-REG) TO WS-LINHA-LAPORAN
              PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       070-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-LAPORAN TO REG-LAPORAN.
           WRITE REG-LAPORAN.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           MOVE ALL "-" TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "KELAS: " WS-TOTAL-KELAS
                  " SISWA AVALIADOS: " WS-TOTAL-ALUNOS
                  " PRIORIDADE 1: " WS-TOTAL-TINGGI
                  " 2: " WS-TOTAL-SEDANG
                  " 3: " WS-TOTAL-RENDAH
                  " MEMBAIK: " WS-TOTAL-MEMBAIK
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE LAPORAN.
           DISPLAY "KELAS LISTADAS .......: " WS-TOTAL-KELAS.
           DISPLAY "SISWA AVALIADOS ......: " WS-TOTAL-ALUNOS.
           DISPLAY "PRIORIDADE 1 (TINGGI) : " WS-TOTAL-TINGGI.
           DISPLAY "PRIORIDADE 2 (SEDANG) : " WS-TOTAL-SEDANG.
           DISPLAY "PRIORIDADE 3 (RENDAH) : " WS-TOTAL-RENDAH.
           DISPLAY "MEMBAIK ..............: " WS-TOTAL-MEMBAIK.
           DISPLAY "RELATORIO GRAVADO EM PERINGAT.TXT".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA PERINGATDINI ---------***
