       IDENTIFICATION DIVISION.
       PROGRAM-ID. HONORGURU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GURU ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOGURU
               FILE STATUS IS ERR-GURU.
           SELECT JADWAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KUNCI-JADWAL
               FILE STATUS IS ERR-JADWAL.
           SELECT FERIADOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DATA-FERIADO
               FILE STATUS IS ERR-FERIADOS.
           SELECT KARYAWAN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOKAR
               FILE STATUS IS ERR-KARYAWAN.
           SELECT HONOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HN-CHAVE
               FILE STATUS IS ERR-HONOR.
           SELECT LAPORAN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-LAPORAN.
       DATA DIVISION.
       FILE SECTION.
       COPY "recguru.cob".
       COPY "recjadw.cob".
       COPY "feriado.cob".
       COPY "reckar.cob".
       COPY "rechonor.cob".
       FD  LAPORAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'GURUHON.TXT'.
       01  REG-LAPORAN PIC X(100).
      *
       WORKING-STORAGE SECTION.
       77 ERR-GURU PIC XX.
       77 ERR-JADWAL PIC XX.
       77 ERR-FERIADOS PIC XX.
       77 ERR-KARYAWAN PIC XX.
       77 ERR-HONOR PIC XX.
       77 ERR-LAPORAN PIC XX.
       77 TEM-FERIADOS PIC X VALUE 'N'.
       77 TEM-KARYAWAN PIC X VALUE 'N'.
       77 BULAN-DIMINTA PIC X(6).
       01 DATA-CALENDARIO.
           02 CAL-DIA PIC 9(2).
           02 CAL-MES PIC 9(2).
           02 CAL-ANO PIC 9(4).
       77 CAL-VALIDA PIC X VALUE 'N'.
       77 CAL-FUNCAO PIC X VALUE 'N'.
       77 CAL-DIAS PIC 9(7) VALUE ZEROS.
       77 CAL-SEMANAS PIC 9(7) VALUE ZEROS.
       77 CAL-RESTO PIC 9(1) VALUE ZEROS.
       01 CONTAGEM-HARI.
           02 HARI-OCORRENCIA OCCURS 7 TIMES.
               03 QTD-HARI-AULA PIC 9(2).
               03 QTD-HARI-LIBUR PIC 9(2).
       77 IDX-HARI PIC 9(1) COMP VALUE ZEROS.
       77 QTD-DIAS-MES PIC 9(2) VALUE ZEROS.
       77 QTD-FERIADOS PIC 9(2) VALUE ZEROS.
       01 TABELA-GURU.
           02 QTD-TG PIC 9(3) COMP VALUE ZEROS.
           02 IDX-TG PIC 9(3) COMP VALUE ZEROS.
           02 GURU-OCORRENCIA OCCURS 200 TIMES.
               03 TG-NOGURU PIC 9(4).
               03 TG-LISTADO PIC X.
               03 TG-JAM-HARI PIC 9(3) OCCURS 7 TIMES.
       01 APURACAO-GURU.
           02 JAM-SLOT PIC 9(2) VALUE ZEROS.
           02 JAM-SEMANA PIC 9(3) VALUE ZEROS.
           02 JAM-MES PIC 9(4) VALUE ZEROS.
           02 JAM-LIBUR PIC 9(4) VALUE ZEROS.
           02 KONTRAK-MES PIC 9(4) VALUE ZEROS.
           02 JAM-LEBIH PIC 9(4) VALUE ZEROS.
           02 NILAI-HONOR PIC 9(7) VALUE ZEROS.
           02 SITUACAO-HONOR PIC X(22) VALUE SPACES.
       77 WS-TOTAL-GURU PIC 9(5) VALUE ZEROS.
       77 WS-TOTAL-PAGOS PIC 9(5) VALUE ZEROS.
       77 WS-TOTAL-JAM-LEBIH PIC 9(6) VALUE ZEROS.
       77 WS-TOTAL-HONOR PIC 9(9) VALUE ZEROS.
       77 WS-TOTAL-SEM-NOKAR PIC 9(5) VALUE ZEROS.
       77 WS-JAM-SEM-GURU PIC 9(4) VALUE ZEROS.
       77 WS-LINHA-LAPORAN PIC X(100).
      *----------------------------------------------------
      * BEBAN MENGAJAR E HONOR DOS GURU NO MES (YYYYMM).
      * AS JAM DE CADA GURU SAIR DO JADWAL.DAT (GURU-JDW,
      * JAM MULAI A JAM AKHIR INCLUSIVE) E SAO MULTIPLICADAS
      * PELA QUANTIDADE DE CADA HARI DA SEMANA NO MES; OS
      * DIAS DO FERIADOS.DAT NAO CONTAM. A BEBAN CONTRATADA
      * (BEBAN-GURU, JAM POR SEMANA) VIRA BEBAN DO MES PELA
      * PROPORCAO DIAS DO MES / 7. O EXCEDENTE * HONOR POR
      * JAM VAI PARA O HONOR.DAT NO NOKAR DO GURU, QUE O
      * CONTOH (FOLHA) SOMA AO GAJI DO MESMO PERIODE. UMA
      * NOVA EXECUCAO DO MES REFAZ O HONOR.DAT DO PERIODE.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** BEBAN MENGAJAR DAN HONOR GURU ***".
           DISPLAY "BULAN (YYYYMM) : ".
           ACCEPT BULAN-DIMINTA.
           MOVE 1 TO CAL-DIA.
           MOVE BULAN-DIMINTA (5:2) TO CAL-MES.
           MOVE BULAN-DIMINTA (1:4) TO CAL-ANO.
           CALL "DATAVAL" USING DATA-CALENDARIO CAL-VALIDA.
           IF CAL-VALIDA NOT = "S"
              DISPLAY "BULAN INVALIDO."
              GO TO 001-INICIO.
           OPEN INPUT GURU.
           IF ERR-GURU NOT = "00"
              DISPLAY "GAGAL MEMBUKA GURU.DAT. STATUS=" ERR-GURU
              GO TO 999-FIM.
           OPEN INPUT JADWAL.
           IF ERR-JADWAL NOT = "00"
              DISPLAY "GAGAL MEMBUKA JADWAL.DAT. STATUS=" ERR-JADWAL
              CLOSE GURU
              GO TO 999-FIM.
           OPEN I-O HONOR.
           IF ERR-HONOR = "35"
              OPEN OUTPUT HONOR
              CLOSE HONOR
              OPEN I-O HONOR.
           IF ERR-HONOR NOT = "00"
              DISPLAY "GAGAL MEMBUKA HONOR.DAT. STATUS=" ERR-HONOR
              CLOSE GURU
              CLOSE JADWAL
              GO TO 999-FIM.
           OPEN INPUT FERIADOS.
           IF ERR-FERIADOS = "00"
              MOVE "S" TO TEM-FERIADOS
           ELSE
              DISPLAY "FERIADOS.DAT TIDAK ADA - TANPA LIBUR.".
           OPEN INPUT KARYAWAN.
           IF ERR-KARYAWAN = "00"
              MOVE "S" TO TEM-KARYAWAN
           ELSE
              DISPLAY "KARYAWAN.DAT TIDAK ADA - NOKAR NAO VALIDADO.".
           PERFORM 010-CARGA-JADWAL THRU 010-99-FIM
               UNTIL ERR-JADWAL = "10".
           CLOSE JADWAL.
           MOVE ZEROS TO CONTAGEM-HARI.
           PERFORM 020-CONTA-DIA THRU 020-99-FIM
               VARYING CAL-DIA FROM 1 BY 1
               UNTIL CAL-DIA > 31.
           IF TEM-FERIADOS = "S"
              CLOSE FERIADOS.
           PERFORM 030-LIMPA-HONOR THRU 030-99-FIM.
           OPEN OUTPUT LAPORAN.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "BEBAN MENGAJAR DAN HONOR GURU - BULAN "
                  BULAN-DIMINTA " - DIAS " QTD-DIAS-MES
                  " FERIADOS " QTD-FERIADOS
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "NO   NAMA                      JAM/MGG BEBAN JAM-BLN"
               TO WS-LINHA-LAPORAN.
           MOVE "LIBUR KONTRAK LEBIH   HONOR RP SITUACAO"
               TO WS-LINHA-LAPORAN (56:45).
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
      *----------------------------------------------------
       040-LE-GURU.
           MOVE ZEROS TO NOGURU.
           START GURU KEY IS NOT LESS THAN NOGURU
               INVALID KEY
               MOVE "10" TO ERR-GURU.
           IF ERR-GURU NOT = "10"
              MOVE "00" TO ERR-GURU
              PERFORM 050-PROCESSA-GURU THRU 050-99-FIM
                  UNTIL ERR-GURU = "10".
           PERFORM 070-SEM-CADASTRO THRU 070-99-FIM
               VARYING IDX-TG FROM 1 BY 1
               UNTIL IDX-TG > QTD-TG.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       010-CARGA-JADWAL.
           READ JADWAL NEXT RECORD
               AT END
               MOVE "10" TO ERR-JADWAL
               GO TO 010-99-FIM.
           IF JAM-AKHIR-JDW < JAM-MULAI-JDW
              GO TO 010-99-FIM.
           IF HARI-JDW < 1 OR HARI-JDW > 7
              GO TO 010-99-FIM.
           COMPUTE JAM-SLOT = JAM-AKHIR-JDW - JAM-MULAI-JDW + 1.
           MOVE ZEROS TO IDX-TG.
       010-01-PROCURA.
           ADD 1 TO IDX-TG.
           IF IDX-TG > QTD-TG
              GO TO 010-02-NOVO.
           IF TG-NOGURU (IDX-TG) = GURU-JDW
              GO TO 010-03-SOMA.
           GO TO 010-01-PROCURA.
       010-02-NOVO.
           IF QTD-TG NOT < 200
              DISPLAY "TABELA DE GURU CHEIA (200) - GURU "
                      GURU-JDW " IGNORADO."
              GO TO 010-99-FIM.
           ADD 1 TO QTD-TG.
           MOVE QTD-TG TO IDX-TG.
           MOVE GURU-JDW TO TG-NOGURU (IDX-TG).
           MOVE "N" TO TG-LISTADO (IDX-TG).
           MOVE ZEROS TO TG-JAM-HARI (IDX-TG, 1) TG-JAM-HARI (IDX-TG, 2)
                         TG-JAM-HARI (IDX-TG, 3) TG-JAM-HARI (IDX-TG, 4)
                         TG-JAM-HARI (IDX-TG, 5) TG-JAM-HARI (IDX-TG, 6)
                         TG-JAM-HARI (IDX-TG, 7).
       010-03-SOMA.
           ADD JAM-SLOT TO TG-JAM-HARI (IDX-TG, HARI-JDW).
       010-99-FIM.
           EXIT.
      *----------------------------------------------------
      * HARI DA SEMANA PELO NUMERO DE DIAS DO DIASDATA:
      * RESTO 0 = SENIN ... 6 = MINGGU (MESMA ORDEM DO
      * HARI-JDW). DIA INEXISTENTE NO MES E IGNORADO.
      *----------------------------------------------------
       020-CONTA-DIA.
           CALL "DATAVAL" USING DATA-CALENDARIO CAL-VALIDA.
           IF CAL-VALIDA NOT = "S"
              GO TO 020-99-FIM.
           ADD 1 TO QTD-DIAS-MES.
           CALL "DIASDATA" USING DATA-CALENDARIO CAL-FUNCAO CAL-DIAS.
           DIVIDE CAL-DIAS BY 7 GIVING CAL-SEMANAS
               REMAINDER CAL-RESTO.
           COMPUTE IDX-HARI = CAL-RESTO + 1.
           IF TEM-FERIADOS = "S"
              COMPUTE DATA-FERIADO = CAL-ANO * 10000
                  + CAL-MES * 100 + CAL-DIA
              READ FERIADOS KEY IS DATA-FERIADO
                  INVALID KEY
                  ADD 1 TO QTD-HARI-AULA (IDX-HARI)
                  GO TO 020-99-FIM
              END-READ
              ADD 1 TO QTD-HARI-LIBUR (IDX-HARI)
              ADD 1 TO QTD-FERIADOS
              GO TO 020-99-FIM.
           ADD 1 TO QTD-HARI-AULA (IDX-HARI).
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-LIMPA-HONOR.
           MOVE ZEROS TO HN-NOKAR.
           MOVE SPACES TO HN-PERIODE.
           START HONOR KEY IS NOT LESS THAN HN-CHAVE
               INVALID KEY
               GO TO 030-99-FIM.
       030-01-LE.
           READ HONOR NEXT RECORD
               AT END
               GO TO 030-99-FIM.
           IF HN-PERIODE = BULAN-DIMINTA
              DELETE HONOR RECORD.
           GO TO 030-01-LE.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-PROCESSA-GURU.
           READ GURU NEXT RECORD
               AT END
               MOVE "10" TO ERR-GURU
               GO TO 050-99-FIM.
           MOVE ZEROS TO APURACAO-GURU.
           MOVE SPACES TO SITUACAO-HONOR.
           MOVE ZEROS TO IDX-TG.
       050-01-PROCURA.
           ADD 1 TO IDX-TG.
           IF IDX-TG > QTD-TG
              MOVE ZEROS TO IDX-TG
              GO TO 050-02-APURA.
           IF TG-NOGURU (IDX-TG) NOT = NOGURU
              GO TO 050-01-PROCURA.
           MOVE "S" TO TG-LISTADO (IDX-TG).
           PERFORM 055-SOMA-HARI THRU 055-99-FIM
               VARYING IDX-HARI FROM 1 BY 1
               UNTIL IDX-HARI > 7.
       050-02-APURA.
           IF GURU-NONAKTIF AND IDX-TG = ZEROS
              GO TO 050-99-FIM.
           ADD 1 TO WS-TOTAL-GURU.
           COMPUTE KONTRAK-MES ROUNDED =
               BEBAN-GURU * QTD-DIAS-MES / 7.
           IF JAM-MES > KONTRAK-MES
              COMPUTE JAM-LEBIH = JAM-MES - KONTRAK-MES.
           PERFORM 060-GERA-HONOR THRU 060-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING NOGURU " " NAMA-GURU "  " JAM-SEMANA "     "
                  BEBAN-GURU "    " JAM-MES "  " JAM-LIBUR "  "
                  KONTRAK-MES "    " JAM-LEBIH " " NILAI-HONOR
                  "   " SITUACAO-HONOR
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       050-99-FIM.
           EXIT.
       055-SOMA-HARI.
           ADD TG-JAM-HARI (IDX-TG, IDX-HARI) TO JAM-SEMANA.
           COMPUTE JAM-MES = JAM-MES + TG-JAM-HARI (IDX-TG, IDX-HARI)
               * QTD-HARI-AULA (IDX-HARI).
           COMPUTE JAM-LIBUR = JAM-LIBUR
               + TG-JAM-HARI (IDX-TG, IDX-HARI)
               * QTD-HARI-LIBUR (IDX-HARI).
       055-99-FIM.
           EXIT.
      *----------------------------------------------------
       060-GERA-HONOR.
           IF JAM-LEBIH = ZEROS
              MOVE "DENTRO DA BEBAN" TO SITUACAO-HONOR
              GO TO 060-99-FIM.
           IF GURU-NONAKTIF
              MOVE "GURU NONAKTIF" TO SITUACAO-HONOR
              GO TO 060-99-FIM.
           IF NOKAR-GURU = ZEROS
              ADD 1 TO WS-TOTAL-SEM-NOKAR
              MOVE "SEM NOKAR - NAO PAGO" TO SITUACAO-HONOR
              GO TO 060-99-FIM.
           IF TARIF-HONOR-GURU = ZEROS
              MOVE "SEM HONOR/JAM" TO SITUACAO-HONOR
              GO TO 060-99-FIM.
           IF TEM-KARYAWAN = "S"
              MOVE NOKAR-GURU TO NOKAR
              READ KARYAWAN KEY IS NOKAR
                  INVALID KEY
                  ADD 1 TO WS-TOTAL-SEM-NOKAR
                  MOVE "NOKAR NAO CADASTRADO" TO SITUACAO-HONOR
                  GO TO 060-99-FIM
              END-READ
              IF KAR-NONAKTIF
                 MOVE "KARYAWAN NONAKTIF" TO SITUACAO-HONOR
                 GO TO 060-99-FIM.
           COMPUTE NILAI-HONOR = JAM-LEBIH * TARIF-HONOR-GURU.
           MOVE NOKAR-GURU TO HN-NOKAR.
           MOVE BULAN-DIMINTA TO HN-PERIODE.
           MOVE NOGURU TO HN-NOGURU.
           MOVE JAM-MES TO HN-JAM-MENGAJAR.
           MOVE KONTRAK-MES TO HN-JAM-KONTRAK.
           MOVE JAM-LEBIH TO HN-JAM-LEBIH.
           MOVE NILAI-HONOR TO HN-NILAI.
           WRITE REG-HONOR
               INVALID KEY
               READ HONOR KEY IS HN-CHAVE
               END-READ
               ADD JAM-MES TO HN-JAM-MENGAJAR
               ADD KONTRAK-MES TO HN-JAM-KONTRAK
               ADD JAM-LEBIH TO HN-JAM-LEBIH
               ADD NILAI-HONOR TO HN-NILAI
               REWRITE REG-HONOR
               END-REWRITE.
           ADD 1 TO WS-TOTAL-PAGOS.
           ADD JAM-LEBIH TO WS-TOTAL-JAM-LEBIH.
           ADD NILAI-HONOR TO WS-TOTAL-HONOR.
           MOVE "HONOR.DAT NOKAR " TO SITUACAO-HONOR.
           MOVE NOKAR-GURU TO SITUACAO-HONOR (17:4).
       060-99-FIM.
           EXIT.
      *----------------------------------------------------
       070-SEM-CADASTRO.
           IF TG-LISTADO (IDX-TG) = "S"
              GO TO 070-99-FIM.
           MOVE ZEROS TO JAM-SEMANA.
           PERFORM 075-SOMA-SEMANA THRU 075-99-FIM
               VARYING IDX-HARI FROM 1 BY 1
               UNTIL IDX-HARI > 7.
           ADD JAM-SEMANA TO WS-JAM-SEM-GURU.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           IF TG-NOGURU (IDX-TG) = ZEROS
              STRING "0000 (HORARIO SEM GURU)       " JAM-SEMANA
                  DELIMITED BY SIZE INTO WS-LINHA-LAPORAN
           ELSE
              STRING TG-NOGURU (IDX-TG) " (SEM CADASTRO NO GURU.DAT) "
                     JAM-SEMANA
                  DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       070-99-FIM.
           EXIT.
       075-SOMA-SEMANA.
           ADD TG-JAM-HARI (IDX-TG, IDX-HARI) TO JAM-SEMANA.
       075-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA-LAPORAN TO REG-LAPORAN.
           WRITE REG-LAPORAN.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           CLOSE GURU.
           CLOSE HONOR.
           IF TEM-KARYAWAN = "S"
              CLOSE KARYAWAN.
           MOVE ALL "-" TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "GURU: " WS-TOTAL-GURU
                  " COM HONOR: " WS-TOTAL-PAGOS
                  " JAM LEBIH: " WS-TOTAL-JAM-LEBIH
                  " TOTAL HONOR RP: " WS-TOTAL-HONOR
                  " NAO PAGOS (NOKAR): " WS-TOTAL-SEM-NOKAR
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE LAPORAN.
           DISPLAY "GURU LISTADOS ........: " WS-TOTAL-GURU.
           DISPLAY "GURU COM HONOR .......: " WS-TOTAL-PAGOS.
           DISPLAY "TOTAL HONOR ......RP..: " WS-TOTAL-HONOR.
           DISPLAY "SEM NOKAR VALIDO .....: " WS-TOTAL-SEM-NOKAR.
           IF WS-JAM-SEM-GURU > ZEROS
              DISPLAY "JAM/SEMANA SEM GURU ..: " WS-JAM-SEM-GURU.
           DISPLAY "RELATORIO GRAVADO EM GURUHON.TXT".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA HONORGURU ---------***
