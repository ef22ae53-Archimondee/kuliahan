       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENAHUJIAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KRS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-KRS
               FILE STATUS IS ERR-KRS.
           SELECT JADWAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KUNCI-JADWAL
               FILE STATUS IS ERR-JADWAL.
           SELECT RUANG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KODE-RUANG
               FILE STATUS IS ERR-RUANG.
           SELECT MHS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPM
               FILE STATUS IS ERR.
           SELECT TAGIHAN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-TAGIHAN
               FILE STATUS IS ERR-TAGIHAN.
           SELECT ABSEN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-ABSEN
               FILE STATUS IS ERR-ABSEN.
           SELECT MATKUL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KODE-MK
               FILE STATUS IS ERR-MATKUL.
           SELECT DUDUK ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-DUDUK
               FILE STATUS IS ERR-DUDUK.
           SELECT PINTU ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-PINTU.
           SELECT KARTU ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-KARTU.
           SELECT EXCECAO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-EXCECAO.
       DATA DIVISION.
       FILE SECTION.
       COPY "reckrs.cob".
       COPY "recjadw.cob".
       COPY "recruang.cob".
       COPY "recmhs.cob".
       COPY "rectagih.cob".
       COPY "recabsen.cob".
       COPY "recmk.cob".
       COPY "recduduk.cob".
       FD  PINTU
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PINTU.TXT'.
       01  REG-PINTU PIC X(80).
       FD  KARTU
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'KARTUUJI.TXT'.
       01  REG-KARTU PIC X(80).
       FD  EXCECAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'UJIEXC.TXT'.
       01  REG-EXCECAO PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 ERR PIC XX.
       77 ERR-KRS PIC XX.
       77 ERR-JADWAL PIC XX.
       77 ERR-RUANG PIC XX.
       77 ERR-TAGIHAN PIC XX.
       77 ERR-ABSEN PIC XX.
       77 ERR-MATKUL PIC XX.
       77 ERR-DUDUK PIC XX.
       77 ERR-PINTU PIC XX.
       77 ERR-KARTU PIC XX.
       77 ERR-EXCECAO PIC XX.
       77 TEM-TAGIHAN PIC X VALUE 'N'.
       77 TEM-ABSEN PIC X VALUE 'N'.
       77 TEM-MATKUL PIC X VALUE 'N'.
       77 PERIODE-DIMINTA PIC X(6).
       77 JENIS-DIMINTA PIC X(3).
       77 FREQ-MINIMA PIC 9(3) VALUE 75.
       77 MK-ATUAL PIC X(6) VALUE SPACES.
       77 NPM-ATUAL PIC X(8) VALUE SPACES.
       77 WS-NAMA-MK-USADO PIC X(25) VALUE SPACES.
       01 APURACAO-FREQUENCIA.
           02 QTD-HADIR PIC 9(3) VALUE ZEROS.
           02 QTD-ABSEN PIC 9(3) VALUE ZEROS.
           02 QTD-TELAT PIC 9(3) VALUE ZEROS.
           02 QTD-DIAS PIC 9(3) VALUE ZEROS.
           02 PCT-FREQ PIC 9(3) VALUE ZEROS.
       01 TABELA-RUANG.
           02 QTD-RUANG PIC 9(2) COMP VALUE ZEROS.
           02 IDX-RUANG PIC 9(2) COMP VALUE ZEROS.
           02 RUANG-OCORRENCIA OCCURS 50 TIMES.
               03 RUA-KODE PIC X(5).
               03 RUA-KAPASITAS PIC 9(3).
       01 TABELA-MK.
           02 QTD-MK PIC 9(3) COMP VALUE ZEROS.
           02 IDX-MK PIC 9(3) COMP VALUE ZEROS.
           02 MK-OCORRENCIA OCCURS 300 TIMES.
               03 TMK-KODE PIC X(6).
       01 TABELA-ALUNOS.
           02 QTD-ALUNO PIC 9(3) COMP VALUE ZEROS.
           02 IDX-ALUNO PIC 9(3) COMP VALUE ZEROS.
           02 ALUNO-OCORRENCIA OCCURS 500 TIMES.
               03 ALU-NPM PIC X(8).
               03 ALU-NAMA PIC X(25).
               03 ALU-KELAS PIC X(5).
       01 TABELA-KELAS.
           02 QTD-KLS PIC 9(2) COMP VALUE ZEROS.
           02 IDX-KLS PIC 9(2) COMP VALUE ZEROS.
           02 KELAS-OCORRENCIA OCCURS 50 TIMES.
               03 KLS-KODE PIC X(5).
               03 KLS-PROX PIC 9(3) COMP.
       01 TABELA-VERIFICADO.
           02 QTD-VER PIC 9(4) COMP VALUE ZEROS.
           02 IDX-VER PIC 9(4) COMP VALUE ZEROS.
           02 VER-OCORRENCIA OCCURS 1000 TIMES.
               03 VER-NPM PIC X(8).
               03 VER-NAMA PIC X(25).
               03 VER-KELAS PIC X(5).
               03 VER-SITUACAO PIC X.
       01 CONTROLE-ALOCACAO.
           02 ALOC-RUANG PIC 9(2) COMP VALUE ZEROS.
           02 ALOC-KURSI PIC 9(3) COMP VALUE ZEROS.
           02 RODADA-ALOCOU PIC X VALUE 'N'.
       77 WS-SITUACAO PIC X VALUE SPACES.
       77 WS-MOTIVO PIC X(30) VALUE SPACES.
       77 WS-KURSI-EDIT PIC 9(3) VALUE ZEROS.
       77 WS-ALUNOS-EDIT PIC 9(3) VALUE ZEROS.
       77 WS-TOTAL-MK PIC 9(5) VALUE ZEROS.
       77 WS-TOTAL-DUDUK PIC 9(6) VALUE ZEROS.
       77 WS-TOTAL-KARTU PIC 9(5) VALUE ZEROS.
       77 WS-TOTAL-EXCECAO PIC 9(5) VALUE ZEROS.
       77 WS-TOTAL-SEM-KURSI PIC 9(5) VALUE ZEROS.
       77 WS-LINHA-LAPORAN PIC X(80).
      *----------------------------------------------------
      * DENAH (DISTRIBUICAO) DOS ALUNOS NAS RUANG PARA A
      * UTS/UAS DO PERIODE. AS RUANG SAO AS DO JADWAL.DAT
      * (RUANG-JDW) COM A QUANTIDADE DE KURSI DO RUANG.DAT.
      * CADA MATA KULIAH DO KRS E UMA SESSAO DE UJIAN: SEUS
      * ALUNOS SAO DISTRIBUIDOS PELAS RUANG EM ORDEM, SEM
      * PASSAR DA CAPACIDADE, ALTERNANDO AS KELAS (UM ALUNO
      * DE CADA KELAS POR RODADA) PARA SEPARAR COLEGAS DA
      * MESMA KELAS. FICAM FORA (LISTA DE EXCECAO UJIEXC.TXT)
      * OS ALUNOS KELUAR, COM TAGIHAN DO PERIODE EM ABERTO OU
      * COM FREQUENCIA NO ANO ABAIXO DO MINIMO (PADRAO 75%).
      * SAIDAS: DUDUK.DAT (REFEITO PARA O PERIODE/JENIS),
      * PINTU.TXT (LISTA DE PORTA POR RUANG) E KARTUUJI.TXT
      * (KARTU UJIAN DE CADA ALUNO COM SUAS MATA KULIAH).
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** DENAH RUANG DAN KARTU UJIAN ***".
           DISPLAY "PERIODE AKADEMIK (EX: 20261) : ".
           ACCEPT PERIODE-DIMINTA.
           IF PERIODE-DIMINTA = SPACES
              GO TO 001-INICIO.
       001-01-JENIS.
           DISPLAY "JENIS UJIAN (UTS/UAS) : ".
           ACCEPT JENIS-DIMINTA.
           IF JENIS-DIMINTA NOT = "UTS" AND JENIS-DIMINTA NOT = "UAS"
              GO TO 001-01-JENIS.
           DISPLAY "FREQUENCIA MINIMA % (DEFAULT 75) : ".
           ACCEPT FREQ-MINIMA.
           IF FREQ-MINIMA = ZEROS OR FREQ-MINIMA > 100
              MOVE 75 TO FREQ-MINIMA.
           OPEN INPUT RUANG.
           IF ERR-RUANG NOT = "00"
              DISPLAY "GAGAL MEMBUKA RUANG.DAT. STATUS=" ERR-RUANG
              DISPLAY "DAFTARKAN RUANG DENGAN RUANGMST."
              GO TO 999-FIM.
           OPEN INPUT JADWAL.
           IF ERR-JADWAL NOT = "00"
              DISPLAY "GAGAL MEMBUKA JADWAL.DAT. STATUS=" ERR-JADWAL
              CLOSE RUANG
              GO TO 999-FIM.
           PERFORM 010-COLETA-RUANG THRU 010-99-FIM
               UNTIL ERR-JADWAL = "10".
           CLOSE JADWAL.
           CLOSE RUANG.
           IF QTD-RUANG = ZEROS
              DISPLAY "NENHUMA RUANG DO JADWAL COM KURSI NO RUANG.DAT."
              GO TO 999-FIM.
           OPEN INPUT KRS.
           IF ERR-KRS NOT = "00"
              DISPLAY "GAGAL MEMBUKA KRS.DAT. STATUS=" ERR-KRS
              GO TO 999-FIM.
           OPEN INPUT MHS.
           IF ERR NOT = "00"
              DISPLAY "GAGAL MEMBUKA DATA.TXT. STATUS=" ERR
              CLOSE KRS
              GO TO 999-FIM.
           OPEN I-O DUDUK.
           IF ERR-DUDUK = "35"
              OPEN OUTPUT DUDUK
              CLOSE DUDUK
              OPEN I-O DUDUK.
           IF ERR-DUDUK NOT = "00"
              DISPLAY "GAGAL MEMBUKA DUDUK.DAT. STATUS=" ERR-DUDUK
              CLOSE KRS
              CLOSE MHS
              GO TO 999-FIM.
           OPEN INPUT TAGIHAN.
           IF ERR-TAGIHAN = "00"
              MOVE "S" TO TEM-TAGIHAN.
           OPEN INPUT ABSEN.
           IF ERR-ABSEN = "00"
              MOVE "S" TO TEM-ABSEN.
           OPEN INPUT MATKUL.
           IF ERR-MATKUL = "00"
              MOVE "S" TO TEM-MATKUL.
           OPEN OUTPUT PINTU.
           OPEN OUTPUT KARTU.
           OPEN OUTPUT EXCECAO.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "LISTA DE PORTA - " JENIS-DIMINTA
                  " PERIODE " PERIODE-DIMINTA
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-PINTU THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "ALUNOS SEM KARTU UJIAN - " JENIS-DIMINTA
                  " PERIODE " PERIODE-DIMINTA
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 092-GRAVA-EXCECAO THRU 092-99-FIM.
           MOVE ALL "-" TO WS-LINHA-LAPORAN.
           PERFORM 092-GRAVA-EXCECAO THRU 092-99-FIM.
           PERFORM 015-LIMPA-DUDUK THRU 015-99-FIM.
           MOVE "00" TO ERR-DUDUK.
      *----------------------------------------------------
       005-COLETA-MK.
           MOVE LOW-VALUES TO KUNCI-KRS.
           START KRS KEY IS NOT LESS THAN KUNCI-KRS
               INVALID KEY
               MOVE "10" TO ERR-KRS.
           IF ERR-KRS NOT = "10"
              MOVE "00" TO ERR-KRS
              PERFORM 021-LE-KRS-MK THRU 021-99-FIM
                  UNTIL ERR-KRS = "10".
           MOVE ZEROS TO IDX-MK.
       007-PROXIMA-MK.
           ADD 1 TO IDX-MK.
           IF IDX-MK > QTD-MK
              GO TO 080-EMITE-KARTU.
           MOVE TMK-KODE (IDX-MK) TO MK-ATUAL.
           MOVE ZEROS TO QTD-ALUNO.
           MOVE ZEROS TO QTD-KLS.
           MOVE LOW-VALUES TO KUNCI-KRS.
           START KRS KEY IS NOT LESS THAN KUNCI-KRS
               INVALID KEY
               MOVE "10" TO ERR-KRS.
           IF ERR-KRS NOT = "10"
              MOVE "00" TO ERR-KRS
              PERFORM 030-COLETA-ALUNO THRU 030-99-FIM
                  UNTIL ERR-KRS = "10".
           IF QTD-ALUNO = ZEROS
              GO TO 007-PROXIMA-MK.
           ADD 1 TO WS-TOTAL-MK.
           PERFORM 050-DISTRIBUI-MK THRU 050-99-FIM.
           GO TO 007-PROXIMA-MK.
      *----------------------------------------------------
       010-COLETA-RUANG.
           READ JADWAL NEXT RECORD
               AT END
               MOVE "10" TO ERR-JADWAL
               GO TO 010-99-FIM.
           MOVE ZEROS TO IDX-RUANG.
       010-01-PROCURA.
           ADD 1 TO IDX-RUANG.
           IF IDX-RUANG > QTD-RUANG
              GO TO 010-02-NOVA.
           IF RUA-KODE (IDX-RUANG) = RUANG-JDW
              GO TO 010-99-FIM.
           GO TO 010-01-PROCURA.
       010-02-NOVA.
           MOVE RUANG-JDW TO KODE-RUANG.
           READ RUANG KEY IS KODE-RUANG
               INVALID KEY
               DISPLAY "RUANG " RUANG-JDW
                       " SEM CADASTRO NO RUANG.DAT - IGNORADA."
               GO TO 010-99-FIM.
           IF KAPASITAS-RUANG = ZEROS
              GO TO 010-99-FIM.
           IF QTD-RUANG < 50
              ADD 1 TO QTD-RUANG
              MOVE KODE-RUANG TO RUA-KODE (QTD-RUANG)
              MOVE KAPASITAS-RUANG TO RUA-KAPASITAS (QTD-RUANG)
           ELSE
              DISPLAY "TABELA DE RUANG CHEIA (50) - "
                      RUANG-JDW " IGNORADA.".
       010-99-FIM.
           EXIT.
      *----------------------------------------------------
       015-LIMPA-DUDUK.
           MOVE LOW-VALUES TO KUNCI-DUDUK.
           MOVE PERIODE-DIMINTA TO PERIODE-DUDUK.
           MOVE JENIS-DIMINTA TO JENIS-DUDUK.
           START DUDUK KEY IS NOT LESS THAN KUNCI-DUDUK
               INVALID KEY
               GO TO 015-99-FIM.
       015-01-LE.
           READ DUDUK NEXT RECORD
               AT END
               GO TO 015-99-FIM.
           IF PERIODE-DUDUK NOT = PERIODE-DIMINTA
              GO TO 015-99-FIM.
           IF JENIS-DUDUK NOT = JENIS-DIMINTA
              GO TO 015-99-FIM.
           DELETE DUDUK RECORD.
           GO TO 015-01-LE.
       015-99-FIM.
           EXIT.
      *----------------------------------------------------
       021-LE-KRS-MK.
           READ KRS NEXT RECORD
               AT END
               MOVE "10" TO ERR-KRS
               GO TO 021-99-FIM.
           IF PERIODE-KRS NOT = PERIODE-DIMINTA
              GO TO 021-99-FIM.
           MOVE ZEROS TO IDX-MK.
       021-01-PROCURA.
           ADD 1 TO IDX-MK.
           IF IDX-MK > QTD-MK
              GO TO 021-02-NOVA.
           IF TMK-KODE (IDX-MK) = MK-KRS
              GO TO 021-99-FIM.
           GO TO 021-01-PROCURA.
       021-02-NOVA.
           IF QTD-MK < 300
              ADD 1 TO QTD-MK
              MOVE MK-KRS TO TMK-KODE (QTD-MK)
           ELSE
              DISPLAY "TABELA DE MATA KULIAH CHEIA (300) - "
                      MK-KRS " IGNORADA.".
       021-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-COLETA-ALUNO.
           READ KRS NEXT RECORD
               AT END
               MOVE "10" TO ERR-KRS
               GO TO 030-99-FIM.
           IF PERIODE-KRS NOT = PERIODE-DIMINTA
              GO TO 030-99-FIM.
           IF MK-KRS NOT = MK-ATUAL
              GO TO 030-99-FIM.
           PERFORM 040-VERIFICA-ALUNO THRU 040-99-FIM.
           IF VER-SITUACAO (IDX-VER) NOT = "S"
              GO TO 030-99-FIM.
           IF QTD-ALUNO NOT < 500
              DISPLAY "TABELA DE ALUNOS CHEIA (500) - MK "
                      MK-ATUAL " NPM " NPM-KRS " IGNORADO."
              GO TO 030-99-FIM.
           ADD 1 TO QTD-ALUNO.
           MOVE NPM-KRS TO ALU-NPM (QTD-ALUNO).
           MOVE VER-NAMA (IDX-VER) TO ALU-NAMA (QTD-ALUNO).
           MOVE VER-KELAS (IDX-VER) TO ALU-KELAS (QTD-ALUNO).
           MOVE ZEROS TO IDX-KLS.
       030-01-PROCURA.
           ADD 1 TO IDX-KLS.
           IF IDX-KLS > QTD-KLS
              GO TO 030-02-NOVA.
           IF KLS-KODE (IDX-KLS) = VER-KELAS (IDX-VER)
              GO TO 030-99-FIM.
           GO TO 030-01-PROCURA.
       030-02-NOVA.
           IF QTD-KLS < 50
              ADD 1 TO QTD-KLS
              MOVE VER-KELAS (IDX-VER) TO KLS-KODE (QTD-KLS)
           ELSE
              MOVE KLS-KODE (50) TO ALU-KELAS (QTD-ALUNO).
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
      * SITUACAO DO ALUNO PARA A UJIAN, APURADA UMA SO VEZ
      * POR NPM (TABELA-VERIFICADO). S = RECEBE KARTU.
      *----------------------------------------------------
       040-VERIFICA-ALUNO.
           MOVE ZEROS TO IDX-VER.
       040-01-PROCURA.
           ADD 1 TO IDX-VER.
           IF IDX-VER > QTD-VER
              GO TO 040-02-APURA.
           IF VER-NPM (IDX-VER) = NPM-KRS
              GO TO 040-99-FIM.
           GO TO 040-01-PROCURA.
       040-02-APURA.
           MOVE "S" TO WS-SITUACAO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE NPM-KRS TO NPM.
           READ MHS KEY IS NPM
               INVALID KEY
               MOVE "(SEM CADASTRO)" TO NAMA
               MOVE SPACES TO KELAS
               MOVE "N" TO WS-SITUACAO
               MOVE "SEM CADASTRO NO DATA.TXT" TO WS-MOTIVO
               GO TO 040-03-REGISTRA.
           IF MHS-KELUAR
              MOVE "N" TO WS-SITUACAO
              MOVE "MAHASISWA KELUAR" TO WS-MOTIVO
              GO TO 040-03-REGISTRA.
           IF TEM-TAGIHAN = "S"
              MOVE NPM-KRS TO NPM-TAGIHAN
              MOVE PERIODE-DIMINTA TO PERIODE-TAGIHAN
              READ TAGIHAN KEY IS KUNCI-TAGIHAN
                  INVALID KEY
                  MOVE "L" TO STATUS-TAGIHAN
              END-READ
              IF TAGIHAN-TERBUKA
                 MOVE "N" TO WS-SITUACAO
                 MOVE "TAGIHAN BELUM LUNAS" TO WS-MOTIVO
                 GO TO 040-03-REGISTRA.
           IF TEM-ABSEN = "S"
              PERFORM 045-APURA-FREQUENCIA THRU 045-99-FIM
              IF PCT-FREQ < FREQ-MINIMA
                 MOVE "N" TO WS-SITUACAO
                 MOVE SPACES TO WS-MOTIVO
                 STRING "FREQUENCIA " PCT-FREQ "% ABAIXO DO MINIMO"
                     DELIMITED BY SIZE INTO WS-MOTIVO.
       040-03-REGISTRA.
           IF WS-SITUACAO NOT = "S"
              ADD 1 TO WS-TOTAL-EXCECAO
              MOVE SPACES TO WS-LINHA-LAPORAN
              STRING "  " NPM-KRS " " NAMA " " WS-MOTIVO
                  DELIMITED BY SIZE INTO WS-LINHA-LAPORAN
              PERFORM 092-GRAVA-EXCECAO THRU 092-99-FIM.
           IF QTD-VER < 1000
              ADD 1 TO QTD-VER
           ELSE
              DISPLAY "TABELA DE VERIFICACAO CHEIA (1000) - NPM "
                      NPM-KRS " REAPURADO.".
           MOVE QTD-VER TO IDX-VER.
           MOVE NPM-KRS TO VER-NPM (IDX-VER).
           MOVE NAMA TO VER-NAMA (IDX-VER).
           MOVE KELAS TO VER-KELAS (IDX-VER).
           MOVE WS-SITUACAO TO VER-SITUACAO (IDX-VER).
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       045-APURA-FREQUENCIA.
           MOVE ZEROS TO QTD-HADIR.
           MOVE ZEROS TO QTD-ABSEN.
           MOVE ZEROS TO QTD-TELAT.
           MOVE 100 TO PCT-FREQ.
           MOVE NPM-KRS TO NPM-ABSEN.
           MOVE ZEROS TO TGL-ABSEN.
           MOVE PERIODE-DIMINTA (1:4) TO TGL-ABSEN (1:4).
           START ABSEN KEY IS NOT LESS THAN KUNCI-ABSEN
               INVALID KEY
               MOVE "10" TO ERR-ABSEN.
           IF ERR-ABSEN NOT = "10"
              MOVE "00" TO ERR-ABSEN
              PERFORM 046-CONTA-ABSEN THRU 046-99-FIM
                  UNTIL ERR-ABSEN = "10".
           MOVE "00" TO ERR-ABSEN.
           COMPUTE QTD-DIAS = QTD-HADIR + QTD-ABSEN + QTD-TELAT.
           IF QTD-DIAS > ZEROS
              COMPUTE PCT-FREQ =
                  ( QTD-HADIR + QTD-TELAT ) * 100 / QTD-DIAS.
       045-99-FIM.
           EXIT.
      *----------------------------------------------------
       046-CONTA-ABSEN.
           READ ABSEN NEXT RECORD
               AT END
               MOVE "10" TO ERR-ABSEN
               GO TO 046-99-FIM.
           IF NPM-ABSEN NOT = NPM-KRS
              MOVE "10" TO ERR-ABSEN
              GO TO 046-99-FIM.
           IF TGL-ABSEN (1:4) NOT = PERIODE-DIMINTA (1:4)
              MOVE "10" TO ERR-ABSEN
              GO TO 046-99-FIM.
           IF ABSEN-HADIR
              ADD 1 TO QTD-HADIR
           ELSE IF ABSEN-ABSEN
              ADD 1 TO QTD-ABSEN
           ELSE IF ABSEN-TELAT
              ADD 1 TO QTD-TELAT.
       046-99-FIM.
           EXIT.
      *----------------------------------------------------
       050-DISTRIBUI-MK.
           PERFORM 095-NOME-MK THRU 095-99-FIM.
           MOVE ALL "=" TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-PINTU THRU 090-99-FIM.
           MOVE QTD-ALUNO TO WS-ALUNOS-EDIT.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "MATA KULIAH " MK-ATUAL " " WS-NAMA-MK-USADO
                  " ALUNOS: " WS-ALUNOS-EDIT
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-PINTU THRU 090-99-FIM.
           MOVE 1 TO ALOC-RUANG.
           MOVE ZEROS TO ALOC-KURSI.
           MOVE ZEROS TO IDX-KLS.
       050-01-ZERA.
           ADD 1 TO IDX-KLS.
           IF IDX-KLS NOT > QTD-KLS
              MOVE ZEROS TO KLS-PROX (IDX-KLS)
              GO TO 050-01-ZERA.
           MOVE "S" TO RODADA-ALOCOU.
           PERFORM 060-RODADA THRU 060-99-FIM
               UNTIL RODADA-ALOCOU = "N".
       050-99-FIM.
           EXIT.
      *----------------------------------------------------
      * UMA RODADA = O PROXIMO ALUNO DE CADA KELAS, EM ORDEM.
      *----------------------------------------------------
       060-RODADA.
           MOVE "N" TO RODADA-ALOCOU.
           PERFORM 061-PROXIMO-DA-KELAS THRU 061-99-FIM
               VARYING IDX-KLS FROM 1 BY 1
               UNTIL IDX-KLS > QTD-KLS.
       060-99-FIM.
           EXIT.
       061-PROXIMO-DA-KELAS.
           MOVE KLS-PROX (IDX-KLS) TO IDX-ALUNO.
       061-01-PROCURA.
           ADD 1 TO IDX-ALUNO.
           IF IDX-ALUNO > QTD-ALUNO
              MOVE QTD-ALUNO TO KLS-PROX (IDX-KLS)
              GO TO 061-99-FIM.
           IF ALU-KELAS (IDX-ALUNO) NOT = KLS-KODE (IDX-KLS)
              GO TO 061-01-PROCURA.
           MOVE IDX-ALUNO TO KLS-PROX (IDX-KLS).
           MOVE "S" TO RODADA-ALOCOU.
           PERFORM 070-ALOCA-KURSI THRU 070-99-FIM.
       061-99-FIM.
           EXIT.
      *----------------------------------------------------
       070-ALOCA-KURSI.
           ADD 1 TO ALOC-KURSI.
       070-01-RUANG.
           IF ALOC-RUANG > QTD-RUANG
              ADD 1 TO WS-TOTAL-SEM-KURSI
              MOVE SPACES TO WS-LINHA-LAPORAN
              STRING "  " ALU-NPM (IDX-ALUNO) " "
                     ALU-NAMA (IDX-ALUNO) " SEM KURSI MK " MK-ATUAL
                  DELIMITED BY SIZE INTO WS-LINHA-LAPORAN
              PERFORM 092-GRAVA-EXCECAO THRU 092-99-FIM
              GO TO 070-99-FIM.
           IF ALOC-KURSI > RUA-KAPASITAS (ALOC-RUANG)
              ADD 1 TO ALOC-RUANG
              MOVE 1 TO ALOC-KURSI
              GO TO 070-01-RUANG.
           IF ALOC-KURSI = 1
              MOVE SPACES TO WS-LINHA-LAPORAN
              STRING "  RUANG " RUA-KODE (ALOC-RUANG)
                     " (" RUA-KAPASITAS (ALOC-RUANG) " KURSI)"
                  DELIMITED BY SIZE INTO WS-LINHA-LAPORAN
              PERFORM 090-GRAVA-PINTU THRU 090-99-FIM.
           MOVE PERIODE-DIMINTA TO PERIODE-DUDUK.
           MOVE JENIS-DIMINTA TO JENIS-DUDUK.
           MOVE ALU-NPM (IDX-ALUNO) TO NPM-DUDUK.
           MOVE MK-ATUAL TO MK-DUDUK.
           MOVE RUA-KODE (ALOC-RUANG) TO RUANG-DUDUK.
           MOVE ALOC-KURSI TO KURSI-DUDUK.
           MOVE ALU-KELAS (IDX-ALUNO) TO KELAS-DUDUK.
           WRITE REG-DUDUK
               INVALID KEY
               REWRITE REG-DUDUK.
           ADD 1 TO WS-TOTAL-DUDUK.
           MOVE ALOC-KURSI TO WS-KURSI-EDIT.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "    " WS-KURSI-EDIT "  " ALU-NPM (IDX-ALUNO) " "
                  ALU-NAMA (IDX-ALUNO) " " ALU-KELAS (IDX-ALUNO)
                  "  ____________"
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-PINTU THRU 090-99-FIM.
       070-99-FIM.
           EXIT.
      *----------------------------------------------------
      * KARTU UJIAN: DUDUK.DAT EM ORDEM DE NPM, UM KARTU
      * POR ALUNO COM TODAS AS SUAS MATA KULIAH.
      *----------------------------------------------------
       080-EMITE-KARTU.
           CLOSE KRS.
           MOVE SPACES TO NPM-ATUAL.
           MOVE LOW-VALUES TO KUNCI-DUDUK.
           MOVE PERIODE-DIMINTA TO PERIODE-DUDUK.
           MOVE JENIS-DIMINTA TO JENIS-DUDUK.
           START DUDUK KEY IS NOT LESS THAN KUNCI-DUDUK
               INVALID KEY
               MOVE "10" TO ERR-DUDUK.
           IF ERR-DUDUK NOT = "10"
              MOVE "00" TO ERR-DUDUK
              PERFORM 081-LINHA-KARTU THRU 081-99-FIM
                  UNTIL ERR-DUDUK = "10".
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       081-LINHA-KARTU.
           READ DUDUK NEXT RECORD
               AT END
               MOVE "10" TO ERR-DUDUK
               GO TO 081-99-FIM.
           IF PERIODE-DUDUK NOT = PERIODE-DIMINTA
              MOVE "10" TO ERR-DUDUK
              GO TO 081-99-FIM.
           IF JENIS-DUDUK NOT = JENIS-DIMINTA
              MOVE "10" TO ERR-DUDUK
              GO TO 081-99-FIM.
           IF NPM-DUDUK NOT = NPM-ATUAL
              PERFORM 082-CABECALHO-KARTU THRU 082-99-FIM.
           MOVE MK-DUDUK TO MK-ATUAL.
           PERFORM 095-NOME-MK THRU 095-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "  " MK-DUDUK " " WS-NAMA-MK-USADO
                  "  " RUANG-DUDUK "   " KURSI-DUDUK
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 091-GRAVA-KARTU THRU 091-99-FIM.
       081-99-FIM.
           EXIT.
       082-CABECALHO-KARTU.
           MOVE NPM-DUDUK TO NPM-ATUAL.
           ADD 1 TO WS-TOTAL-KARTU.
           MOVE NPM-DUDUK TO NPM-KRS.
           PERFORM 040-VERIFICA-ALUNO THRU 040-99-FIM.
           MOVE ALL "=" TO WS-LINHA-LAPORAN.
           PERFORM 091-GRAVA-KARTU THRU 091-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "KARTU UJIAN " JENIS-DIMINTA
                  " - PERIODE " PERIODE-DIMINTA
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 091-GRAVA-KARTU THRU 091-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "NPM " NPM-DUDUK " " VER-NAMA (IDX-VER)
                  " KELAS " VER-KELAS (IDX-VER)
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 091-GRAVA-KARTU THRU 091-99-FIM.
           MOVE "  KODE   MATA KULIAH                RUANG  KURSI"
               TO WS-LINHA-LAPORAN.
           PERFORM 091-GRAVA-KARTU THRU 091-99-FIM.
       082-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-PINTU.
           MOVE WS-LINHA-LAPORAN TO REG-PINTU.
           WRITE REG-PINTU.
       090-99-FIM.
           EXIT.
       091-GRAVA-KARTU.
           MOVE WS-LINHA-LAPORAN TO REG-KARTU.
           WRITE REG-KARTU.
       091-99-FIM.
           EXIT.
       092-GRAVA-EXCECAO.
           MOVE WS-LINHA-LAPORAN TO REG-EXCECAO.
           WRITE REG-EXCECAO.
       092-99-FIM.
           EXIT.
      *----------------------------------------------------
       095-NOME-MK.
           MOVE "(SEM CADASTRO)" TO WS-NAMA-MK-USADO.
           IF TEM-MATKUL NOT = "S"
              GO TO 095-99-FIM.
           MOVE MK-ATUAL TO KODE-MK.
           READ MATKUL KEY IS KODE-MK
               INVALID KEY
               GO TO 095-99-FIM.
           MOVE NAMA-MK TO WS-NAMA-MK-USADO.
       095-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           CLOSE MHS.
           CLOSE DUDUK.
           IF TEM-TAGIHAN = "S"
              CLOSE TAGIHAN.
           IF TEM-ABSEN = "S"
              CLOSE ABSEN.
           IF TEM-MATKUL = "S"
              CLOSE MATKUL.
           MOVE ALL "-" TO WS-LINHA-LAPORAN.
           PERFORM 092-GRAVA-EXCECAO THRU 092-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "SEM KARTU: " WS-TOTAL-EXCECAO
                  " SEM KURSI (MK): " WS-TOTAL-SEM-KURSI
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 092-GRAVA-EXCECAO THRU 092-99-FIM.
           MOVE ALL "=" TO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-PINTU THRU 090-99-FIM.
           MOVE SPACES TO WS-LINHA-LAPORAN.
           STRING "MATA KULIAH: " WS-TOTAL-MK
                  " KURSI DISTRIBUIDOS: " WS-TOTAL-DUDUK
               DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM 090-GRAVA-PINTU THRU 090-99-FIM.
           CLOSE PINTU.
           CLOSE KARTU.
           CLOSE EXCECAO.
           DISPLAY "MATA KULIAH DISTRIBUIDAS : " WS-TOTAL-MK.
           DISPLAY "KURSI DISTRIBUIDOS ..... : " WS-TOTAL-DUDUK.
           DISPLAY "KARTU UJIAN EMITIDOS ... : " WS-TOTAL-KARTU.
           DISPLAY "ALUNOS SEM KARTU ....... : " WS-TOTAL-EXCECAO.
           DISPLAY "SEM KURSI (POR MK) ..... : " WS-TOTAL-SEM-KURSI.
           DISPLAY "GRAVADOS: DUDUK.DAT PINTU.TXT KARTUUJI.TXT "
                   "UJIEXC.TXT".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA DENAHUJIAN ---------***
