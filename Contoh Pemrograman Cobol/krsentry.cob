       IDENTIFICATION DIVISION.
       PROGRAM-ID. KRSENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MHS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPM
               FILE STATUS IS ERR.
           SELECT KRS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-KRS
               FILE STATUS IS ERR-KRS.
           SELECT MATKUL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KODE-MK
               FILE STATUS IS ERR-MATKUL.
           SELECT PRASYARAT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-PRASYARAT
               FILE STATUS IS ERR-PRASYARAT.
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
           SELECT TAGIHAN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-TAGIHAN
               FILE STATUS IS ERR-TAGIHAN.
       DATA DIVISION.
       FILE SECTION.
       COPY "recmhs.cob".
       COPY "reckrs.cob".
       COPY "recmk.cob".
       COPY "recprsy.cob".
       COPY "recnilai.cob".
       COPY "recnlhst.cob".
       COPY "rectagih.cob".
      *
       WORKING-STORAGE SECTION.
       77 ERR PIC XX.
       77 ERR-KRS PIC XX.
       77 ERR-MATKUL PIC XX.
       77 ERR-PRASYARAT PIC XX.
       77 ERR-NILAI PIC XX.
       77 ERR-NILHIST PIC XX.
       77 ERR-TAGIHAN PIC XX.
       77 TEM-PRASYARAT PIC X VALUE 'N'.
       77 TEM-NILAI PIC X VALUE 'N'.
       77 TEM-NILHIST PIC X VALUE 'N'.
       77 TEM-TAGIHAN PIC X VALUE 'N'.
       77 OPCAO-MENU PIC X.
       77 NPM-VALIDO PIC X.
       77 PERIODE-DIMINTA PIC X(6).
       77 NPM-DIMINTA PIC X(8).
       77 MK-DIMINTA PIC X(6).
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       01 ISI-LAGI PIC X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
      *****  LIMITE DE SKS PELO IPS DO PERIODE ANTERIOR (0-100)
       01 REGRAS-SKS.
           02 IPS-FAIXA-1 PIC 9(3) VALUE 70.
           02 SKS-FAIXA-1 PIC 9(2) VALUE 24.
           02 IPS-FAIXA-2 PIC 9(3) VALUE 55.
           02 SKS-FAIXA-2 PIC 9(2) VALUE 21.
           02 IPS-FAIXA-3 PIC 9(3) VALUE 40.
           02 SKS-FAIXA-3 PIC 9(2) VALUE 18.
           02 SKS-FAIXA-4 PIC 9(2) VALUE 15.
           02 SKS-ALUNO-NOVO PIC 9(2) VALUE 20.
       01 APURACAO-ALUNO.
           02 WS-PERIODE-ANT PIC X(6) VALUE SPACES.
           02 WS-PONTOS-PERIODE PIC 9(08) VALUE ZEROS.
           02 WS-SKS-PERIODE PIC 9(05) VALUE ZEROS.
           02 WS-IPS PIC 9(3)V9 VALUE ZEROS.
           02 WS-LIMITE-SKS PIC 9(2) VALUE ZEROS.
           02 WS-SKS-INSCRITO PIC 9(3) VALUE ZEROS.
           02 WS-SKS-USADO PIC 9(2) VALUE ZEROS.
           02 WS-SKS-NOVO PIC 9(2) VALUE ZEROS.
           02 WS-SALDO-TAGIHAN PIC 9(8) VALUE ZEROS.
           02 WS-QTD-ABERTAS PIC 9(3) VALUE ZEROS.
           02 WS-QTD-FALTA PIC 9(3) VALUE ZEROS.
           02 WS-TEM-SYARAT PIC X VALUE 'N'.
       77 WS-IPS-ED PIC ZZ9.9.
       77 WS-NOME-MK-USADO PIC X(25) VALUE SPACES.
      *----------------------------------------------------
      * KRS - RENCANA STUDI DO ALUNO NO PERIODE (KRS.DAT,
      * CHAVE NPM + PERIODE + KODE MK). RECUSA ALUNO KELUAR
      * E ALUNO COM TAGIHAN EM ABERTO (QUALQUER PERIODE).
      * O TOTAL DE SKS E LIMITADO PELO IPS DO ULTIMO PERIODE
      * ANTERIOR COM NILAI (REGRAS-SKS; ALUNO SEM NILAI
      * ANTERIOR = SKS-ALUNO-NOVO). CADA MATA KULIAH EXIGE
      * OS PRASYARAT DO PRASYARAT.DAT CUMPRIDOS EM PERIODES
      * ANTERIORES. NILAI DE ANOS FECHADOS VEM DO NILHIST.DAT
      * (TUTUPTHN), LIDO ANTES DO NILAI.DAT. O CANCELAMENTO SO E ACEITO ENQUANTO NAO
      * HOUVER NILAI LANCADO PARA A MATA KULIAH.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** KRS - RENCANA STUDI MAHASISWA ***".
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           OPEN INPUT MHS.
           IF ERR NOT = "00"
              DISPLAY "GAGAL MEMBUKA DATA.TXT. STATUS=" ERR
              STOP RUN.
           OPEN INPUT MATKUL.
           IF ERR-MATKUL NOT = "00"
              DISPLAY "GAGAL MEMBUKA MATKUL.DAT. STATUS=" ERR-MATKUL
              DISPLAY "DAFTARKAN MATA KULIAH DENGAN MATKULMST."
              CLOSE MHS
              STOP RUN.
           OPEN I-O KRS.
           IF ERR-KRS = "35"
              OPEN OUTPUT KRS
              CLOSE KRS
              OPEN I-O KRS.
           IF ERR-KRS NOT = "00"
              DISPLAY "GAGAL MEMBUKA KRS.DAT. STATUS=" ERR-KRS
              CLOSE MHS
              CLOSE MATKUL
              STOP RUN.
           OPEN INPUT PRASYARAT.
           IF ERR-PRASYARAT = "00"
              MOVE "S" TO TEM-PRASYARAT.
           OPEN INPUT NILAI.
           IF ERR-NILAI = "00"
              MOVE "S" TO TEM-NILAI.
           OPEN INPUT NILHIST.
           IF ERR-NILHIST = "00"
              MOVE "S" TO TEM-NILHIST.
           OPEN INPUT TAGIHAN.
           IF ERR-TAGIHAN = "00"
              MOVE "S" TO TEM-TAGIHAN.
       002-RECEBE-PERIODE.
           DISPLAY "PERIODE AKADEMIK (EX: 20261) : ".
           ACCEPT PERIODE-DIMINTA.
           IF PERIODE-DIMINTA = SPACES
              GO TO 002-RECEBE-PERIODE.
      *----------------------------------------------------
       010-RECEBE-NPM.
           DISPLAY " ".
           DISPLAY "NPM (KOSONG = SELESAI) : ".
           MOVE SPACES TO NPM-DIMINTA.
           ACCEPT NPM-DIMINTA.
           IF NPM-DIMINTA = SPACES
              GO TO 999-FIM.
           CALL 'VALNPM' USING NPM-DIMINTA NPM-VALIDO.
           IF NPM-VALIDO NOT = 'S'
              DISPLAY "NPM HARUS 8 ANGKA. ULANGI."
              GO TO 010-RECEBE-NPM.
           MOVE NPM-DIMINTA TO NPM.
           READ MHS KEY IS NPM
               INVALID KEY
               DISPLAY "NPM TIDAK TERDAFTAR DI DATA.TXT. ULANGI."
               GO TO 010-RECEBE-NPM.
           DISPLAY "NAMA  : " NAMA.
           DISPLAY "KELAS : " KELAS.
           IF MHS-KELUAR
              DISPLAY "MAHASISWA SUDAH KELUAR. KRS DITOLAK."
              GO TO 010-RECEBE-NPM.
           PERFORM 020-VERIFICA-TAGIHAN THRU 020-99-FIM.
           IF WS-QTD-ABERTAS > ZEROS
              DISPLAY "ADA TAGIHAN TERBUKA. KRS DITOLAK."
              GO TO 010-RECEBE-NPM.
           PERFORM 030-CALCULA-LIMITE THRU 030-99-FIM.
           PERFORM 040-LISTA-KRS THRU 040-99-FIM.
      *----------------------------------------------------
       015-MENU-KRS.
           DISPLAY " ".
           DISPLAY "1 - Tambah mata kuliah".
           DISPLAY "2 - Batal mata kuliah".
           DISPLAY "3 - Lihat KRS".
           DISPLAY "4 - Mahasiswa lain".
           DISPLAY "Pilih menu : ".
           ACCEPT OPCAO-MENU.
           IF OPCAO-MENU = "1"
              GO TO 060-TAMBAH-MK.
           IF OPCAO-MENU = "2"
              GO TO 070-BATAL-MK.
           IF OPCAO-MENU = "3"
              PERFORM 040-LISTA-KRS THRU 040-99-FIM
              GO TO 015-MENU-KRS.
           IF OPCAO-MENU = "4"
              GO TO 010-RECEBE-NPM.
           GO TO 015-MENU-KRS.
      *----------------------------------------------------
       020-VERIFICA-TAGIHAN.
           MOVE ZEROS TO WS-QTD-ABERTAS.
           IF TEM-TAGIHAN NOT = "S"
              GO TO 020-99-FIM.
           MOVE NPM-DIMINTA TO NPM-TAGIHAN.
           MOVE SPACES TO PERIODE-TAGIHAN.
           START TAGIHAN KEY IS NOT LESS THAN KUNCI-TAGIHAN
               INVALID KEY
               MOVE "10" TO ERR-TAGIHAN.
           IF ERR-TAGIHAN NOT = "10"
              MOVE "00" TO ERR-TAGIHAN
              PERFORM 021-LE-TAGIHAN THRU 021-99-FIM
                  UNTIL ERR-TAGIHAN = "10".
           MOVE "00" TO ERR-TAGIHAN.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       021-LE-TAGIHAN.
           READ TAGIHAN NEXT RECORD
               AT END
               MOVE "10" TO ERR-TAGIHAN
               GO TO 021-99-FIM.
           IF NPM-TAGIHAN NOT = NPM-DIMINTA
              MOVE "10" TO ERR-TAGIHAN
              GO TO 021-99-FIM.
           IF TAGIHAN-LUNAS
              GO TO 021-99-FIM.
           IF DIBAYAR-TAGIHAN NOT < NILAI-TAGIHAN
              GO TO 021-99-FIM.
           COMPUTE WS-SALDO-TAGIHAN = NILAI-TAGIHAN - DIBAYAR-TAGIHAN.
           ADD 1 TO WS-QTD-ABERTAS.
           DISPLAY "TAGIHAN TERBUKA PERIODE " PERIODE-TAGIHAN
                   " SALDO RP." WS-SALDO-TAGIHAN.
       021-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-CALCULA-LIMITE.
           MOVE SPACES TO WS-PERIODE-ANT.
           MOVE ZEROS TO WS-PONTOS-PERIODE.
           MOVE ZEROS TO WS-SKS-PERIODE.
           MOVE ZEROS TO WS-IPS.
           IF TEM-NILHIST NOT = "S"
              GO TO 030-10-NILAI.
           MOVE NPM-DIMINTA TO NPM-NILHIST.
           MOVE SPACES TO PERIODE-NILHIST.
           MOVE SPACES TO MK-NILHIST.
           START NILHIST KEY IS NOT LESS THAN KUNCI-NILHIST
               INVALID KEY
               MOVE "10" TO ERR-NILHIST.
           IF ERR-NILHIST NOT = "10"
              MOVE "00" TO ERR-NILHIST
              PERFORM 033-SOMA-HISTORICO THRU 033-99-FIM
                  UNTIL ERR-NILHIST = "10".
           MOVE "00" TO ERR-NILHIST.
       030-10-NILAI.
           IF TEM-NILAI NOT = "S"
              GO TO 030-50-APLICA-REGRA.
           MOVE NPM-DIMINTA TO NPM-NILAI.
           MOVE SPACES TO PERIODE-NILAI.
           MOVE SPACES TO MK-NILAI.
           START NILAI KEY IS NOT LESS THAN KUNCI-NILAI
               INVALID KEY
               MOVE "10" TO ERR-NILAI.
           IF ERR-NILAI NOT = "10"
              MOVE "00" TO ERR-NILAI
              PERFORM 031-SOMA-PERIODE THRU 031-99-FIM
                  UNTIL ERR-NILAI = "10".
           MOVE "00" TO ERR-NILAI.
       030-50-APLICA-REGRA.
           IF WS-SKS-PERIODE = ZEROS
              MOVE SKS-ALUNO-NOVO TO WS-LIMITE-SKS
              DISPLAY "SEM NILAI ANTERIOR - LIMITE " WS-LIMITE-SKS
                      " SKS."
              GO TO 030-99-FIM.
           COMPUTE WS-IPS = WS-PONTOS-PERIODE / WS-SKS-PERIODE.
           IF WS-IPS NOT < IPS-FAIXA-1
              MOVE SKS-FAIXA-1 TO WS-LIMITE-SKS
           ELSE IF WS-IPS NOT < IPS-FAIXA-2
              MOVE SKS-FAIXA-2 TO WS-LIMITE-SKS
           ELSE IF WS-IPS NOT < IPS-FAIXA-3
              MOVE SKS-FAIXA-3 TO WS-LIMITE-SKS
           ELSE
              MOVE SKS-FAIXA-4 TO WS-LIMITE-SKS.
           MOVE WS-IPS TO WS-IPS-ED.
           DISPLAY "IPS PERIODE " WS-PERIODE-ANT " : " WS-IPS-ED
                   " - LIMITE " WS-LIMITE-SKS " SKS.".
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       031-SOMA-PERIODE.
           READ NILAI NEXT RECORD
               AT END
               MOVE "10" TO ERR-NILAI
               GO TO 031-99-FIM.
           IF NPM-NILAI NOT = NPM-DIMINTA
              MOVE "10" TO ERR-NILAI
              GO TO 031-99-FIM.
           IF PERIODE-NILAI NOT < PERIODE-DIMINTA
              MOVE "10" TO ERR-NILAI
              GO TO 031-99-FIM.
           PERFORM 034-SOMA-NILAI THRU 034-99-FIM.
       031-99-FIM.
           EXIT.
      *----------------------------------------------------
       033-SOMA-HISTORICO.
           READ NILHIST NEXT RECORD
               AT END
               MOVE "10" TO ERR-NILHIST
               GO TO 033-99-FIM.
           IF NPM-NILHIST NOT = NPM-DIMINTA
              MOVE "10" TO ERR-NILHIST
              GO TO 033-99-FIM.
           IF PERIODE-NILHIST NOT < PERIODE-DIMINTA
              MOVE "10" TO ERR-NILHIST
              GO TO 033-99-FIM.
           MOVE DADOS-NILHIST TO REG-NILAI.
           PERFORM 034-SOMA-NILAI THRU 034-99-FIM.
       033-99-FIM.
           EXIT.
      *----------------------------------------------------
       034-SOMA-NILAI.
           IF PERIODE-NILAI NOT = WS-PERIODE-ANT
              MOVE PERIODE-NILAI TO WS-PERIODE-ANT
              MOVE ZEROS TO WS-PONTOS-PERIODE
              MOVE ZEROS TO WS-SKS-PERIODE.
           MOVE MK-NILAI TO MK-DIMINTA.
           PERFORM 032-BUSCA-SKS THRU 032-99-FIM.
           COMPUTE WS-PONTOS-PERIODE =
               WS-PONTOS-PERIODE + HASIL-NILAI * WS-SKS-USADO.
           ADD WS-SKS-USADO TO WS-SKS-PERIODE.
       034-99-FIM.
           EXIT.
      *----------------------------------------------------
       032-BUSCA-SKS.
           MOVE 1 TO WS-SKS-USADO.
           MOVE "(SEM CADASTRO)" TO WS-NOME-MK-USADO.
           IF MK-DIMINTA = SPACES
              GO TO 032-99-FIM.
           MOVE MK-DIMINTA TO KODE-MK.
           READ MATKUL KEY IS KODE-MK
               INVALID KEY
               GO TO 032-99-FIM.
           MOVE NAMA-MK TO WS-NOME-MK-USADO.
           IF SKS-MK > ZEROS
              MOVE SKS-MK TO WS-SKS-USADO.
       032-99-FIM.
           EXIT.
      *----------------------------------------------------
       040-LISTA-KRS.
           MOVE ZEROS TO WS-SKS-INSCRITO.
           DISPLAY "KRS PERIODE " PERIODE-DIMINTA ":".
           MOVE NPM-DIMINTA TO NPM-KRS.
           MOVE PERIODE-DIMINTA TO PERIODE-KRS.
           MOVE SPACES TO MK-KRS.
           START KRS KEY IS NOT LESS THAN KUNCI-KRS
               INVALID KEY
               MOVE "10" TO ERR-KRS.
           IF ERR-KRS NOT = "10"
              MOVE "00" TO ERR-KRS
              PERFORM 041-LE-KRS THRU 041-99-FIM
                  UNTIL ERR-KRS = "10".
           MOVE "00" TO ERR-KRS.
           DISPLAY "TOTAL SKS : " WS-SKS-INSCRITO
                   " DE " WS-LIMITE-SKS.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       041-LE-KRS.
           READ KRS NEXT RECORD
               AT END
               MOVE "10" TO ERR-KRS
               GO TO 041-99-FIM.
           IF NPM-KRS NOT = NPM-DIMINTA
              OR PERIODE-KRS NOT = PERIODE-DIMINTA
              MOVE "10" TO ERR-KRS
              GO TO 041-99-FIM.
           MOVE MK-KRS TO MK-DIMINTA.
           PERFORM 032-BUSCA-SKS THRU 032-99-FIM.
           ADD SKS-KRS TO WS-SKS-INSCRITO.
           DISPLAY "  " MK-KRS " " WS-NOME-MK-USADO " " SKS-KRS.
       041-99-FIM.
           EXIT.
      *----------------------------------------------------
       060-TAMBAH-MK.
           DISPLAY "KODE MATA KULIAH : ".
           ACCEPT MK-DIMINTA.
           IF MK-DIMINTA = SPACES
              GO TO 015-MENU-KRS.
           MOVE MK-DIMINTA TO KODE-MK.
           READ MATKUL KEY IS KODE-MK
               INVALID KEY
               DISPLAY "MATA KULIAH TIDAK TERDAFTAR."
               GO TO 015-MENU-KRS.
           DISPLAY "MATA KULIAH : " NAMA-MK " SKS: " SKS-MK.
           MOVE SKS-MK TO WS-SKS-NOVO.
           IF WS-SKS-NOVO = ZEROS
              MOVE 1 TO WS-SKS-NOVO.
           MOVE NPM-DIMINTA TO NPM-KRS.
           MOVE PERIODE-DIMINTA TO PERIODE-KRS.
           MOVE MK-DIMINTA TO MK-KRS.
           READ KRS KEY IS KUNCI-KRS
               INVALID KEY
               GO TO 060-10-LIMITE.
           DISPLAY "MATA KULIAH SUDAH ADA DI KRS."
           GO TO 015-MENU-KRS.
       060-10-LIMITE.
           IF WS-SKS-INSCRITO + WS-SKS-NOVO > WS-LIMITE-SKS
              DISPLAY "MELEBIHI LIMITE DE " WS-LIMITE-SKS
                      " SKS. DITOLAK."
              GO TO 015-MENU-KRS.
           PERFORM 080-VERIFICA-PRASYARAT THRU 080-99-FIM.
           IF WS-QTD-FALTA > ZEROS
              DISPLAY "PRASYARAT NAO CUMPRIDO. DITOLAK."
              GO TO 015-MENU-KRS.
           MOVE NPM-DIMINTA TO NPM-KRS.
           MOVE PERIODE-DIMINTA TO PERIODE-KRS.
           MOVE MK-DIMINTA TO MK-KRS.
           MOVE WS-SKS-NOVO TO SKS-KRS.
           MOVE TGL-HARI-INI TO TGL-KRS.
           WRITE REG-KRS
               INVALID KEY
               DISPLAY "GAGAL MENYIMPAN KRS. STATUS=" ERR-KRS
               GO TO 015-MENU-KRS.
           ADD WS-SKS-NOVO TO WS-SKS-INSCRITO.
           DISPLAY "MATA KULIAH " MK-DIMINTA " DITAMBAHKAN. TOTAL "
                   WS-SKS-INSCRITO " SKS.".
           GO TO 015-MENU-KRS.
      *----------------------------------------------------
       070-BATAL-MK.
           DISPLAY "KODE MATA KULIAH : ".
           ACCEPT MK-DIMINTA.
           IF MK-DIMINTA = SPACES
              GO TO 015-MENU-KRS.
           MOVE NPM-DIMINTA TO NPM-KRS.
           MOVE PERIODE-DIMINTA TO PERIODE-KRS.
           MOVE MK-DIMINTA TO MK-KRS.
           READ KRS KEY IS KUNCI-KRS
               INVALID KEY
               DISPLAY "MATA KULIAH TIDAK ADA DI KRS."
               GO TO 015-MENU-KRS.
           IF TEM-NILAI = "S"
              MOVE NPM-DIMINTA TO NPM-NILAI
              MOVE PERIODE-DIMINTA TO PERIODE-NILAI
              MOVE MK-DIMINTA TO MK-NILAI
              READ NILAI KEY IS KUNCI-NILAI
                  INVALID KEY
                  GO TO 070-10-APAGA
              END-READ
              DISPLAY "NILAI SUDAH ADA. BATAL DITOLAK."
              GO TO 015-MENU-KRS.
       070-10-APAGA.
           DELETE KRS
               INVALID KEY
               DISPLAY "GAGAL MENGHAPUS KRS. STATUS=" ERR-KRS
               GO TO 015-MENU-KRS.
           SUBTRACT SKS-KRS FROM WS-SKS-INSCRITO.
           DISPLAY "MATA KULIAH " MK-DIMINTA " DIBATALKAN. TOTAL "
                   WS-SKS-INSCRITO " SKS.".
           GO TO 015-MENU-KRS.
      *----------------------------------------------------
       080-VERIFICA-PRASYARAT.
           MOVE ZEROS TO WS-QTD-FALTA.
           IF TEM-PRASYARAT NOT = "S"
              GO TO 080-99-FIM.
           MOVE MK-DIMINTA TO MK-PRASYARAT.
           MOVE SPACES TO MK-SYARAT.
           START PRASYARAT KEY IS NOT LESS THAN KUNCI-PRASYARAT
               INVALID KEY
               MOVE "10" TO ERR-PRASYARAT.
           IF ERR-PRASYARAT NOT = "10"
              MOVE "00" TO ERR-PRASYARAT
              PERFORM 081-LE-PRASYARAT THRU 081-99-FIM
                  UNTIL ERR-PRASYARAT = "10".
           MOVE "00" TO ERR-PRASYARAT.
       080-99-FIM.
           EXIT.
      *----------------------------------------------------
       081-LE-PRASYARAT.
           READ PRASYARAT NEXT RECORD
               AT END
               MOVE "10" TO ERR-PRASYARAT
               GO TO 081-99-FIM.
           IF MK-PRASYARAT NOT = MK-DIMINTA
              MOVE "10" TO ERR-PRASYARAT
              GO TO 081-99-FIM.
           MOVE "N" TO WS-TEM-SYARAT.
           PERFORM 082-PROCURA-NILAI THRU 082-99-FIM.
           IF WS-TEM-SYARAT = "S"
              GO TO 081-99-FIM.
           ADD 1 TO WS-QTD-FALTA.
           DISPLAY "FALTA PRASYARAT " MK-SYARAT
                   " (HURUF MINIMO " HURUF-MIN-SYARAT ")".
       081-99-FIM.
           EXIT.
      *----------------------------------------------------
       082-PROCURA-NILAI.
           IF TEM-NILHIST NOT = "S"
              GO TO 082-10-NILAI.
           MOVE NPM-DIMINTA TO NPM-NILHIST.
           MOVE SPACES TO PERIODE-NILHIST.
           MOVE SPACES TO MK-NILHIST.
           START NILHIST KEY IS NOT LESS THAN KUNCI-NILHIST
               INVALID KEY
               MOVE "10" TO ERR-NILHIST.
           IF ERR-NILHIST NOT = "10"
              MOVE "00" TO ERR-NILHIST
              PERFORM 084-LE-HISTORICO THRU 084-99-FIM
                  UNTIL ERR-NILHIST = "10".
           MOVE "00" TO ERR-NILHIST.
       082-10-NILAI.
           IF TEM-NILAI NOT = "S" OR WS-TEM-SYARAT = "S"
              GO TO 082-99-FIM.
           MOVE NPM-DIMINTA TO NPM-NILAI.
           MOVE SPACES TO PERIODE-NILAI.
           MOVE SPACES TO MK-NILAI.
           START NILAI KEY IS NOT LESS THAN KUNCI-NILAI
               INVALID KEY
               MOVE "10" TO ERR-NILAI.
           IF ERR-NILAI NOT = "10"
              MOVE "00" TO ERR-NILAI
              PERFORM 083-LE-NILAI THRU 083-99-FIM
                  UNTIL ERR-NILAI = "10".
           MOVE "00" TO ERR-NILAI.
       082-99-FIM.
           EXIT.
      *----------------------------------------------------
       083-LE-NILAI.
           READ NILAI NEXT RECORD
               AT END
               MOVE "10" TO ERR-NILAI
               GO TO 083-99-FIM.
           IF NPM-NILAI NOT = NPM-DIMINTA
              OR PERIODE-NILAI NOT < PERIODE-DIMINTA
              MOVE "10" TO ERR-NILAI
              GO TO 083-99-FIM.
           PERFORM 085-CONFERE-SYARAT THRU 085-99-FIM.
           IF WS-TEM-SYARAT = "S"
              MOVE "10" TO ERR-NILAI.
       083-99-FIM.
           EXIT.
      *----------------------------------------------------
       084-LE-HISTORICO.
           READ NILHIST NEXT RECORD
               AT END
               MOVE "10" TO ERR-NILHIST
               GO TO 084-99-FIM.
           IF NPM-NILHIST NOT = NPM-DIMINTA
              OR PERIODE-NILHIST NOT < PERIODE-DIMINTA
              MOVE "10" TO ERR-NILHIST
              GO TO 084-99-FIM.
           MOVE DADOS-NILHIST TO REG-NILAI.
           PERFORM 085-CONFERE-SYARAT THRU 085-99-FIM.
           IF WS-TEM-SYARAT = "S"
              MOVE "10" TO ERR-NILHIST.
       084-99-FIM.
           EXIT.
      *----------------------------------------------------
       085-CONFERE-SYARAT.
           IF MK-NILAI NOT = MK-SYARAT
              GO TO 085-99-FIM.
           IF HURUF-NILAI NOT > HURUF-MIN-SYARAT
              MOVE "S" TO WS-TEM-SYARAT.
       085-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           CLOSE MHS.
           CLOSE MATKUL.
           CLOSE KRS.
           IF TEM-PRASYARAT = "S"
              CLOSE PRASYARAT.
           IF TEM-NILAI = "S"
              CLOSE NILAI.
           IF TEM-NILHIST = "S"
              CLOSE NILHIST.
           IF TEM-TAGIHAN = "S"
              CLOSE TAGIHAN.
           STOP RUN.
      ***---------- FIM DO PROGRAMA KRSENTRY ---------***
