       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINJAMBUKU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PINJAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KODE-BUKU-PINJAM
               FILE STATUS IS ERR-PINJAM.
           SELECT BUKU ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KODE-BUKU
               FILE STATUS IS ERR-BUKU.
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
           SELECT PUSCTL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERR-CTL.
           SELECT PRDCTL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERR-PRDCTL.
       DATA DIVISION.
       FILE SECTION.
       COPY "recpinj.cob".
       COPY "recbuku.cob".
       COPY "recmhs.cob".
       COPY "rectagih.cob".
       COPY "recpsctl.cob".
       COPY "recprctl.cob".
      *
       WORKING-STORAGE SECTION.
       77 ERR PIC XX.
       77 ERR-PINJAM PIC XX.
       77 ERR-BUKU PIC XX.
       77 ERR-TAGIHAN PIC XX.
       77 ERR-CTL PIC XX.
       77 ERR-PRDCTL PIC XX.
       77 OPCAO-MENU PIC X.
       77 NPM-VALIDO PIC X.
       77 DENDA-LANCADA PIC X VALUE 'N'.
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       01 ISI-LAGI PIC X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       01 ENTRADA-PINJAM.
           02 NPM-DIMINTA PIC X(8).
           02 KODE-DIMINTA PIC X(8).
           02 PERIODE-DIMINTA PIC X(6).
       01 DATA-CALENDARIO.
           02 CAL-DIA PIC 9(2).
           02 CAL-MES PIC 9(2).
           02 CAL-ANO PIC 9(4).
       01 CALCULO-PRAZO.
           02 WS-FUNCAO-DIAS PIC X VALUE 'N'.
           02 WS-NUM-DIAS PIC 9(7) VALUE ZEROS.
           02 WS-DIAS-HOJE PIC 9(7) VALUE ZEROS.
           02 WS-FUNCAO-DIAUTIL PIC X VALUE 'E'.
           02 WS-DIAUTIL-OK PIC X VALUE 'N'.
           02 WS-HARI-KERJA PIC 9(3) VALUE ZEROS.
           02 WS-TGL-TEMPO PIC 9(8) VALUE ZEROS.
           02 WS-DIAS-ATRASO PIC 9(5) VALUE ZEROS.
           02 WS-VALOR-DENDA PIC 9(8) VALUE ZEROS.
       77 WS-QTD-PINJAM PIC 9(2) VALUE ZEROS.
       77 WS-TERLAMBAT PIC X(10).
      *----------------------------------------------------
      * PINJAMAN DE BUKU DA PERPUSTAKAAN (PINJAM.DAT, CHAVE
      * O EXEMPLAR). SO MAHASISWA ATIVO DO DATA.TXT PODE
      * PINJAR, ATE O MAXIMO DE BUKU DO PERPUS.CTL. O JATUH
      * TEMPO E CONTADO EM HARI KERJA (DIAUTIL: SEM SABADO,
      * DOMINGO NEM FERIADOS.DAT) A PARTIR DO DIA SEGUINTE.
      * NA DEVOLUCAO COM ATRASO, A DENDA (DIAS CORRIDOS DE
      * ATRASO X DENDA POR HARI) E LANCADA NO TAGIHAN.DAT DO
      * NPM NO PERIODE INFORMADO, SOMANDO AO NILAI A PAGAR
      * PARA O BAYARAN COBRAR JUNTO COM A MENSALIDADE. SEM
      * TAGIHAN NO PERIODE, NASCE UMA SO COM A DENDA (BRUTO
      * ZERO) QUE O TAGIHGEN COMPLETA DEPOIS. A PINJAMAN SO
      * SAI DO PINJAM.DAT COM A DENDA LANCADA.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       BUKA-FILE.
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           MOVE 7 TO CTL-LAMA-PINJAM.
           MOVE 1000 TO CTL-DENDA-HARI.
           MOVE 3 TO CTL-MAX-BUKU.
           OPEN INPUT PUSCTL.
           IF ERR-CTL = '00'
              READ PUSCTL
                  AT END
                  MOVE 7 TO CTL-LAMA-PINJAM
                  MOVE 1000 TO CTL-DENDA-HARI
                  MOVE 3 TO CTL-MAX-BUKU
              END-READ
              CLOSE PUSCTL.
           MOVE SPACES TO CTL-PERIODE-ATUAL.
           MOVE ZEROS TO CTL-TAHUN-FECHADO.
           OPEN INPUT PRDCTL.
           IF ERR-PRDCTL = '00'
              READ PRDCTL
                  AT END
                  MOVE SPACES TO CTL-PERIODE-ATUAL
                  MOVE ZEROS TO CTL-TAHUN-FECHADO
              END-READ
              CLOSE PRDCTL.
           IF CTL-TAHUN-FECHADO NOT NUMERIC
              MOVE ZEROS TO CTL-TAHUN-FECHADO.
           OPEN INPUT MHS.
           IF ERR NOT = '00'
              DISPLAY 'GAGAL MEMBUKA DATA.TXT. STATUS=' ERR
              STOP RUN.
           OPEN I-O BUKU.
           IF ERR-BUKU NOT = '00'
              DISPLAY 'GAGAL MEMBUKA BUKU.DAT. STATUS=' ERR-BUKU
              CLOSE MHS
              STOP RUN.
           OPEN I-O PINJAM.
           IF ERR-PINJAM = '35'
              OPEN OUTPUT PINJAM
              CLOSE PINJAM
              OPEN I-O PINJAM.
           IF ERR-PINJAM NOT = '00'
              DISPLAY 'GAGAL MEMBUKA PINJAM.DAT. STATUS=' ERR-PINJAM
              CLOSE MHS
              CLOSE BUKU
              STOP RUN.
           OPEN I-O TAGIHAN.
           IF ERR-TAGIHAN = '35'
              OPEN OUTPUT TAGIHAN
              CLOSE TAGIHAN
              OPEN I-O TAGIHAN.
           IF ERR-TAGIHAN NOT = '00'
              DISPLAY 'GAGAL MEMBUKA TAGIHAN.DAT. STATUS=' ERR-TAGIHAN
              CLOSE MHS
              CLOSE BUKU
              CLOSE PINJAM
              STOP RUN.
       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY '*** PINJAMAN BUKU PERPUSTAKAAN ***'.
           DISPLAY '1 - Pinjam buku'.
           DISPLAY '2 - Kembalikan buku'.
           DISPLAY '3 - Pinjaman per NPM'.
           DISPLAY '4 - Keluar'.
           DISPLAY 'Pilih menu : '.
           ACCEPT OPCAO-MENU.
           IF OPCAO-MENU = '1'
              GO TO PINJAMAN.
           IF OPCAO-MENU = '2'
              GO TO KEMBALI.
           IF OPCAO-MENU = '3'
              GO TO LIHAT.
           IF OPCAO-MENU = '4'
              GO TO SELESAI.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       PINJAMAN.
           DISPLAY 'NPM : '.
           ACCEPT NPM-DIMINTA.
           CALL 'VALNPM' USING NPM-DIMINTA NPM-VALIDO.
           IF NPM-VALIDO NOT = 'S'
              DISPLAY 'NPM HARUS 8 ANGKA. ULANGI.'
              GO TO PINJAMAN.
           MOVE NPM-DIMINTA TO NPM.
           READ MHS KEY IS NPM
               INVALID KEY
               DISPLAY 'NPM TIDAK TERDAFTAR DI DATA.TXT.'
               GO TO PINJAMAN-FIM.
           IF MHS-KELUAR
              DISPLAY 'MAHASISWA SUDAH KELUAR.'
              GO TO PINJAMAN-FIM.
           DISPLAY 'NAMA : ' NAMA.
           PERFORM CONTA-PINJAM THRU CONTA-PINJAM-FIM.
           IF WS-QTD-PINJAM NOT < CTL-MAX-BUKU
              DISPLAY 'SUDAH MEMINJAM ' WS-QTD-PINJAM
                      ' BUKU (MAKS ' CTL-MAX-BUKU ').'
              GO TO PINJAMAN-FIM.
       PINJAMAN-BUKU.
           DISPLAY 'KODE EKSEMPLAR : '.
           ACCEPT KODE-DIMINTA.
           IF KODE-DIMINTA = SPACES
              GO TO PINJAMAN-BUKU.
           MOVE KODE-DIMINTA TO KODE-BUKU.
           READ BUKU KEY IS KODE-BUKU
               INVALID KEY
               DISPLAY 'BUKU TIDAK TERDAFTAR DI BUKU.DAT.'
               MOVE '00' TO ERR-BUKU
               GO TO PINJAMAN-FIM.
           DISPLAY 'JUDUL : ' JUDUL-BUKU.
           IF BUKU-DIPINJAM
              DISPLAY 'BUKU SEDANG DIPINJAM.'
              GO TO PINJAMAN-FIM.
           IF BUKU-HILANG
              DISPLAY 'BUKU TERCATAT HILANG.'
              GO TO PINJAMAN-FIM.
           PERFORM HITUNG-TEMPO THRU HITUNG-TEMPO-FIM.
           MOVE KODE-DIMINTA TO KODE-BUKU-PINJAM.
           MOVE NPM-DIMINTA TO NPM-PINJAM.
           MOVE TGL-HARI-INI TO TGL-PINJAM.
           MOVE WS-TGL-TEMPO TO TGL-TEMPO-PINJAM.
           MOVE ZEROS TO QTD-AVISO-PINJAM.
           MOVE ZEROS TO TGL-AVISO-PINJAM.
           WRITE REG-PINJAM
               INVALID KEY
               DISPLAY 'GAGAL MENYIMPAN. STATUS=' ERR-PINJAM
               GO TO PINJAMAN-FIM.
           MOVE 'P' TO STATUS-BUKU.
           REWRITE REG-BUKU
               INVALID KEY
               DISPLAY 'GAGAL MENGUBAH BUKU.DAT. STATUS=' ERR-BUKU.
           DISPLAY 'BUKU DIPINJAM. JATUH TEMPO : '
                   CAL-DIA '/' CAL-MES '/' CAL-ANO.
       PINJAMAN-FIM.
           MOVE '00' TO ERR-PINJAM.
           DISPLAY 'ADA PINJAMAN LAGI [Y/T] ? '.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO PINJAMAN.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       KEMBALI.
           DISPLAY 'KODE EKSEMPLAR : '.
           ACCEPT KODE-DIMINTA.
           IF KODE-DIMINTA = SPACES
              GO TO KEMBALI.
           MOVE KODE-DIMINTA TO KODE-BUKU-PINJAM.
           READ PINJAM KEY IS KODE-BUKU-PINJAM
               INVALID KEY
               DISPLAY 'BUKU INI TIDAK SEDANG DIPINJAM.'
               GO TO KEMBALI-FIM.
           MOVE NPM-PINJAM TO NPM.
           READ MHS KEY IS NPM
               INVALID KEY
               MOVE '(NPM FORA DO DATA.TXT)' TO NAMA.
           MOVE '00' TO ERR.
           DISPLAY 'PEMINJAM : ' NPM-PINJAM ' ' NAMA.
           DISPLAY 'DIPINJAM EM ' TGL-PINJAM
                   '  JATUH TEMPO ' TGL-TEMPO-PINJAM.
           MOVE ZEROS TO WS-DIAS-ATRASO.
           MOVE ZEROS TO WS-VALOR-DENDA.
           IF TGL-HARI-INI > TGL-TEMPO-PINJAM
              PERFORM HITUNG-DENDA THRU HITUNG-DENDA-FIM
              DISPLAY 'TERLAMBAT ' WS-DIAS-ATRASO
                      ' HARI - DENDA RP.' WS-VALOR-DENDA.
           DISPLAY 'KONFIRMASI PENGEMBALIAN [Y/T] ? '.
           ACCEPT ISI-LAGI.
           IF NOT LAGI
              GO TO KEMBALI-FIM.
           IF WS-VALOR-DENDA = ZEROS
              GO TO KEMBALI-BAIXA.
       KEMBALI-PERIODE.
           DISPLAY 'PERIODE TAGIHAN DA DENDA (ENTER = '
                   CTL-PERIODE-ATUAL ') : '.
           MOVE SPACES TO PERIODE-DIMINTA.
           ACCEPT PERIODE-DIMINTA.
           IF PERIODE-DIMINTA = SPACES
              MOVE CTL-PERIODE-ATUAL TO PERIODE-DIMINTA.
           IF PERIODE-DIMINTA = SPACES
              GO TO KEMBALI-PERIODE.
           IF PERIODE-DIMINTA (1:4) NOT > CTL-TAHUN-FECHADO
              DISPLAY 'TAHUN ' CTL-TAHUN-FECHADO ' JA FECHADO.'
              GO TO KEMBALI-PERIODE.
           PERFORM LANCA-DENDA THRU LANCA-DENDA-FIM.
           IF DENDA-LANCADA NOT = 'S'
              DISPLAY 'DENDA NAO LANCADA - BUKU CONTINUA DIPINJAM.'
              GO TO KEMBALI-FIM.
           DISPLAY 'DENDA RP.' WS-VALOR-DENDA ' LANCADA NO TAGIHAN '
                   PERIODE-DIMINTA '.'.
       KEMBALI-BAIXA.
           DELETE PINJAM
               INVALID KEY
               DISPLAY 'GAGAL MENGHAPUS PINJAMAN. STATUS=' ERR-PINJAM
               GO TO KEMBALI-FIM.
           MOVE KODE-BUKU-PINJAM TO KODE-BUKU.
           READ BUKU KEY IS KODE-BUKU
               INVALID KEY
               MOVE '00' TO ERR-BUKU
               GO TO KEMBALI-MSG.
           MOVE 'T' TO STATUS-BUKU.
           REWRITE REG-BUKU
               INVALID KEY
               DISPLAY 'GAGAL MENGUBAH BUKU.DAT. STATUS=' ERR-BUKU.
       KEMBALI-MSG.
           DISPLAY 'BUKU DIKEMBALIKAN.'.
       KEMBALI-FIM.
           MOVE '00' TO ERR-PINJAM.
           DISPLAY 'ADA PENGEMBALIAN LAGI [Y/T] ? '.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO KEMBALI.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       LIHAT.
           DISPLAY 'NPM : '.
           ACCEPT NPM-DIMINTA.
           MOVE NPM-DIMINTA TO NPM.
           READ MHS KEY IS NPM
               INVALID KEY
               MOVE SPACES TO NAMA.
           MOVE '00' TO ERR.
           DISPLAY 'NAMA : ' NAMA.
           DISPLAY 'EKSEMPLAR JUDUL                          '
                   'JATUH TEMPO'.
           MOVE ZEROS TO WS-QTD-PINJAM.
           MOVE LOW-VALUES TO KODE-BUKU-PINJAM.
           START PINJAM KEY IS NOT LESS THAN KODE-BUKU-PINJAM
               INVALID KEY
               MOVE '10' TO ERR-PINJAM.
       LIHAT-LE.
           IF ERR-PINJAM = '10'
              GO TO LIHAT-FIM.
           READ PINJAM NEXT RECORD
               AT END
               GO TO LIHAT-FIM.
           IF NPM-PINJAM NOT = NPM-DIMINTA
              GO TO LIHAT-LE.
           ADD 1 TO WS-QTD-PINJAM.
           MOVE KODE-BUKU-PINJAM TO KODE-BUKU.
           READ BUKU KEY IS KODE-BUKU
               INVALID KEY
               MOVE SPACES TO JUDUL-BUKU.
           MOVE '00' TO ERR-BUKU.
           MOVE SPACES TO WS-TERLAMBAT.
           IF TGL-HARI-INI > TGL-TEMPO-PINJAM
              MOVE 'TERLAMBAT' TO WS-TERLAMBAT.
           DISPLAY KODE-BUKU-PINJAM '  ' JUDUL-BUKU ' '
                   TGL-TEMPO-PINJAM ' ' WS-TERLAMBAT.
           GO TO LIHAT-LE.
       LIHAT-FIM.
           MOVE '00' TO ERR-PINJAM.
           DISPLAY 'BUKU DIPINJAM : ' WS-QTD-PINJAM.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       CONTA-PINJAM.
           MOVE ZEROS TO WS-QTD-PINJAM.
           MOVE LOW-VALUES TO KODE-BUKU-PINJAM.
           START PINJAM KEY IS NOT LESS THAN KODE-BUKU-PINJAM
               INVALID KEY
               GO TO CONTA-PINJAM-FIM.
       CONTA-PINJAM-LE.
           READ PINJAM NEXT RECORD
               AT END
               GO TO CONTA-PINJAM-FIM.
           IF NPM-PINJAM = NPM-DIMINTA
              ADD 1 TO WS-QTD-PINJAM.
           GO TO CONTA-PINJAM-LE.
       CONTA-PINJAM-FIM.
           MOVE '00' TO ERR-PINJAM.
      *----------------------------------------------------
       HITUNG-TEMPO.
           MOVE TGL-HARI-INI (7:2) TO CAL-DIA.
           MOVE TGL-HARI-INI (5:2) TO CAL-MES.
           MOVE TGL-HARI-INI (1:4) TO CAL-ANO.
           MOVE 'N' TO WS-FUNCAO-DIAS.
           CALL 'DIASDATA' USING DATA-CALENDARIO WS-FUNCAO-DIAS
               WS-NUM-DIAS.
           MOVE ZEROS TO WS-HARI-KERJA.
       HITUNG-TEMPO-LE.
           ADD 1 TO WS-NUM-DIAS.
           MOVE 'D' TO WS-FUNCAO-DIAS.
           CALL 'DIASDATA' USING DATA-CALENDARIO WS-FUNCAO-DIAS
               WS-NUM-DIAS.
           MOVE 'E' TO WS-FUNCAO-DIAUTIL.
           CALL 'DIAUTIL' USING DATA-CALENDARIO WS-FUNCAO-DIAUTIL
               WS-DIAUTIL-OK.
           IF WS-DIAUTIL-OK = 'S'
              ADD 1 TO WS-HARI-KERJA.
           IF WS-HARI-KERJA < CTL-LAMA-PINJAM
              GO TO HITUNG-TEMPO-LE.
       HITUNG-TEMPO-FIM.
           COMPUTE WS-TGL-TEMPO =
               CAL-ANO * 10000 + CAL-MES * 100 + CAL-DIA.
      *----------------------------------------------------
       HITUNG-DENDA.
           MOVE TGL-HARI-INI (7:2) TO CAL-DIA.
           MOVE TGL-HARI-INI (5:2) TO CAL-MES.
           MOVE TGL-HARI-INI (1:4) TO CAL-ANO.
           MOVE 'N' TO WS-FUNCAO-DIAS.
           CALL 'DIASDATA' USING DATA-CALENDARIO WS-FUNCAO-DIAS
               WS-DIAS-HOJE.
           MOVE TGL-TEMPO-PINJAM (7:2) TO CAL-DIA.
           MOVE TGL-TEMPO-PINJAM (5:2) TO CAL-MES.
           MOVE TGL-TEMPO-PINJAM (1:4) TO CAL-ANO.
           CALL 'DIASDATA' USING DATA-CALENDARIO WS-FUNCAO-DIAS
               WS-NUM-DIAS.
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-NUM-DIAS.
           COMPUTE WS-VALOR-DENDA = WS-DIAS-ATRASO * CTL-DENDA-HARI.
       HITUNG-DENDA-FIM.
           EXIT.
      *----------------------------------------------------
       LANCA-DENDA.
           MOVE 'N' TO DENDA-LANCADA.
           MOVE NPM-PINJAM TO NPM-TAGIHAN.
           MOVE PERIODE-DIMINTA TO PERIODE-TAGIHAN.
           READ TAGIHAN KEY IS KUNCI-TAGIHAN
               INVALID KEY
               MOVE '23' TO ERR-TAGIHAN.
           IF ERR-TAGIHAN NOT = '00'
              GO TO LANCA-DENDA-NOVA.
           ADD WS-VALOR-DENDA TO NILAI-TAGIHAN.
           IF NILAI-TAGIHAN > DIBAYAR-TAGIHAN
              MOVE 'T' TO STATUS-TAGIHAN.
           REWRITE REG-TAGIHAN
               INVALID KEY
               DISPLAY 'GAGAL MENGUBAH TAGIHAN.DAT. STATUS='
                       ERR-TAGIHAN
               GO TO LANCA-DENDA-FIM.
           MOVE 'S' TO DENDA-LANCADA.
           GO TO LANCA-DENDA-FIM.
       LANCA-DENDA-NOVA.
           MOVE NPM-PINJAM TO NPM-TAGIHAN.
           MOVE PERIODE-DIMINTA TO PERIODE-TAGIHAN.
           MOVE WS-VALOR-DENDA TO NILAI-TAGIHAN.
           MOVE ZEROS TO DIBAYAR-TAGIHAN.
           MOVE 'T' TO STATUS-TAGIHAN.
           MOVE ZEROS TO BRUTO-TAGIHAN.
           MOVE ZEROS TO POTONGAN-TAGIHAN.
           MOVE SPACES TO SPONSOR-TAGIHAN.
           WRITE REG-TAGIHAN
               INVALID KEY
               DISPLAY 'GAGAL MENYIMPAN TAGIHAN.DAT. STATUS='
                       ERR-TAGIHAN
               GO TO LANCA-DENDA-FIM.
           MOVE 'S' TO DENDA-LANCADA.
       LANCA-DENDA-FIM.
           MOVE '00' TO ERR-TAGIHAN.
      *----------------------------------------------------
       SELESAI.
           CLOSE PINJAM.
           CLOSE BUKU.
           CLOSE MHS.
           CLOSE TAGIHAN.
           STOP RUN.
      ***---------- FIM DO PROGRAMA PINJAMBUKU ---------***
