       IDENTIFICATION DIVISION.
       PROGRAM-ID. IJAZAHMST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IJAZAH ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPM-IJAZAH
               FILE STATUS IS ERR-IJAZAH.
           SELECT IJZBATAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOMOR-BATAL
               FILE STATUS IS ERR-BATAL.
           SELECT IJZCTL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERR-CTL.
           SELECT MHS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPM
               FILE STATUS IS ERR.
           SELECT LULUS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-LULUS
               FILE STATUS IS ERR-LULUS.
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
           SELECT MATKUL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KODE-MK
               FILE STATUS IS ERR-MATKUL.
       DATA DIVISION.
       FILE SECTION.
       COPY "recijaz.cob".
       COPY "recijbtl.cob".
       COPY "recijctl.cob".
       COPY "recmhs.cob".
       COPY "reclulus.cob".
       COPY "recnilai.cob".
       COPY "recnlhst.cob".
       COPY "recmk.cob".
      *
       WORKING-STORAGE SECTION.
       77 ERR PIC XX.
       77 ERR-IJAZAH PIC XX.
       77 ERR-BATAL PIC XX.
       77 ERR-CTL PIC XX.
       77 ERR-LULUS PIC XX.
       77 ERR-NILAI PIC XX.
       77 ERR-NILHIST PIC XX.
       77 ERR-MATKUL PIC XX.
       77 TEM-LULUS PIC X VALUE 'N'.
       77 TEM-NILAI PIC X VALUE 'N'.
       77 TEM-MATKUL PIC X VALUE 'N'.
       77 OPCAO-MENU PIC X.
       77 NPM-VALIDO PIC X.
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       01 ISI-LAGI PIC X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       01 ENTRADA-IJAZAH.
           02 NPM-DIMINTA PIC X(8).
           02 PENERIMA-DIMINTA PIC X(20).
           02 ALASAN-DIMINTA PIC X(30).
           02 OTORISASI-DIMINTA PIC X(20).
       01 DATA-CALENDARIO.
           02 CAL-DIA PIC 9(2).
           02 CAL-MES PIC 9(2).
           02 CAL-ANO PIC 9(4).
       77 CAL-VALIDA PIC X VALUE 'N'.
       01 APURACAO-LULUS.
           02 WS-TAHUN-LULUS PIC 9(4) VALUE ZEROS.
           02 WS-VEREDICTO PIC X(10) VALUE SPACES.
       01 APURACAO-IPK.
           02 WS-PONTOS PIC 9(08) VALUE ZEROS.
           02 WS-SKS PIC 9(05) VALUE ZEROS.
           02 WS-SKS-USADO PIC 9(2) VALUE ZEROS.
           02 WS-IPK PIC 9(3)V9 VALUE ZEROS.
       77 WS-IPK-ED PIC ZZ9.9.
       77 WS-NOMOR-NOVO PIC 9(7) VALUE ZEROS.
       77 WS-NOMOR-ANTIGO PIC 9(7) VALUE ZEROS.
      *----------------------------------------------------
      * BUKU INDUK IJAZAH (IJAZAH.DAT), CHAVE NPM. O NOMOR
      * DE SERI VEM DA SEQUENCIA CONTROLADA EM IJAZAH.CTL
      * (ULTIMO NOMOR USADO) E SO E DADO A QUEM TEM, NO
      * LULUS.DAT GRAVADO PELO KELULUSAN, O TAHUN MAIS
      * RECENTE COM VEREDICTO LULUS. O IPK FINAL E A MEDIA
      * DE TODAS AS NILAI PONDERADA PELO SKS (TRANSKRIP),
      * ANOS FECHADOS (NILHIST.DAT) E PERIODES ABERTOS.
      * STATUS: N = BERNOMOR, C = DICETAK, A = DIAMBIL.
      * CETAK ULANG ANULA O NOMOR ANTIGO NO IJZBATAL.DAT
      * (MOTIVO E QUEM AUTORIZOU) E DA UM NOMOR NOVO; UM
      * NOMOR ANULADO NUNCA E REUTILIZADO.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       BUKA-FILE.
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           OPEN INPUT MHS.
           IF ERR NOT = '00'
              DISPLAY 'GAGAL MEMBUKA DATA.TXT. STATUS=' ERR
              STOP RUN.
           OPEN I-O IJAZAH.
           IF ERR-IJAZAH = '35'
              OPEN OUTPUT IJAZAH
              CLOSE IJAZAH
              OPEN I-O IJAZAH.
           IF ERR-IJAZAH NOT = '00'
              DISPLAY 'GAGAL MEMBUKA IJAZAH.DAT. STATUS=' ERR-IJAZAH
              CLOSE MHS
              STOP RUN.
           OPEN I-O IJZBATAL.
           IF ERR-BATAL = '35'
              OPEN OUTPUT IJZBATAL
              CLOSE IJZBATAL
              OPEN I-O IJZBATAL.
           IF ERR-BATAL NOT = '00'
              DISPLAY 'GAGAL MEMBUKA IJZBATAL.DAT. STATUS=' ERR-BATAL
              CLOSE MHS
              CLOSE IJAZAH
              STOP RUN.
           OPEN INPUT LULUS.
           IF ERR-LULUS = '00'
              MOVE 'S' TO TEM-LULUS.
           OPEN INPUT NILAI.
           IF ERR-NILAI = '00'
              MOVE 'S' TO TEM-NILAI.
           OPEN INPUT MATKUL.
           IF ERR-MATKUL = '00'
              MOVE 'S' TO TEM-MATKUL.
       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY '*** BUKU INDUK IJAZAH ***'.
           DISPLAY '1 - Beri nomor ijazah'.
           DISPLAY '2 - Catat ijazah dicetak'.
           DISPLAY '3 - Catat ijazah diambil'.
           DISPLAY '4 - Cetak ulang (batalkan nomor lama)'.
           DISPLAY '5 - Lihat ijazah'.
           DISPLAY '6 - Keluar'.
           DISPLAY 'Pilih menu : '.
           ACCEPT OPCAO-MENU.
           IF OPCAO-MENU = '1'
              GO TO NOMOR.
           IF OPCAO-MENU = '2'
              GO TO CETAK.
           IF OPCAO-MENU = '3'
              GO TO AMBIL.
           IF OPCAO-MENU = '4'
              GO TO ULANG.
           IF OPCAO-MENU = '5'
              GO TO LIHAT.
           IF OPCAO-MENU = '6'
              GO TO SELESAI.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       NOMOR.
           DISPLAY 'NPM : '.
           ACCEPT NPM-DIMINTA.
           CALL 'VALNPM' USING NPM-DIMINTA NPM-VALIDO.
           IF NPM-VALIDO NOT = 'S'
              DISPLAY 'NPM HARUS 8 ANGKA. ULANGI.'
              GO TO NOMOR.
           MOVE NPM-DIMINTA TO NPM.
           READ MHS KEY IS NPM
               INVALID KEY
               DISPLAY 'NPM TIDAK TERDAFTAR DI DATA.TXT.'
               GO TO NOMOR-FIM.
           DISPLAY 'NAMA : ' NAMA.
           MOVE NPM-DIMINTA TO NPM-IJAZAH.
           READ IJAZAH KEY IS NPM-IJAZAH
               INVALID KEY
               MOVE '23' TO ERR-IJAZAH.
           IF ERR-IJAZAH = '00'
              DISPLAY 'IJAZAH SUDAH BERNOMOR ' NOMOR-IJAZAH
                      ' STATUS ' STATUS-IJAZAH
              DISPLAY 'UNTUK NOMOR BARU GUNAKAN CETAK ULANG.'
              GO TO NOMOR-FIM.
           PERFORM CARI-LULUS THRU CARI-LULUS-FIM.
           IF WS-TAHUN-LULUS = ZEROS
              DISPLAY 'NPM BELUM DIAPURASI PELO KELULUSAN.'
              GO TO NOMOR-FIM.
           IF WS-VEREDICTO NOT = 'LULUS     '
              DISPLAY 'KELULUSAN ' WS-TAHUN-LULUS ' : '
                      WS-VEREDICTO ' - TIDAK BERHAK IJAZAH.'
              GO TO NOMOR-FIM.
           PERFORM HITUNG-IPK THRU HITUNG-IPK-FIM.
           IF WS-SKS = ZEROS
              DISPLAY 'NPM SEM NILAI NO NILAI.DAT NEM NO NILHIST.DAT.'
              GO TO NOMOR-FIM.
           MOVE WS-IPK TO WS-IPK-ED.
           DISPLAY 'LULUS ' WS-TAHUN-LULUS '  IPK ' WS-IPK-ED
                   '  SKS ' WS-SKS.
       NOMOR-TANGGAL.
           DISPLAY 'TANGGAL LULUS (DDMMYYYY) : '.
           ACCEPT DATA-CALENDARIO.
           CALL 'DATAVAL' USING DATA-CALENDARIO CAL-VALIDA.
           IF CAL-VALIDA NOT = 'S'
              DISPLAY 'TANGGAL TIDAK VALID. ULANGI.'
              GO TO NOMOR-TANGGAL.
           IF CAL-ANO < WS-TAHUN-LULUS
              DISPLAY 'TANGGAL ANTES DO TAHUN DE KELULUSAN. ULANGI.'
              GO TO NOMOR-TANGGAL.
           PERFORM PROXIMO-NOMOR THRU PROXIMO-NOMOR-FIM.
           IF WS-NOMOR-NOVO = ZEROS
              GO TO NOMOR-FIM.
           MOVE SPACES TO REG-IJAZAH.
           MOVE NPM-DIMINTA TO NPM-IJAZAH.
           MOVE WS-NOMOR-NOVO TO NOMOR-IJAZAH.
           MOVE CAL-ANO TO TAHUN-IJAZAH.
           COMPUTE TGL-LULUS-IJAZAH =
               CAL-ANO * 10000 + CAL-MES * 100 + CAL-DIA.
           MOVE WS-IPK TO IPK-IJAZAH.
           MOVE WS-SKS TO SKS-IJAZAH.
           MOVE 'N' TO STATUS-IJAZAH.
           MOVE TGL-HARI-INI TO TGL-NOMOR-IJAZAH.
           MOVE ZEROS TO TGL-CETAK-IJAZAH.
           MOVE ZEROS TO TGL-AMBIL-IJAZAH.
           MOVE ZEROS TO QTD-ULANG-IJAZAH.
           MOVE ZEROS TO NOMOR-LAMA-IJAZAH.
           WRITE REG-IJAZAH
               INVALID KEY
               DISPLAY 'GAGAL MENYIMPAN. STATUS=' ERR-IJAZAH
               GO TO NOMOR-FIM.
           PERFORM GRAVA-CONTROLE THRU GRAVA-CONTROLE-FIM.
           DISPLAY 'NOMOR IJAZAH : ' NOMOR-IJAZAH.
       NOMOR-FIM.
           MOVE '00' TO ERR-IJAZAH.
           DISPLAY 'ADA NPM LAGI [Y/T] ? '.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO NOMOR.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       CETAK.
           DISPLAY 'NPM : '.
           ACCEPT NPM-IJAZAH.
           READ IJAZAH KEY IS NPM-IJAZAH
               INVALID KEY
               DISPLAY 'IJAZAH TIDAK DITEMUKAN.'
               GO TO CETAK-FIM.
           IF NOT IJZ-BERNOMOR
              DISPLAY 'IJAZAH ' NOMOR-IJAZAH ' SUDAH DICETAK.'
              DISPLAY 'UNTUK CETAK LAGI GUNAKAN CETAK ULANG.'
              GO TO CETAK-FIM.
           MOVE 'C' TO STATUS-IJAZAH.
           MOVE TGL-HARI-INI TO TGL-CETAK-IJAZAH.
           REWRITE REG-IJAZAH
               INVALID KEY
               DISPLAY 'GAGAL MENGUBAH. STATUS=' ERR-IJAZAH
               GO TO CETAK-FIM.
           DISPLAY 'IJAZAH ' NOMOR-IJAZAH ' DICATAT DICETAK.'.
       CETAK-FIM.
           MOVE '00' TO ERR-IJAZAH.
           DISPLAY 'ADA IJAZAH LAGI [Y/T] ? '.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO CETAK.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       AMBIL.
           DISPLAY 'NPM : '.
           ACCEPT NPM-IJAZAH.
           READ IJAZAH KEY IS NPM-IJAZAH
               INVALID KEY
               DISPLAY 'IJAZAH TIDAK DITEMUKAN.'
               GO TO AMBIL-FIM.
           IF IJZ-BERNOMOR
              DISPLAY 'IJAZAH ' NOMOR-IJAZAH ' BELUM DICETAK.'
              GO TO AMBIL-FIM.
           IF IJZ-DIAMBIL
              DISPLAY 'IJAZAH ' NOMOR-IJAZAH ' SUDAH DIAMBIL EM '
                      TGL-AMBIL-IJAZAH ' POR ' PENERIMA-IJAZAH
              GO TO AMBIL-FIM.
       AMBIL-PENERIMA.
           DISPLAY 'NAMA PENERIMA : '.
           MOVE SPACES TO PENERIMA-DIMINTA.
           ACCEPT PENERIMA-DIMINTA.
           IF PENERIMA-DIMINTA = SPACES
              GO TO AMBIL-PENERIMA.
           MOVE 'A' TO STATUS-IJAZAH.
           MOVE TGL-HARI-INI TO TGL-AMBIL-IJAZAH.
           MOVE PENERIMA-DIMINTA TO PENERIMA-IJAZAH.
           REWRITE REG-IJAZAH
               INVALID KEY
               DISPLAY 'GAGAL MENGUBAH. STATUS=' ERR-IJAZAH
               GO TO AMBIL-FIM.
           DISPLAY 'IJAZAH ' NOMOR-IJAZAH ' DICATAT DIAMBIL.'.
       AMBIL-FIM.
           MOVE '00' TO ERR-IJAZAH.
           DISPLAY 'ADA IJAZAH LAGI [Y/T] ? '.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO AMBIL.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       ULANG.
           DISPLAY 'NPM : '.
           ACCEPT NPM-IJAZAH.
           READ IJAZAH KEY IS NPM-IJAZAH
               INVALID KEY
               DISPLAY 'IJAZAH TIDAK DITEMUKAN.'
               GO TO ULANG-FIM.
           IF IJZ-BERNOMOR
              DISPLAY 'IJAZAH ' NOMOR-IJAZAH ' BELUM DICETAK.'
              GO TO ULANG-FIM.
           DISPLAY 'NOMOR ATUAL ' NOMOR-IJAZAH
                   ' STATUS ' STATUS-IJAZAH
                   ' CETAK ULANG ' QTD-ULANG-IJAZAH.
       ULANG-ALASAN.
           DISPLAY 'ALASAN CETAK ULANG : '.
           MOVE SPACES TO ALASAN-DIMINTA.
           ACCEPT ALASAN-DIMINTA.
           IF ALASAN-DIMINTA = SPACES
              GO TO ULANG-ALASAN.
       ULANG-OTORISASI.
           DISPLAY 'DIOTORISASI OLEH : '.
           MOVE SPACES TO OTORISASI-DIMINTA.
           ACCEPT OTORISASI-DIMINTA.
           IF OTORISASI-DIMINTA = SPACES
              GO TO ULANG-OTORISASI.
           MOVE NOMOR-IJAZAH TO WS-NOMOR-ANTIGO.
           PERFORM PROXIMO-NOMOR THRU PROXIMO-NOMOR-FIM.
           IF WS-NOMOR-NOVO = ZEROS
              GO TO ULANG-FIM.
           MOVE WS-NOMOR-ANTIGO TO NOMOR-BATAL.
           MOVE NPM-IJAZAH TO NPM-BATAL.
           MOVE TAHUN-IJAZAH TO TAHUN-BATAL.
           MOVE TGL-HARI-INI TO TGL-BATAL.
           MOVE WS-NOMOR-NOVO TO NOMOR-BARU-BATAL.
           MOVE ALASAN-DIMINTA TO ALASAN-BATAL.
           MOVE OTORISASI-DIMINTA TO OTORISASI-BATAL.
           WRITE REG-IJZBATAL
               INVALID KEY
               DISPLAY 'GAGAL ANULAR ' WS-NOMOR-ANTIGO
                       ' STATUS=' ERR-BATAL
               GO TO ULANG-FIM.
           MOVE WS-NOMOR-NOVO TO NOMOR-IJAZAH.
           MOVE WS-NOMOR-ANTIGO TO NOMOR-LAMA-IJAZAH.
           ADD 1 TO QTD-ULANG-IJAZAH.
           MOVE 'C' TO STATUS-IJAZAH.
           MOVE TGL-HARI-INI TO TGL-CETAK-IJAZAH.
           MOVE ZEROS TO TGL-AMBIL-IJAZAH.
           MOVE SPACES TO PENERIMA-IJAZAH.
           REWRITE REG-IJAZAH
               INVALID KEY
               DISPLAY 'GAGAL MENGUBAH. STATUS=' ERR-IJAZAH
               GO TO ULANG-FIM.
           PERFORM GRAVA-CONTROLE THRU GRAVA-CONTROLE-FIM.
           DISPLAY 'NOMOR ' WS-NOMOR-ANTIGO ' DIBATALKAN.'.
           DISPLAY 'NOMOR IJAZAH BARU : ' NOMOR-IJAZAH.
       ULANG-FIM.
           MOVE '00' TO ERR-IJAZAH.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       LIHAT.
           DISPLAY 'NPM : '.
           ACCEPT NPM-IJAZAH.
           READ IJAZAH KEY IS NPM-IJAZAH
               INVALID KEY
               DISPLAY 'IJAZAH TIDAK DITEMUKAN.'
               MOVE '00' TO ERR-IJAZAH
               GO TO MENU-PRINCIPAL.
           MOVE IPK-IJAZAH TO WS-IPK-ED.
           DISPLAY 'NOMOR IJAZAH ...: ' NOMOR-IJAZAH.
           DISPLAY 'TANGGAL LULUS ..: ' TGL-LULUS-IJAZAH.
           DISPLAY 'IPK / SKS ......: ' WS-IPK-ED ' / ' SKS-IJAZAH.
           DISPLAY 'STATUS .........: ' STATUS-IJAZAH
                   '  (N=BERNOMOR C=DICETAK A=DIAMBIL)'.
           DISPLAY 'BERNOMOR EM ....: ' TGL-NOMOR-IJAZAH.
           DISPLAY 'DICETAK EM .....: ' TGL-CETAK-IJAZAH.
           DISPLAY 'DIAMBIL EM .....: ' TGL-AMBIL-IJAZAH
                   ' ' PENERIMA-IJAZAH.
           IF QTD-ULANG-IJAZAH > ZEROS
              DISPLAY 'CETAK ULANG ....: ' QTD-ULANG-IJAZAH
                      '  NOMOR ANTERIOR ' NOMOR-LAMA-IJAZAH.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       CARI-LULUS.
           MOVE ZEROS TO WS-TAHUN-LULUS.
           MOVE SPACES TO WS-VEREDICTO.
           IF TEM-LULUS NOT = 'S'
              GO TO CARI-LULUS-FIM.
           MOVE NPM-DIMINTA TO NPM-LULUS.
           MOVE ZEROS TO TAHUN-LULUS.
           START LULUS KEY IS NOT LESS THAN KUNCI-LULUS
               INVALID KEY
               GO TO CARI-LULUS-FIM.
       CARI-LULUS-LE.
           READ LULUS NEXT RECORD
               AT END
               GO TO CARI-LULUS-FIM.
           IF NPM-LULUS NOT = NPM-DIMINTA
              GO TO CARI-LULUS-FIM.
           MOVE TAHUN-LULUS TO WS-TAHUN-LULUS.
           MOVE VEREDICTO-LULUS TO WS-VEREDICTO.
           GO TO CARI-LULUS-LE.
       CARI-LULUS-FIM.
           MOVE '00' TO ERR-LULUS.
      *----------------------------------------------------
       HITUNG-IPK.
           MOVE ZEROS TO WS-PONTOS.
           MOVE ZEROS TO WS-SKS.
           MOVE ZEROS TO WS-IPK.
           OPEN INPUT NILHIST.
           IF ERR-NILHIST NOT = '00'
              GO TO HITUNG-IPK-NILAI.
           MOVE NPM-DIMINTA TO NPM-NILHIST.
           MOVE SPACES TO PERIODE-NILHIST.
           MOVE SPACES TO MK-NILHIST.
           START NILHIST KEY IS NOT LESS THAN KUNCI-NILHIST
               INVALID KEY
               GO TO HITUNG-IPK-HIST-FIM.
       HITUNG-IPK-HIST-LE.
           READ NILHIST NEXT RECORD
               AT END
               GO TO HITUNG-IPK-HIST-FIM.
           IF NPM-NILHIST NOT = NPM-DIMINTA
              GO TO HITUNG-IPK-HIST-FIM.
           MOVE DADOS-NILHIST TO REG-NILAI.
           PERFORM HITUNG-IPK-SOMA THRU HITUNG-IPK-SOMA-FIM.
           GO TO HITUNG-IPK-HIST-LE.
       HITUNG-IPK-HIST-FIM.
           CLOSE NILHIST.
       HITUNG-IPK-NILAI.
           IF TEM-NILAI NOT = 'S'
              GO TO HITUNG-IPK-FIM.
           MOVE NPM-DIMINTA TO NPM-NILAI.
           MOVE SPACES TO PERIODE-NILAI.
           MOVE SPACES TO MK-NILAI.
           START NILAI KEY IS NOT LESS THAN KUNCI-NILAI
               INVALID KEY
               GO TO HITUNG-IPK-FIM.
       HITUNG-IPK-LE.
           READ NILAI NEXT RECORD
               AT END
               GO TO HITUNG-IPK-FIM.
           IF NPM-NILAI NOT = NPM-DIMINTA
              GO TO HITUNG-IPK-FIM.
           PERFORM HITUNG-IPK-SOMA THRU HITUNG-IPK-SOMA-FIM.
           GO TO HITUNG-IPK-LE.
       HITUNG-IPK-SOMA.
           MOVE 1 TO WS-SKS-USADO.
           IF TEM-MATKUL = 'S'
              MOVE MK-NILAI TO KODE-MK
              READ MATKUL KEY IS KODE-MK
                  INVALID KEY
                  MOVE ZEROS TO SKS-MK
              END-READ
              IF SKS-MK > ZEROS
                 MOVE SKS-MK TO WS-SKS-USADO.
           COMPUTE WS-PONTOS = WS-PONTOS + HASIL-NILAI * WS-SKS-USADO.
           ADD WS-SKS-USADO TO WS-SKS.
       HITUNG-IPK-SOMA-FIM.
           EXIT.
       HITUNG-IPK-FIM.
           MOVE '00' TO ERR-NILAI.
           IF WS-SKS > ZEROS
              COMPUTE WS-IPK ROUNDED = WS-PONTOS / WS-SKS.
      *----------------------------------------------------
       PROXIMO-NOMOR.
           MOVE ZEROS TO WS-NOMOR-NOVO.
           MOVE ZEROS TO CTL-ULTIMO-NOMOR.
           OPEN INPUT IJZCTL.
           IF ERR-CTL = '00'
              READ IJZCTL
                  AT END
                  MOVE ZEROS TO CTL-ULTIMO-NOMOR
              END-READ
              CLOSE IJZCTL.
           IF CTL-ULTIMO-NOMOR NOT NUMERIC
              DISPLAY 'IJAZAH.CTL INVALIDO - NOMOR NAO EMITIDO.'
              GO TO PROXIMO-NOMOR-FIM.
           IF CTL-ULTIMO-NOMOR NOT < 9999999
              DISPLAY 'SEQUENCIA DE IJAZAH ESGOTADA.'
              GO TO PROXIMO-NOMOR-FIM.
           COMPUTE WS-NOMOR-NOVO = CTL-ULTIMO-NOMOR + 1.
           MOVE WS-NOMOR-NOVO TO NOMOR-BATAL.
           READ IJZBATAL KEY IS NOMOR-BATAL
               INVALID KEY
               MOVE '00' TO ERR-BATAL
               GO TO PROXIMO-NOMOR-FIM.
           DISPLAY 'NOMOR ' WS-NOMOR-NOVO ' JA CONSTA COMO ANULADO.'.
           DISPLAY 'IJAZAH.CTL DESATUALIZADO - NOMOR NAO EMITIDO.'.
           MOVE ZEROS TO WS-NOMOR-NOVO.
       PROXIMO-NOMOR-FIM.
           EXIT.
      *----------------------------------------------------
       GRAVA-CONTROLE.
           OPEN OUTPUT IJZCTL.
           MOVE SPACES TO REG-IJZCTL.
           MOVE WS-NOMOR-NOVO TO CTL-ULTIMO-NOMOR.
           MOVE TGL-HARI-INI TO CTL-DATA-ULTIMA.
           WRITE REG-IJZCTL.
           CLOSE IJZCTL.
       GRAVA-CONTROLE-FIM.
           EXIT.
      *----------------------------------------------------
       SELESAI.
           CLOSE IJAZAH.
           CLOSE IJZBATAL.
           CLOSE MHS.
           IF TEM-LULUS = 'S'
              CLOSE LULUS.
           IF TEM-NILAI = 'S'
              CLOSE NILAI.
           IF TEM-MATKUL = 'S'
              CLOSE MATKUL.
           STOP RUN.
      ***---------- FIM DO PROGRAMA IJAZAHMST ---------***
