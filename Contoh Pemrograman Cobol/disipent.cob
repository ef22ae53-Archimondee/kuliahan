       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISIPLINENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISIPLIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-DISIPLIN
               FILE STATUS IS ERR-DSP.
           SELECT POINDSP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-POIN
               FILE STATUS IS ERR-POIN.
           SELECT PELANGGARAN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KODE-PLR
               FILE STATUS IS ERR-PLR.
           SELECT DSPCTL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERR-CTL.
           SELECT MHS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPM
               FILE STATUS IS ERR.
       DATA DIVISION.
       FILE SECTION.
       COPY "recdisip.cob".
       COPY "recpoin.cob".
       COPY "recplgr.cob".
       COPY "recdsctl.cob".
       COPY "recmhs.cob".
      *
       WORKING-STORAGE SECTION.
       77 ERR PIC XX.
       77 ERR-DSP PIC XX.
       77 ERR-POIN PIC XX.
       77 ERR-PLR PIC XX.
       77 ERR-CTL PIC XX.
       77 OPCAO-MENU PIC X.
       77 NPM-VALIDO PIC X.
       77 JAWABAN PIC X.
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       01 ISI-LAGI PIC X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       01 ENTRADA-DISIPLIN.
           02 NPM-DIMINTA PIC X(8).
           02 TGL-DIMINTA PIC 9(8).
           02 TGL-DIMINTA-R REDEFINES TGL-DIMINTA.
               03 TGL-ANO-DIMINTA PIC 9(4).
               03 TGL-MES-DIMINTA PIC 9(2).
               03 TGL-DIA-DIMINTA PIC 9(2).
           02 SEQ-DIMINTA PIC 9(2).
           02 KODE-DIMINTA PIC X(4).
           02 KETERANGAN-DIMINTA PIC X(30).
       01 DATA-CALENDARIO.
           02 CAL-DIA PIC 9(2).
           02 CAL-MES PIC 9(2).
           02 CAL-ANO PIC 9(4).
       77 CAL-VALIDA PIC X VALUE 'N'.
       01 BATAS-SURAT.
           02 BATAS-PERINGATAN PIC 9(4) VALUE 25.
           02 BATAS-PANGGILAN PIC 9(4) VALUE 50.
           02 BATAS-SKORSING PIC 9(4) VALUE 75.
       77 WS-PROXIMO-SEQ PIC 9(2) VALUE ZEROS.
       77 WS-NIVEL PIC X(22) VALUE SPACES.
       77 WS-TOTAL-LINHAS PIC 9(03) VALUE ZEROS.
      *----------------------------------------------------
      * CATATAN PELANGGARAN DOS SISWA (DISIPLIN.DAT), CHAVE
      * NPM + TANGGAL + SEQUENCIA DO DIA. OS POIN VEM DO
      * PELANGAR.DAT NO MOMENTO DA CATATAN E SAO SOMADOS NO
      * POINDSP.DAT (NPM + TAHUN DA TANGGAL). APAGAR UMA
      * CATATAN ESTORNA OS POIN; A SURAT JA EMITIDA FICA.
      * AS SURAT SAO GERADAS PELO SURATDISIPLIN.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       BUKA-FILE.
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           OPEN INPUT PELANGGARAN.
           IF ERR-PLR NOT = '00'
              DISPLAY 'GAGAL MEMBUKA PELANGAR.DAT. STATUS=' ERR-PLR
              DISPLAY 'DAFTARKAN PELANGGARAN DENGAN PELANGGARANMST.'
              STOP RUN.
           OPEN INPUT MHS.
           IF ERR NOT = '00'
              DISPLAY 'GAGAL MEMBUKA DATA.TXT. STATUS=' ERR
              CLOSE PELANGGARAN
              STOP RUN.
           OPEN I-O DISIPLIN.
           IF ERR-DSP = '35'
              OPEN OUTPUT DISIPLIN
              CLOSE DISIPLIN
              OPEN I-O DISIPLIN.
           IF ERR-DSP NOT = '00'
              DISPLAY 'GAGAL MEMBUKA DISIPLIN.DAT. STATUS=' ERR-DSP
              CLOSE PELANGGARAN
              CLOSE MHS
              STOP RUN.
           OPEN I-O POINDSP.
           IF ERR-POIN = '35'
              OPEN OUTPUT POINDSP
              CLOSE POINDSP
              OPEN I-O POINDSP.
           IF ERR-POIN NOT = '00'
              DISPLAY 'GAGAL MEMBUKA POINDSP.DAT. STATUS=' ERR-POIN
              CLOSE PELANGGARAN
              CLOSE MHS
              CLOSE DISIPLIN
              STOP RUN.
           OPEN INPUT DSPCTL.
           IF ERR-CTL = '00'
              READ DSPCTL
                  NOT AT END
                  MOVE CTL-BATAS-PERINGATAN TO BATAS-PERINGATAN
                  MOVE CTL-BATAS-PANGGILAN TO BATAS-PANGGILAN
                  MOVE CTL-BATAS-SKORSING TO BATAS-SKORSING
              END-READ
              CLOSE DSPCTL.
       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY '*** CATATAN PELANGGARAN SISWA ***'.
           DISPLAY '1 - Catat pelanggaran'.
           DISPLAY '2 - Hapus catatan'.
           DISPLAY '3 - Riwayat siswa'.
           DISPLAY '4 - Keluar'.
           DISPLAY 'Pilih menu : '.
           ACCEPT OPCAO-MENU.
           IF OPCAO-MENU = '1'
              GO TO CATAT.
           IF OPCAO-MENU = '2'
              GO TO HAPUS.
           IF OPCAO-MENU = '3'
              GO TO RIWAYAT.
           IF OPCAO-MENU = '4'
              GO TO SELESAI.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       CATAT.
           DISPLAY 'NPM : '.
           ACCEPT NPM-DIMINTA.
           CALL 'VALNPM' USING NPM-DIMINTA NPM-VALIDO.
           IF NPM-VALIDO NOT = 'S'
              DISPLAY 'NPM HARUS 8 ANGKA. ULANGI.'
              GO TO CATAT.
           MOVE NPM-DIMINTA TO NPM.
           READ MHS KEY IS NPM
               INVALID KEY
               DISPLAY 'NPM TIDAK TERDAFTAR DI DATA.TXT.'
               GO TO CATAT-FIM.
           IF MHS-KELUAR
              DISPLAY 'SISWA SUDAH KELUAR.'
              GO TO CATAT-FIM.
           DISPLAY 'NAMA : ' NAMA '  KELAS : ' KELAS.
       CATAT-TANGGAL.
           DISPLAY 'TANGGAL (YYYYMMDD, ENTER = HARI INI) : '.
           MOVE ZEROS TO TGL-DIMINTA.
           ACCEPT TGL-DIMINTA.
           IF TGL-DIMINTA = ZEROS
              MOVE TGL-HARI-INI TO TGL-DIMINTA.
           MOVE TGL-DIA-DIMINTA TO CAL-DIA.
           MOVE TGL-MES-DIMINTA TO CAL-MES.
           MOVE TGL-ANO-DIMINTA TO CAL-ANO.
           CALL 'DATAVAL' USING DATA-CALENDARIO CAL-VALIDA.
           IF CAL-VALIDA NOT = 'S' OR TGL-DIMINTA > TGL-HARI-INI
              DISPLAY 'TANGGAL TIDAK VALID. ULANGI.'
              GO TO CATAT-TANGGAL.
       CATAT-KODE.
           DISPLAY 'KODE PELANGGARAN : '.
           ACCEPT KODE-DIMINTA.
           MOVE KODE-DIMINTA TO KODE-PLR.
           READ PELANGGARAN KEY IS KODE-PLR
               INVALID KEY
               DISPLAY 'KODE TIDAK TERDAFTAR. ULANGI.'
               GO TO CATAT-KODE.
           IF PLR-NONAKTIF
              DISPLAY 'PELANGGARAN NONAKTIF. ULANGI.'
              GO TO CATAT-KODE.
           DISPLAY NAMA-PLR ' - POIN ' POIN-PLR.
           DISPLAY 'KETERANGAN : '.
           MOVE SPACES TO KETERANGAN-DIMINTA.
           ACCEPT KETERANGAN-DIMINTA.
           PERFORM PROXIMO-SEQ THRU PROXIMO-SEQ-FIM.
           IF WS-PROXIMO-SEQ = ZEROS
              DISPLAY 'LIMITE DE 99 CATATAN NO DIA.'
              GO TO CATAT-FIM.
           MOVE NPM-DIMINTA TO NPM-DSP.
           MOVE TGL-DIMINTA TO TGL-DSP.
           MOVE WS-PROXIMO-SEQ TO SEQ-DSP.
           MOVE KODE-PLR TO KODE-PLR-DSP.
           MOVE POIN-PLR TO POIN-DSP.
           MOVE KETERANGAN-DIMINTA TO KETERANGAN-DSP.
           WRITE REG-DISIPLIN
               INVALID KEY
               DISPLAY 'GAGAL MENYIMPAN. STATUS=' ERR-DSP
               GO TO CATAT-FIM.
           MOVE NPM-DIMINTA TO NPM-POIN.
           MOVE TGL-ANO-DIMINTA TO TAHUN-POIN.
           READ POINDSP KEY IS KUNCI-POIN
               INVALID KEY
               MOVE ZEROS TO TOTAL-POIN
               MOVE ZEROS TO QTD-PLG-POIN
               MOVE ZEROS TO NIVEL-SURAT-POIN
               MOVE ZEROS TO TGL-SURAT-POIN
               MOVE ZEROS TO TGL-ULTIMA-POIN.
           ADD POIN-DSP TO TOTAL-POIN.
           ADD 1 TO QTD-PLG-POIN.
           IF TGL-DIMINTA > TGL-ULTIMA-POIN
              MOVE TGL-DIMINTA TO TGL-ULTIMA-POIN.
           IF ERR-POIN = '00'
              REWRITE REG-POINDSP
                  INVALID KEY
                  DISPLAY 'GAGAL ATUALIZAR POINDSP. STATUS=' ERR-POIN
              END-REWRITE
           ELSE
              WRITE REG-POINDSP
                  INVALID KEY
                  DISPLAY 'GAGAL GRAVAR POINDSP. STATUS=' ERR-POIN
              END-WRITE.
           PERFORM NIVEL-POIN THRU NIVEL-POIN-FIM.
           DISPLAY 'CATATAN ' SEQ-DSP ' DISIMPAN. TOTAL POIN '
                   TAHUN-POIN ' : ' TOTAL-POIN ' ' WS-NIVEL.
       CATAT-FIM.
           MOVE '00' TO ERR-POIN.
           DISPLAY 'ADA PELANGGARAN LAGI [Y/T] ? '.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO CATAT.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       HAPUS.
           DISPLAY 'NPM : '.
           ACCEPT NPM-DIMINTA.
           DISPLAY 'TANGGAL (YYYYMMDD) : '.
           ACCEPT TGL-DIMINTA.
           DISPLAY 'URUTAN (SEQ) : '.
           ACCEPT SEQ-DIMINTA.
           MOVE NPM-DIMINTA TO NPM-DSP.
           MOVE TGL-DIMINTA TO TGL-DSP.
           MOVE SEQ-DIMINTA TO SEQ-DSP.
           READ DISIPLIN KEY IS KUNCI-DISIPLIN
               INVALID KEY
               DISPLAY 'CATATAN TIDAK DITEMUKAN.'
               GO TO MENU-PRINCIPAL.
           DISPLAY KODE-PLR-DSP ' POIN ' POIN-DSP ' ' KETERANGAN-DSP.
           DISPLAY 'HAPUS CATATAN INI [Y/T] ? '.
           ACCEPT JAWABAN.
           IF JAWABAN NOT = 'Y' AND JAWABAN NOT = 'y'
              GO TO MENU-PRINCIPAL.
           DELETE DISIPLIN RECORD
               INVALID KEY
               DISPLAY 'GAGAL MENGHAPUS. STATUS=' ERR-DSP
               GO TO MENU-PRINCIPAL.
           MOVE NPM-DSP TO NPM-POIN.
           MOVE TGL-DSP (1:4) TO TAHUN-POIN.
           READ POINDSP KEY IS KUNCI-POIN
               INVALID KEY
               DISPLAY 'CATATAN DIHAPUS (SEM TOTAL NO POINDSP).'
               MOVE '00' TO ERR-POIN
               GO TO MENU-PRINCIPAL.
           IF TOTAL-POIN > POIN-DSP
              SUBTRACT POIN-DSP FROM TOTAL-POIN
           ELSE
              MOVE ZEROS TO TOTAL-POIN.
           IF QTD-PLG-POIN > ZEROS
              SUBTRACT 1 FROM QTD-PLG-POIN.
           REWRITE REG-POINDSP
               INVALID KEY
               DISPLAY 'GAGAL ATUALIZAR POINDSP. STATUS=' ERR-POIN.
           DISPLAY 'CATATAN DIHAPUS. TOTAL POIN ' TAHUN-POIN
                   ' : ' TOTAL-POIN.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       RIWAYAT.
           DISPLAY 'NPM : '.
           ACCEPT NPM-DIMINTA.
           MOVE NPM-DIMINTA TO NPM.
           READ MHS KEY IS NPM
               INVALID KEY
               MOVE SPACES TO NAMA.
           DISPLAY 'NAMA : ' NAMA.
           DISPLAY 'TANGGAL  SQ KODE POIN KETERANGAN'.
           MOVE ZEROS TO WS-TOTAL-LINHAS.
           MOVE NPM-DIMINTA TO NPM-DSP.
           MOVE ZEROS TO TGL-DSP.
           MOVE ZEROS TO SEQ-DSP.
           START DISIPLIN KEY IS NOT LESS THAN KUNCI-DISIPLIN
               INVALID KEY
               MOVE '10' TO ERR-DSP.
       RIWAYAT-LE.
           IF ERR-DSP = '10'
              GO TO RIWAYAT-TOTAL.
           READ DISIPLIN NEXT RECORD
               AT END
               GO TO RIWAYAT-TOTAL.
           IF NPM-DSP NOT = NPM-DIMINTA
              GO TO RIWAYAT-TOTAL.
           DISPLAY TGL-DSP ' ' SEQ-DSP ' ' KODE-PLR-DSP ' '
                   POIN-DSP '  ' KETERANGAN-DSP.
           ADD 1 TO WS-TOTAL-LINHAS.
           GO TO RIWAYAT-LE.
       RIWAYAT-TOTAL.
           MOVE '00' TO ERR-DSP.
           DISPLAY 'CATATAN : ' WS-TOTAL-LINHAS.
           MOVE NPM-DIMINTA TO NPM-POIN.
           MOVE ZEROS TO TAHUN-POIN.
           START POINDSP KEY IS NOT LESS THAN KUNCI-POIN
               INVALID KEY
               MOVE '10' TO ERR-POIN.
       RIWAYAT-POIN.
           IF ERR-POIN = '10'
              GO TO RIWAYAT-FIM.
           READ POINDSP NEXT RECORD
               AT END
               GO TO RIWAYAT-FIM.
           IF NPM-POIN NOT = NPM-DIMINTA
              GO TO RIWAYAT-FIM.
           PERFORM NIVEL-POIN THRU NIVEL-POIN-FIM.
           DISPLAY 'TAHUN ' TAHUN-POIN ' POIN ' TOTAL-POIN
                   ' ' WS-NIVEL ' SURAT NIVEL ' NIVEL-SURAT-POIN.
           GO TO RIWAYAT-POIN.
       RIWAYAT-FIM.
           MOVE '00' TO ERR-POIN.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
       PROXIMO-SEQ.
           MOVE 1 TO WS-PROXIMO-SEQ.
           MOVE NPM-DIMINTA TO NPM-DSP.
           MOVE TGL-DIMINTA TO TGL-DSP.
           MOVE ZEROS TO SEQ-DSP.
           START DISIPLIN KEY IS NOT LESS THAN KUNCI-DISIPLIN
               INVALID KEY
               GO TO PROXIMO-SEQ-FIM.
       PROXIMO-SEQ-LE.
           READ DISIPLIN NEXT RECORD
               AT END
               GO TO PROXIMO-SEQ-FIM.
           IF NPM-DSP NOT = NPM-DIMINTA OR TGL-DSP NOT = TGL-DIMINTA
              GO TO PROXIMO-SEQ-FIM.
           IF SEQ-DSP NOT < 99
              MOVE ZEROS TO WS-PROXIMO-SEQ
              GO TO PROXIMO-SEQ-FIM.
           COMPUTE WS-PROXIMO-SEQ = SEQ-DSP + 1.
           GO TO PROXIMO-SEQ-LE.
       PROXIMO-SEQ-FIM.
           MOVE '00' TO ERR-DSP.
      *----------------------------------------------------
       NIVEL-POIN.
           MOVE SPACES TO WS-NIVEL.
           IF TOTAL-POIN NOT < BATAS-PERINGATAN
              MOVE '(PERINGATAN)' TO WS-NIVEL.
           IF TOTAL-POIN NOT < BATAS-PANGGILAN
              MOVE '(PANGGILAN ORANG TUA)' TO WS-NIVEL.
           IF TOTAL-POIN NOT < BATAS-SKORSING
              MOVE '(SKORSING)' TO WS-NIVEL.
       NIVEL-POIN-FIM.
           EXIT.
      *----------------------------------------------------
       SELESAI.
           CLOSE DISIPLIN.
           CLOSE POINDSP.
           CLOSE PELANGGARAN.
           CLOSE MHS.
           STOP RUN.
      ***---------- FIM DO PROGRAMA DISIPLINENTRY ---------***
