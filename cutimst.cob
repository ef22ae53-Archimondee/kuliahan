       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUTIMST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUTI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-CHAVE
           FILE STATUS IS ERR.
           SELECT PCUTI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-CHAVE
           FILE STATUS IS ERR-PC.
           SELECT KARYAWAN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOKAR
           FILE STATUS IS ERR-KAR.
       DATA DIVISION.
       FILE SECTION.
       COPY "reccuti.cob".
       COPY "recpcuti.cob".
       COPY "reckar.cob".

       WORKING-STORAGE SECTION.
       77 ERR PIC XX.
       77 ERR-PC PIC XX.
       77 ERR-KAR PIC XX.
       01 ISI-LAGI PIC X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       77 OPCAO-MENU PIC X.
       01 ENTRADA-CUTI.
           02 ENT-NOKAR PIC 9(4).
           02 ENT-TAHUN PIC 9(4).
           02 ENT-JENIS PIC X.
           02 ENT-HAK PIC 9(3).
           02 ENT-MAX-BAWA PIC 9(3).
       01 CALCULO-CUTI.
           02 SALDO-CUTI PIC 9(3) VALUE ZEROS.
           02 BAWA-CUTI PIC 9(3) VALUE ZEROS.
           02 TAHUN-SEGUINTE PIC 9(4) VALUE ZEROS.
       01 KEPUTUSAN-CUTI.
           02 KEPUTUSAN PIC X.
               88 KEP-SETUJU VALUE 'A', 'a'.
               88 KEP-TOLAK VALUE 'R', 'r'.
           02 PENYETUJU PIC X(10).
       01 DATA-CALENDARIO.
           02 CAL-DIA PIC 9(2).
           02 CAL-MES PIC 9(2).
           02 CAL-ANO PIC 9(4).
       77 DATA-OK PIC X.
       77 DIAUTIL-OK PIC X.
       77 FUNCAO-DIAUTIL PIC X VALUE 'E'.
       77 DIA-AKHIR PIC 9(2).
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       77 PCUTI-BARU PIC X(79).
       77 BARU-MULAI PIC 9(8).
       77 BARU-AKHIR PIC 9(8).
       77 ADA-BENTROK PIC X VALUE 'N'.

       SCREEN SECTION.
       01 HAPUS-LAYAR.
           02 BLANK SCREEN.
       01 TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 2 COLUMN 5 '*** CUTI KARYAWAN ***'.
           02 LINE 4 COLUMN 5 '1 - Hak cuti tahunan'.
           02 LINE 5 COLUMN 5 '2 - Pengajuan cuti'.
           02 LINE 6 COLUMN 5 '3 - Persetujuan cuti'.
           02 LINE 7 COLUMN 5 '4 - Saldo cuti karyawan'.
           02 LINE 8 COLUMN 5 '5 - Keluar'.
           02 LINE 10 COLUMN 5 'Pilih menu : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X TO OPCAO-MENU.
       01 ISI-HAK.
           02 LINE 3 COLUMN 5 'NOMOR KARYAWAN      : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(4) TO ENT-NOKAR.
           02 LINE 4 COLUMN 5 'TAHUN (YYYY)        : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(4) TO ENT-TAHUN.
           02 LINE 5 COLUMN 5 'JENIS (T=TAHUNAN S=SAKIT) : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X TO ENT-JENIS.
       01 ISI-HAK-NILAI.
           02 LINE 7 COLUMN 5 'HAK CUTI (HARI)     : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) TO ENT-HAK.
           02 LINE 8 COLUMN 5 'MAX DIBAWA KE TAHUN BERIKUT : '
                              HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(3) TO ENT-MAX-BAWA.
       01 ISI-PCUTI.
           02 LINE 3 COLUMN 5 'NOMOR KARYAWAN      : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(4) TO PC-NOKAR.
           02 LINE 4 COLUMN 5 'JENIS (T/S/U=TANPA UPAH) : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X TO PC-JENIS.
           02 LINE 5 COLUMN 5 'TGL MULAI (YYYYMMDD): ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(8) TO PC-TGL-MULAI.
           02 LINE 6 COLUMN 5 'TGL AKHIR (YYYYMMDD): ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(8) TO PC-TGL-AKHIR.
           02 LINE 7 COLUMN 5 'ALASAN              : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X(30) TO PC-ALASAN.
       01 CARI-PCUTI.
           02 LINE 3 COLUMN 5 'NOMOR KARYAWAN      : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(4) TO PC-NOKAR.
           02 LINE 4 COLUMN 5 'TGL MULAI (YYYYMMDD): ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(8) TO PC-TGL-MULAI.
       01 ISI-KEPUTUSAN.
           02 LINE 12 COLUMN 5 'KEPUTUSAN (A=SETUJU R=TOLAK) : '
                               HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X TO KEPUTUSAN.
           02 LINE 13 COLUMN 5 'NAMA PENYETUJU      : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC X(10) TO PENYETUJU.
       01 CARI-SALDO.
           02 LINE 3 COLUMN 5 'NOMOR KARYAWAN      : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(4) TO ENT-NOKAR.
           02 LINE 4 COLUMN 5 'TAHUN (YYYY)        : ' HIGHLIGHT.
           02 COLUMN PLUS 1 PIC 9(4) TO ENT-TAHUN.

       PROCEDURE DIVISION.
       BUKA-FILE.
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           OPEN I-O CUTI.
           IF ERR = '35'
              OPEN OUTPUT CUTI
              CLOSE CUTI
              OPEN I-O CUTI.
           IF ERR NOT = '00'
              DISPLAY(10, 5) 'GAGAL MEMBUKA CUTI.DAT. STATUS=' ERR
              STOP RUN.
           OPEN I-O PCUTI.
           IF ERR-PC = '35'
              OPEN OUTPUT PCUTI
              CLOSE PCUTI
              OPEN I-O PCUTI.
           IF ERR-PC NOT = '00'
              DISPLAY(10, 5) 'GAGAL MEMBUKA PCUTI.DAT. STATUS=' ERR-PC
              CLOSE CUTI
              STOP RUN.
           OPEN INPUT KARYAWAN.
           IF ERR-KAR NOT = '00'
              DISPLAY(10, 5) 'GAGAL MEMBUKA KARYAWAN.DAT. STATUS='
                             ERR-KAR
              CLOSE CUTI
              CLOSE PCUTI
              STOP RUN.
       MENU-PRINCIPAL.
           DISPLAY HAPUS-LAYAR
           DISPLAY TELA-MENU.
           ACCEPT TELA-MENU.
           IF OPCAO-MENU = '1'
              GO TO HAK.
           IF OPCAO-MENU = '2'
              GO TO AJUKAN.
           IF OPCAO-MENU = '3'
              GO TO PERSETUJUAN.
           IF OPCAO-MENU = '4'
              GO TO SALDO.
           IF OPCAO-MENU = '5'
              GO TO SELESAI.
           GO TO MENU-PRINCIPAL.
       HAK.
           DISPLAY HAPUS-LAYAR
           DISPLAY ISI-HAK
           ACCEPT ISI-HAK.
           MOVE ENT-NOKAR TO NOKAR.
           READ KARYAWAN KEY IS NOKAR
               INVALID KEY
               DISPLAY(10, 5) 'KARYAWAN TIDAK DITEMUKAN.'
               GO TO HAK-FIM.
           IF ENT-JENIS NOT = 'T' AND ENT-JENIS NOT = 'S'
              DISPLAY(10, 5) 'JENIS CUTI HARUS T ATAU S.'
              GO TO HAK-FIM.
           IF ENT-TAHUN = ZEROS
              DISPLAY(10, 5) 'TAHUN TIDAK VALID.'
              GO TO HAK-FIM.
           MOVE ENT-NOKAR TO CT-NOKAR.
           MOVE ENT-TAHUN TO CT-TAHUN.
           MOVE ENT-JENIS TO CT-JENIS.
           READ CUTI KEY IS CT-CHAVE
               INVALID KEY
               GO TO HAK-BARU.
           DISPLAY(6, 5) 'SEKARANG: HAK ' CT-HAK ' DIBAWA ' CT-BAWA
                         ' DIAMBIL ' CT-DIAMBIL ' MAX ' CT-MAX-BAWA.
           MOVE ZEROS TO ENT-HAK ENT-MAX-BAWA.
           DISPLAY(9, 5) '(0 = TIDAK DIUBAH)'.
           DISPLAY ISI-HAK-NILAI
           ACCEPT ISI-HAK-NILAI.
           IF ENT-HAK = ZEROS
              MOVE CT-HAK TO ENT-HAK.
           IF ENT-MAX-BAWA = ZEROS
              MOVE CT-MAX-BAWA TO ENT-MAX-BAWA.
           IF ENT-HAK + CT-BAWA < CT-DIAMBIL
              DISPLAY(10, 5) 'HAK LEBIH KECIL DARI CUTI YANG DIAMBIL.'
              GO TO HAK-FIM.
           MOVE ENT-HAK TO CT-HAK.
           MOVE ENT-MAX-BAWA TO CT-MAX-BAWA.
           REWRITE REG-CUTI.
           IF ERR NOT = '00'
              DISPLAY(10, 5) 'GAGAL MENGUBAH. STATUS=' ERR
              GO TO HAK-FIM.
           DISPLAY(10, 5) 'HAK CUTI DIUBAH: ' NAMA-KAR.
           GO TO HAK-FIM.
       HAK-BARU.
           MOVE ZEROS TO ENT-HAK ENT-MAX-BAWA.
           DISPLAY ISI-HAK-NILAI
           ACCEPT ISI-HAK-NILAI.
           PERFORM HITUNG-BAWA THRU HITUNG-BAWA-FIM.
           MOVE ENT-NOKAR TO CT-NOKAR.
           MOVE ENT-TAHUN TO CT-TAHUN.
           MOVE ENT-JENIS TO CT-JENIS.
           MOVE ENT-HAK TO CT-HAK.
           MOVE ENT-MAX-BAWA TO CT-MAX-BAWA.
           MOVE BAWA-CUTI TO CT-BAWA.
           MOVE ZEROS TO CT-DIAMBIL CT-LEBIH.
           WRITE REG-CUTI
               INVALID KEY
               DISPLAY(10, 5) 'GAGAL MENYIMPAN. STATUS=' ERR
               GO TO HAK-FIM.
           DISPLAY(10, 5) 'HAK CUTI TERSIMPAN: ' NAMA-KAR
                          ' DIBAWA DARI TAHUN LALU ' CT-BAWA ' HARI'.
       HAK-FIM.
           DISPLAY(12, 5) 'ADA HAK CUTI LAGI [Y/T] ? '
           ACCEPT ISI-LAGI.
           IF LAGI GO TO HAK.
           GO TO MENU-PRINCIPAL.
       HITUNG-BAWA.
           MOVE ZEROS TO BAWA-CUTI.
           MOVE ENT-NOKAR TO CT-NOKAR.
           COMPUTE CT-TAHUN = ENT-TAHUN - 1.
           MOVE ENT-JENIS TO CT-JENIS.
           READ CUTI KEY IS CT-CHAVE
               INVALID KEY
               GO TO HITUNG-BAWA-FIM.
           COMPUTE BAWA-CUTI = CT-HAK + CT-BAWA - CT-DIAMBIL.
           IF BAWA-CUTI > CT-MAX-BAWA
              MOVE CT-MAX-BAWA TO BAWA-CUTI.
       HITUNG-BAWA-FIM.
           EXIT.
       AJUKAN.
           DISPLAY HAPUS-LAYAR
           DISPLAY ISI-PCUTI
           ACCEPT ISI-PCUTI.
           MOVE PC-NOKAR TO NOKAR.
           READ KARYAWAN KEY IS NOKAR
               INVALID KEY
               DISPLAY(10, 5) 'KARYAWAN TIDAK DITEMUKAN.'
               GO TO AJUKAN-FIM.
           IF KAR-NONAKTIF
              DISPLAY(10, 5) 'KARYAWAN TIDAK AKTIF.'
              GO TO AJUKAN-FIM.
           IF NOT PC-TAHUNAN AND NOT PC-SAKIT AND NOT PC-TANPA-UPAH
              DISPLAY(10, 5) 'JENIS CUTI HARUS T, S ATAU U.'
              GO TO AJUKAN-FIM.
           MOVE PC-TGL-MULAI (7:2) TO CAL-DIA.
           MOVE PC-TGL-MULAI (5:2) TO CAL-MES.
           MOVE PC-TGL-MULAI (1:4) TO CAL-ANO.
           CALL 'DATAVAL' USING DATA-CALENDARIO DATA-OK.
           IF DATA-OK NOT = 'S'
              DISPLAY(10, 5) 'TGL MULAI TIDAK VALID.'
              GO TO AJUKAN-FIM.
           MOVE PC-TGL-AKHIR (7:2) TO CAL-DIA.
           MOVE PC-TGL-AKHIR (5:2) TO CAL-MES.
           MOVE PC-TGL-AKHIR (1:4) TO CAL-ANO.
           CALL 'DATAVAL' USING DATA-CALENDARIO DATA-OK.
           IF DATA-OK NOT = 'S'
              DISPLAY(10, 5) 'TGL AKHIR TIDAK VALID.'
              GO TO AJUKAN-FIM.
           IF PC-TGL-AKHIR < PC-TGL-MULAI
              DISPLAY(10, 5) 'TGL AKHIR SEBELUM TGL MULAI.'
              GO TO AJUKAN-FIM.
           IF PC-TGL-AKHIR (1:6) NOT = PC-TGL-MULAI (1:6)
              DISPLAY(10, 5) 'CUTI HARUS DALAM SATU BULAN GAJI.'
              DISPLAY(11, 5) 'AJUKAN SATU PENGAJUAN PER BULAN.'
              GO TO AJUKAN-FIM.
           PERFORM HITUNG-HARI THRU HITUNG-HARI-FIM.
           IF PC-HARI = ZEROS
              DISPLAY(10, 5) 'TIDAK ADA HARI KERJA DALAM PERIODE.'
              GO TO AJUKAN-FIM.
           MOVE 'P' TO PC-STATUS.
           MOVE ZEROS TO PC-HARI-BAYAR PC-HARI-POTONG PC-TGL-SETUJU.
           MOVE SPACES TO PC-PENYETUJU.
           PERFORM CEK-BENTROK THRU CEK-BENTROK-FIM.
           IF ADA-BENTROK = 'S'
              DISPLAY(10, 5) 'SUDAH ADA CUTI PADA TANGGAL ITU.'
              GO TO AJUKAN-FIM.
           WRITE REG-PCUTI
               INVALID KEY
               DISPLAY(10, 5) 'GAGAL MENYIMPAN. STATUS=' ERR-PC
               GO TO AJUKAN-FIM.
           DISPLAY(10, 5) 'PENGAJUAN TERSIMPAN: ' PC-HARI
                          ' HARI KERJA, MENUNGGU PERSETUJUAN.'.
       AJUKAN-FIM.
           DISPLAY(12, 5) 'ADA PENGAJUAN LAGI [Y/T] ? '
           ACCEPT ISI-LAGI.
           IF LAGI GO TO AJUKAN.
           GO TO MENU-PRINCIPAL.
       HITUNG-HARI.
           MOVE PC-TGL-MULAI (7:2) TO CAL-DIA.
           MOVE PC-TGL-MULAI (5:2) TO CAL-MES.
           MOVE PC-TGL-MULAI (1:4) TO CAL-ANO.
           MOVE PC-TGL-AKHIR (7:2) TO DIA-AKHIR.
           MOVE ZEROS TO PC-HARI.
       HITUNG-HARI-LE.
           MOVE 'E' TO FUNCAO-DIAUTIL.
           CALL 'DIAUTIL' USING DATA-CALENDARIO FUNCAO-DIAUTIL
               DIAUTIL-OK.
           IF DIAUTIL-OK = 'S'
              ADD 1 TO PC-HARI.
           IF CAL-DIA < DIA-AKHIR
              ADD 1 TO CAL-DIA
              GO TO HITUNG-HARI-LE.
       HITUNG-HARI-FIM.
           EXIT.
       CEK-BENTROK.
           MOVE 'N' TO ADA-BENTROK.
           MOVE REG-PCUTI TO PCUTI-BARU.
           MOVE PC-TGL-MULAI TO BARU-MULAI.
           MOVE PC-TGL-AKHIR TO BARU-AKHIR.
           MOVE '00' TO PC-TGL-MULAI (7:2).
           START PCUTI KEY IS NOT LESS THAN PC-CHAVE
               INVALID KEY
               GO TO CEK-BENTROK-FIM.
       CEK-BENTROK-LE.
           READ PCUTI NEXT RECORD
               AT END
               GO TO CEK-BENTROK-FIM.
           IF PC-NOKAR NOT = NOKAR
              OR PC-TGL-MULAI > BARU-AKHIR
              GO TO CEK-BENTROK-FIM.
           IF PC-DITOLAK
              GO TO CEK-BENTROK-LE.
           IF PC-TGL-AKHIR < BARU-MULAI
              GO TO CEK-BENTROK-LE.
           MOVE 'S' TO ADA-BENTROK.
       CEK-BENTROK-FIM.
           MOVE PCUTI-BARU TO REG-PCUTI.
           MOVE '00' TO ERR-PC.
       PERSETUJUAN.
           DISPLAY HAPUS-LAYAR
           DISPLAY CARI-PCUTI
           ACCEPT CARI-PCUTI.
           READ PCUTI KEY IS PC-CHAVE
               INVALID KEY
               DISPLAY(10, 5) 'PENGAJUAN TIDAK DITEMUKAN.'
               GO TO PERSETUJUAN-FIM.
           MOVE PC-NOKAR TO NOKAR.
           READ KARYAWAN KEY IS NOKAR
               INVALID KEY
               MOVE '(TIDAK TERDAFTAR)' TO NAMA-KAR.
           DISPLAY(5, 5) 'KARYAWAN : ' PC-NOKAR ' ' NAMA-KAR.
           DISPLAY(6, 5) 'CUTI     : ' PC-JENIS ' ' PC-TGL-MULAI
                         ' S/D ' PC-TGL-AKHIR ' ' PC-HARI ' HARI'.
           DISPLAY(7, 5) 'ALASAN   : ' PC-ALASAN.
           IF NOT PC-AGUARDANDO
              DISPLAY(9, 5) 'SUDAH DIPROSES. STATUS ' PC-STATUS
                            ' OLEH ' PC-PENYETUJU
              GO TO PERSETUJUAN-FIM.
           IF NOT PC-TANPA-UPAH
              PERFORM LE-SALDO THRU LE-SALDO-FIM
              DISPLAY(8, 5) 'SALDO    : ' SALDO-CUTI ' HARI'.
           MOVE SPACES TO KEPUTUSAN PENYETUJU.
           DISPLAY ISI-KEPUTUSAN
           ACCEPT ISI-KEPUTUSAN.
           IF NOT KEP-SETUJU AND NOT KEP-TOLAK
              DISPLAY(15, 5) 'KEPUTUSAN TIDAK VALID.'
              GO TO PERSETUJUAN-FIM.
           IF PENYETUJU = SPACES
              DISPLAY(15, 5) 'NAMA PENYETUJU WAJIB.'
              GO TO PERSETUJUAN-FIM.
           IF KEP-TOLAK
              MOVE 'R' TO PC-STATUS
              GO TO PERSETUJUAN-GRAVA.
           PERFORM POTONG-SALDO THRU POTONG-SALDO-FIM.
           MOVE 'A' TO PC-STATUS.
       PERSETUJUAN-GRAVA.
           MOVE PENYETUJU TO PC-PENYETUJU.
           MOVE TGL-HARI-INI TO PC-TGL-SETUJU.
           REWRITE REG-PCUTI.
           IF ERR-PC NOT = '00'
              DISPLAY(15, 5) 'GAGAL MENYIMPAN. STATUS=' ERR-PC
              GO TO PERSETUJUAN-FIM.
           IF PC-DITOLAK
              DISPLAY(15, 5) 'PENGAJUAN DITOLAK.'
              GO TO PERSETUJUAN-FIM.
           DISPLAY(15, 5) 'DISETUJUI: ' PC-HARI-BAYAR ' HARI DIBAYAR, '
                          PC-HARI-POTONG ' HARI POTONG GAJI.'.
       PERSETUJUAN-FIM.
           DISPLAY(17, 5) 'ADA PERSETUJUAN LAGI [Y/T] ? '
           ACCEPT ISI-LAGI.
           IF LAGI GO TO PERSETUJUAN.
           GO TO MENU-PRINCIPAL.
       LE-SALDO.
           MOVE ZEROS TO SALDO-CUTI.
           MOVE PC-NOKAR TO CT-NOKAR.
           MOVE PC-TGL-MULAI (1:4) TO CT-TAHUN.
           MOVE PC-JENIS TO CT-JENIS.
           READ CUTI KEY IS CT-CHAVE
               INVALID KEY
               MOVE '23' TO ERR
               GO TO LE-SALDO-FIM.
           COMPUTE SALDO-CUTI = CT-HAK + CT-BAWA - CT-DIAMBIL.
       LE-SALDO-FIM.
           EXIT.
       POTONG-SALDO.
           MOVE ZEROS TO PC-HARI-BAYAR.
           MOVE PC-HARI TO PC-HARI-POTONG.
           IF PC-TANPA-UPAH
              GO TO POTONG-SALDO-FIM.
           PERFORM LE-SALDO THRU LE-SALDO-FIM.
           IF ERR NOT = '00'
              MOVE '00' TO ERR
              DISPLAY(14, 5) 'TANPA HAK CUTI - SEMUA DIPOTONG.'
              GO TO POTONG-SALDO-FIM.
           MOVE PC-HARI TO PC-HARI-BAYAR.
           IF PC-HARI-BAYAR > SALDO-CUTI
              MOVE SALDO-CUTI TO PC-HARI-BAYAR.
           COMPUTE PC-HARI-POTONG = PC-HARI - PC-HARI-BAYAR.
           ADD PC-HARI-BAYAR TO CT-DIAMBIL.
           ADD PC-HARI-POTONG TO CT-LEBIH.
           REWRITE REG-CUTI.
           PERFORM ATUALIZA-BAWA THRU ATUALIZA-BAWA-FIM.
       POTONG-SALDO-FIM.
           EXIT.
       ATUALIZA-BAWA.
           COMPUTE BAWA-CUTI = CT-HAK + CT-BAWA - CT-DIAMBIL.
           IF BAWA-CUTI > CT-MAX-BAWA
              MOVE CT-MAX-BAWA TO BAWA-CUTI.
           COMPUTE TAHUN-SEGUINTE = CT-TAHUN + 1.
           MOVE TAHUN-SEGUINTE TO CT-TAHUN.
           READ CUTI KEY IS CT-CHAVE
               INVALID KEY
               MOVE '00' TO ERR
               GO TO ATUALIZA-BAWA-FIM.
           IF BAWA-CUTI + CT-HAK < CT-DIAMBIL
              GO TO ATUALIZA-BAWA-FIM.
           MOVE BAWA-CUTI TO CT-BAWA.
           REWRITE REG-CUTI.
       ATUALIZA-BAWA-FIM.
           EXIT.
       SALDO.
           DISPLAY HAPUS-LAYAR
           DISPLAY CARI-SALDO
           ACCEPT CARI-SALDO.
           MOVE ENT-NOKAR TO NOKAR.
           READ KARYAWAN KEY IS NOKAR
               INVALID KEY
               DISPLAY(10, 5) 'KARYAWAN TIDAK DITEMUKAN.'
               GO TO SALDO-FIM.
           DISPLAY(5, 5) 'CUTI ' ENT-TAHUN ' - ' NOKAR ' ' NAMA-KAR.
           DISPLAY(6, 5) 'J  HAK DIBAWA DIAMBIL LEBIH SALDO'.
           MOVE ENT-NOKAR TO CT-NOKAR.
           MOVE ENT-TAHUN TO CT-TAHUN.
           MOVE 'T' TO CT-JENIS.
           PERFORM SALDO-MOSTRA THRU SALDO-MOSTRA-FIM.
           MOVE ENT-NOKAR TO CT-NOKAR.
           MOVE ENT-TAHUN TO CT-TAHUN.
           MOVE 'S' TO CT-JENIS.
           PERFORM SALDO-MOSTRA THRU SALDO-MOSTRA-FIM.
           DISPLAY ' '.
           DISPLAY 'MULAI    AKHIR    J HARI S BAYAR POTONG'.
           MOVE ENT-NOKAR TO PC-NOKAR.
           COMPUTE PC-TGL-MULAI = ENT-TAHUN * 10000.
           START PCUTI KEY IS NOT LESS THAN PC-CHAVE
               INVALID KEY
               MOVE '10' TO ERR-PC.
       SALDO-LE.
           IF ERR-PC = '10'
              GO TO SALDO-FIM.
           READ PCUTI NEXT RECORD
               AT END
               GO TO SALDO-FIM.
           IF PC-NOKAR NOT = ENT-NOKAR
              OR PC-TGL-MULAI (1:4) NOT = ENT-TAHUN
              GO TO SALDO-FIM.
           DISPLAY PC-TGL-MULAI ' ' PC-TGL-AKHIR ' ' PC-JENIS ' '
                   PC-HARI '  ' PC-STATUS ' ' PC-HARI-BAYAR '   '
                   PC-HARI-POTONG.
           GO TO SALDO-LE.
       SALDO-FIM.
           MOVE '00' TO ERR-PC.
           DISPLAY 'TEKAN Y UNTUK KEMBALI.'
           ACCEPT ISI-LAGI.
           GO TO MENU-PRINCIPAL.
       SALDO-MOSTRA.
           READ CUTI KEY IS CT-CHAVE
               INVALID KEY
               MOVE '00' TO ERR
               GO TO SALDO-MOSTRA-FIM.
           COMPUTE SALDO-CUTI = CT-HAK + CT-BAWA - CT-DIAMBIL.
           DISPLAY CT-JENIS '  ' CT-HAK ' ' CT-BAWA '    ' CT-DIAMBIL
                   '     ' CT-LEBIH '   ' SALDO-CUTI.
       SALDO-MOSTRA-FIM.
           EXIT.
       SELESAI.
           CLOSE CUTI.
           CLOSE PCUTI.
           CLOSE KARYAWAN.
           STOP RUN.
