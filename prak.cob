           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JK-CHAVE
           FILE STATUS IS STATUS-JAMKERJA.
           SELECT GAJIYTD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           SELECT RATEIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-RATEIO.
           SELECT HONOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HN-CHAVE
           FILE STATUS IS STATUS-HONOR.
           SELECT PCUTI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-CHAVE
           FILE STATUS IS STATUS-PCUTI.
           SELECT RAPEL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RP-CHAVE
           FILE STATUS IS STATUS-RAPEL.
           SELECT GAJIPOST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GP-CHAVE
           FILE STATUS IS STATUS-GAJIPOST.
           SELECT POTMAKAN ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-CHAVE
           FILE STATUS IS STATUS-POTMAKAN.
       DATA DIVISION.
       FILE SECTION.
       FD  SLIPGAJI
           02 KR-KODE PIC X(3).
           02 KR-NILAI PIC 9(6).
       COPY "recjam.cob".
       COPY "recytd.cob".
       COPY "reckasb.cob".
       COPY "recghist.cob".
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RATEIO.TXT".
       01  REG-RATEIO                  PIC X(80).
       COPY "rechonor.cob".
       COPY "recpcuti.cob".
       COPY "recrapel.cob".
       COPY "recgjpst.cob".
       COPY "recpotmk.cob".
       WORKING-STORAGE SECTION.
       01 DATA-MASUKKAN.
           02 NAMA PIC X(20).
           02 TOTAL-GAJI PIC 9(7).
       77 PERSEN-PAJAK      PIC 9(2) VALUE 05.
       77 PERSEN-JAMSOSTEK  PIC 9(2) VALUE 02.
       01 CAMPOS-PARAMETER.
           02 PRM-KODE PIC X(12) VALUE SPACES.
           02 PRM-TGL PIC 9(8) VALUE ZEROS.
           02 PRM-NILAI PIC 9(9)V99 VALUE ZEROS.
           02 PRM-BERLAKU PIC 9(8) VALUE ZEROS.
           02 PRM-HASIL PIC X VALUE 'N'.
       77 STATUS-SLIPGAJI   PIC X(02) VALUE "00".
       77 STATUS-KARYAWAN   PIC X(02) VALUE "00".
       77 WS-LINHA-SLIP     PIC X(100).
       77 STATUS-RUBRIK     PIC X(02) VALUE "00".
       77 STATUS-KARRUB     PIC X(02) VALUE "00".
       77 STATUS-JAMKERJA   PIC X(02) VALUE "00".
       77 STATUS-YTD        PIC X(02) VALUE "00".
       77 STATUS-KASBON     PIC X(02) VALUE "00".
       77 STATUS-HIST       PIC X(02) VALUE "00".
       77 STATUS-DEPT       PIC X(02) VALUE "00".
       77 STATUS-RATEIO     PIC X(02) VALUE "00".
       77 WS-LINHA-RATEIO   PIC X(80).
       77 STATUS-HONOR      PIC X(02) VALUE "00".
       77 STATUS-PCUTI      PIC X(02) VALUE "00".
       77 STATUS-RAPEL      PIC X(02) VALUE "00".
       77 IDX-MES           PIC 9(2) VALUE ZEROS.
       77 STATUS-GAJIPOST   PIC X(02) VALUE "00".
       77 STATUS-POTMAKAN   PIC X(02) VALUE "00".
       01 ISI-LAGI PIC X.
           88 LAGI VALUE 'Y', 'y'.
       01 CONTROLE-ACESSO.
           02 GATE-PROGRAMA PIC X(8) VALUE 'CONTOH'.
           02 GATE-PERFIL PIC X(1) VALUE 'C'.
           02 GATE-OPERADOR PIC X(4) VALUE SPACES.
           02 GATE-OK PIC X(1) VALUE 'N'.
       01 CONTROLE-GAJI.
           02 CG-FUNCAO PIC X(1) VALUE 'L'.
           02 CG-PERIODE PIC X(6) VALUE SPACES.
           02 CG-STATUS PIC X(1) VALUE SPACES.
           02 CG-OPERADOR PIC X(4) VALUE SPACES.
           02 CG-QTD PIC 9(4) VALUE ZEROS.
           02 CG-BRUTO PIC 9(11) VALUE ZEROS.
           02 CG-LIQUIDO PIC 9(11) VALUE ZEROS.
           02 CG-HITUNGAN PIC 9(3) VALUE ZEROS.
           02 CG-TGL PIC 9(8) VALUE ZEROS.
           02 CG-CATATAN PIC X(30) VALUE SPACES.
           02 CG-RESULTADO PIC X(1) VALUE 'N'.
       01 ESTORNO-GAJI.
           02 EST-PERIODE PIC X(6) VALUE SPACES.
           02 EST-QTD PIC 9(4) VALUE ZEROS.
           02 EST-RESULTADO PIC X(1) VALUE 'N'.
       01 TABEL-DEPTO.
           02 QTD-DEPTO PIC 9(2) COMP VALUE ZEROS.
           02 IDX-DEP PIC 9(2) COMP VALUE ZEROS.
       01 CAMPOS-KASBON.
           02 ADA-KASBON PIC X VALUE 'N'.
           02 POT-KASBON PIC 9(7) VALUE ZEROS.
       01 CAMPOS-MAKAN.
           02 ADA-POTMAKAN PIC X VALUE 'N'.
           02 POT-MAKAN PIC 9(7) VALUE ZEROS.
           02 SISA-MAKAN PIC 9(8) VALUE ZEROS.
       01 CAMPOS-BANCO.
           02 QTD-BANCO PIC 9(4) VALUE ZEROS.
           02 TOT-BANCO PIC 9(9) VALUE ZEROS.
       01 TABEL-MANUAL.
           02 TARIF-JAM PIC 9(6)V99 VALUE ZEROS.
           02 UPAH-LEMBUR PIC 9(7) VALUE ZEROS.
           02 POT-ABSEN PIC 9(7) VALUE ZEROS.
       01 CAMPOS-HONOR.
           02 ADA-HONOR PIC X VALUE 'N'.
           02 JAM-HONOR PIC 9(3) VALUE ZEROS.
           02 UPAH-HONOR PIC 9(7) VALUE ZEROS.
       01 CAMPOS-CUTI.
           02 ADA-PCUTI PIC X VALUE 'N'.
           02 HARI-CUTI-BAYAR PIC 9(3) VALUE ZEROS.
           02 HARI-CUTI-POTONG PIC 9(3) VALUE ZEROS.
       01 CAMPOS-RAPEL.
           02 ADA-RAPEL PIC X VALUE 'N'.
           02 RAPEL-BRUTO PIC S9(7) VALUE ZEROS.
           02 RAPEL-PAJAK PIC S9(7) VALUE ZEROS.
           02 RAPEL-JAMSOS PIC S9(7) VALUE ZEROS.
           02 RAPEL-ED PIC -(7)9.
       01 TABEL-RUBRIK.
           02 QTD-RUBRIK PIC 9(2) COMP VALUE ZEROS.
           02 RUBRIK-TAB OCCURS 20 TIMES.
           02 TOT-PAJAK PIC 9(9) VALUE ZEROS.
           02 TOT-JAMSOSTEK PIC 9(9) VALUE ZEROS.
           02 TOT-LEMBUR PIC 9(9) VALUE ZEROS.
           02 TOT-HONOR PIC 9(9) VALUE ZEROS.
           02 TOT-ABSEN PIC 9(9) VALUE ZEROS.
           02 TOT-RAPEL PIC S9(9) VALUE ZEROS.
           02 TOT-KASBON PIC 9(9) VALUE ZEROS.
           02 TOT-MAKAN PIC 9(9) VALUE ZEROS.
           02 TOT-LIQUIDO PIC 9(9) VALUE ZEROS.
           02 WS-TOT-ED PIC Z(8)9.
       SCREEN SECTION.
       01 HAPUS-LAYAR.
           02 BLANK SCREEN.
       PROCEDURE DIVISION.
       ACESSO.
           DISPLAY HAPUS-LAYAR.
           DISPLAY '>>>FOLHA DE PAGAMENTO DO MES<<<'.
           CALL 'ACESSOVAL' USING GATE-PROGRAMA GATE-PERFIL
               GATE-OPERADOR GATE-OK.
           IF GATE-OK NOT = 'S'
              STOP RUN.
       MINTA-PERIODE.
           DISPLAY HAPUS-LAYAR.
           DISPLAY 'PERIODE GAJI (YYYYMM) : '.
           IF PERIODE-GAJI = SPACES
              GO TO MINTA-PERIODE.
           MOVE PERIODE-GAJI TO FIM-AAMM.
       VERIFICA-PERIODE.
           MOVE 'L' TO CG-FUNCAO.
           MOVE PERIODE-GAJI TO CG-PERIODE.
           CALL 'GAJISTAT' USING CONTROLE-GAJI.
           IF CG-RESULTADO NOT = 'S'
              DISPLAY 'GAGAL MEMBACA GAJICTL.DAT.'
              STOP RUN.
           IF CG-STATUS = 'S' OR 'R' OR 'T'
              DISPLAY 'PERIODE ' PERIODE-GAJI ' SUDAH DISETUJUI/'
                      'DIRILIS/DITUTUP (STATUS ' CG-STATUS ').'
              DISPLAY 'TIDAK BOLEH DIHITUNG ULANG. BUKA ULANG PERIODE'
              DISPLAY 'PELO PROGRAMA PERIGAJI (ADMINISTRATOR).'
              STOP RUN.
           IF CG-STATUS = 'H'
              DISPLAY 'PERIODE ' PERIODE-GAJI ' SUDAH DIHITUNG '
                      CG-HITUNGAN ' KALI OLEH ' CG-OPERADOR '.'
              DISPLAY 'HITUNG ULANG (POSTING LAMA DIBATALKAN) [Y/T] ? '
              ACCEPT ISI-LAGI
              IF NOT LAGI
                 STOP RUN.
           MOVE PERIODE-GAJI TO EST-PERIODE.
           CALL 'GAJIREV' USING ESTORNO-GAJI.
           IF EST-RESULTADO NOT = 'S'
              DISPLAY 'GAGAL MEMBATALKAN POSTING LAMA PERIODE.'
              STOP RUN.
           IF EST-QTD > ZEROS
              DISPLAY 'POSTING LAMA DIBATALKAN : ' EST-QTD ' KARYAWAN'.
           IF CG-STATUS = 'B' AND EST-QTD = ZEROS
              GO TO ABRE-ARQUIVO.
           MOVE 'M' TO CG-FUNCAO.
           MOVE 'B' TO CG-STATUS.
           MOVE GATE-OPERADOR TO CG-OPERADOR.
           MOVE 'PERIODE DIBUKA' TO CG-CATATAN.
           IF EST-QTD > ZEROS
              MOVE 'HITUNG ULANG - POSTING DIBATAL' TO CG-CATATAN.
           CALL 'GAJISTAT' USING CONTROLE-GAJI.
       ABRE-ARQUIVO.
           OPEN EXTEND SLIPGAJI.
           IF STATUS-SLIPGAJI = "35"
              MOVE 'S' TO ADA-JAMKERJA
           ELSE
              DISPLAY 'JAMKERJA.DAT TIDAK ADA - TANPA LEMBUR/ABSEN.'.
           OPEN INPUT HONOR.
           IF STATUS-HONOR = "00"
              MOVE 'S' TO ADA-HONOR
           ELSE
              DISPLAY 'HONOR.DAT TIDAK ADA - TANPA HONOR GURU.'.
           OPEN INPUT PCUTI.
           IF STATUS-PCUTI = "00"
              MOVE 'S' TO ADA-PCUTI
           ELSE
              DISPLAY 'PCUTI.DAT TIDAK ADA - TANPA CUTI KARYAWAN.'.
           OPEN I-O RAPEL.
           IF STATUS-RAPEL = "00"
              MOVE 'S' TO ADA-RAPEL
           ELSE
              DISPLAY 'RAPEL.DAT TIDAK ADA - TANPA RAPEL GAJI.'.
           OPEN I-O KASBON.
           IF STATUS-KASBON = "00"
              MOVE 'S' TO ADA-KASBON
           ELSE
              DISPLAY 'KASBON.DAT TIDAK ADA - TANPA POTONGAN KASBON.'.
           OPEN I-O POTMAKAN.
           IF STATUS-POTMAKAN = "00"
              MOVE 'S' TO ADA-POTMAKAN
           ELSE
              DISPLAY 'POTMAKAN.DAT TIDAK ADA - TANPA POTONGAN MAKAN.'.
           OPEN INPUT GAJIHIST.
           IF STATUS-HIST = "00"
              MOVE 'S' TO ADA-HIST
              CLOSE SLIPGAJI
              CLOSE KARYAWAN
              STOP RUN.
           OPEN I-O GAJIPOST.
           IF STATUS-GAJIPOST = "35"
              OPEN OUTPUT GAJIPOST
              CLOSE GAJIPOST
              OPEN I-O GAJIPOST.
           IF STATUS-GAJIPOST NOT = "00"
              DISPLAY 'GAGAL MEMBUKA GAJIPOST.DAT. STATUS='
                      STATUS-GAJIPOST
              CLOSE SLIPGAJI
              CLOSE KARYAWAN
              CLOSE GAJIYTD
              STOP RUN.
           PERFORM BACA-PARAMETER THRU BACA-PARAMETER-FIM.
           DISPLAY HAPUS-LAYAR.
           DISPLAY '>>>FOLHA DE PAGAMENTO DO MES<<<'.
       MULAI.
               (GAJI-POKOK + TUNJANGAN) * PERSEN-JAMSOSTEK / 100.
           PERFORM APLICA-RUBRIK THRU APLICA-RUBRIK-FIM.
           PERFORM BUSCA-JAM THRU BUSCA-JAM-FIM.
           PERFORM BUSCA-HONOR THRU BUSCA-HONOR-FIM.
           PERFORM BUSCA-RAPEL THRU BUSCA-RAPEL-FIM.
           COMPUTE TOTAL-POTONGAN =
               POTONGAN-PAJAK + POTONGAN-JAMSOSTEK
               + TOTAL-POT-RUBRIK + POT-ABSEN.
           COMPUTE TOTAL-GAJI =
               GAJI-POKOK + TUNJANGAN + TOTAL-TAMBAHAN + UPAH-LEMBUR
               + UPAH-HONOR - TOTAL-POTONGAN
               + RAPEL-BRUTO - RAPEL-PAJAK - RAPEL-JAMSOS.
           PERFORM DESCONTA-KASBON THRU DESCONTA-KASBON-FIM.
           PERFORM DESCONTA-MAKAN THRU DESCONTA-MAKAN-FIM.
           ADD GAJI-POKOK TO TOT-BRUTO.
           ADD TUNJANGAN TO TOT-BRUTO.
           ADD TOTAL-TAMBAHAN TO TOT-BRUTO.
           ADD UPAH-LEMBUR TO TOT-BRUTO.
           ADD UPAH-LEMBUR TO TOT-LEMBUR.
           ADD UPAH-HONOR TO TOT-BRUTO.
           ADD UPAH-HONOR TO TOT-HONOR.
           ADD POT-ABSEN TO TOT-ABSEN.
           ADD POTONGAN-PAJAK TO TOT-PAJAK.
           ADD POTONGAN-JAMSOSTEK TO TOT-JAMSOSTEK.
           ADD RAPEL-BRUTO TO TOT-BRUTO.
           ADD RAPEL-BRUTO TO TOT-RAPEL.
           ADD RAPEL-PAJAK TO TOT-PAJAK.
           ADD RAPEL-JAMSOS TO TOT-JAMSOSTEK.
           ADD TOTAL-GAJI TO TOT-LIQUIDO.
           DISPLAY ' '.
           DISPLAY 'KARYAWAN          :',NOKAR,' ',NAMA.
           DISPLAY 'GAJI POKOK        : RP.',GAJI-POKOK.
           DISPLAY 'GAJI TUNJANGAN    : RP.',TUNJANGAN.
           IF JAM-LEMBUR > ZEROS
              DISPLAY 'UPAH LEMBUR       : RP.',UPAH-LEMBUR,
                      ' (',JAM-LEMBUR,' JAM)'.
           IF UPAH-HONOR > ZEROS
              DISPLAY 'HONOR MENGAJAR    : RP.',UPAH-HONOR,
                      ' (',JAM-HONOR,' JAM)'.
           IF HARI-ABSEN > ZEROS OR HARI-CUTI-POTONG > ZEROS
              DISPLAY 'POTONGAN ABSEN    : RP.',POT-ABSEN,
                      ' (',HARI-ABSEN,' HARI + CUTI ',HARI-CUTI-POTONG,
                      ' HARI)'.
           IF HARI-CUTI-BAYAR > ZEROS
              DISPLAY 'CUTI DIBAYAR      : ',HARI-CUTI-BAYAR,' HARI'.
           IF RAPEL-BRUTO NOT = ZEROS
              MOVE RAPEL-BRUTO TO RAPEL-ED
              DISPLAY 'RAPEL GAJI        : RP.',RAPEL-ED.
           IF POT-KASBON > ZEROS
              DISPLAY 'CICILAN KASBON    : RP.',POT-KASBON,
                      ' SISA RP.',KB-SALDO.
           IF POT-MAKAN > ZEROS
              DISPLAY 'MAKAN KARYAWAN    : RP.',POT-MAKAN.
           DISPLAY 'TOTAL GAJI        : RP.',TOTAL-GAJI.
           PERFORM GRAVA-SLIP.
           PERFORM SOMA-BANCO THRU SOMA-BANCO-FIM.
           PERFORM GRAVA-YTD THRU GRAVA-YTD-FIM.
           PERFORM GRAVA-POST THRU GRAVA-POST-FIM.
           PERFORM SOMA-DEPTO THRU SOMA-DEPTO-FIM.
           ADD 1 TO WS-TOTAL-SLIPS.
           GO TO MULAI.
           GO TO BUSCA-GAJI-LE.
       BUSCA-GAJI-VIGENTE-FIM.
           EXIT.
       BACA-PARAMETER.
           MOVE FIM-PERIODE TO PRM-TGL.
           MOVE 'PAJAKGAJI' TO PRM-KODE.
           CALL 'PARAMVAL' USING CAMPOS-PARAMETER.
           IF PRM-HASIL = 'S'
              MOVE PRM-NILAI TO PERSEN-PAJAK.
           MOVE 'JAMSOSTEK' TO PRM-KODE.
           CALL 'PARAMVAL' USING CAMPOS-PARAMETER.
           IF PRM-HASIL = 'S'
              MOVE PRM-NILAI TO PERSEN-JAMSOSTEK.
       BACA-PARAMETER-FIM.
           EXIT.
       DESCONTA-KASBON.
           MOVE ZEROS TO POT-KASBON.
           IF ADA-KASBON NOT = 'S'
           PERFORM GRAVA-SLIP-KASBON.
       DESCONTA-KASBON-FIM.
           EXIT.
       DESCONTA-MAKAN.
           MOVE ZEROS TO POT-MAKAN SISA-MAKAN.
           IF ADA-POTMAKAN NOT = 'S'
              GO TO DESCONTA-MAKAN-FIM.
           MOVE NOKAR TO PM-NOKAR.
           MOVE PERIODE-GAJI TO PM-PERIODE.
           READ POTMAKAN KEY IS PM-CHAVE
               INVALID KEY
               GO TO DESCONTA-MAKAN-FIM.
           IF PM-TOTAL = ZEROS
              GO TO DESCONTA-MAKAN-FIM.
           IF PM-TOTAL > TOTAL-GAJI
              MOVE TOTAL-GAJI TO POT-MAKAN
           ELSE
              MOVE PM-TOTAL TO POT-MAKAN.
           COMPUTE SISA-MAKAN = PM-TOTAL - POT-MAKAN.
           SUBTRACT POT-MAKAN FROM TOTAL-GAJI.
           ADD POT-MAKAN TO TOTAL-POTONGAN.
           ADD POT-MAKAN TO TOT-MAKAN.
           MOVE POT-MAKAN TO PM-POTONG.
           REWRITE REG-POTMAKAN.
           PERFORM GRAVA-SLIP-MAKAN.
       DESCONTA-MAKAN-FIM.
           EXIT.
       GRAVA-SLIP-MAKAN.
           MOVE SPACES TO WS-LINHA-SLIP.
           STRING NOKAR " " NAMA " MAKAN KARYAWAN:" PM-QTD
               " STRUK RP." POT-MAKAN
               " SISA:RP." SISA-MAKAN
               DELIMITED BY SIZE INTO WS-LINHA-SLIP.
           MOVE WS-LINHA-SLIP TO REG-SLIPGAJI.
           WRITE REG-SLIPGAJI.
       GRAVA-SLIP-KASBON.
           MOVE SPACES TO WS-LINHA-SLIP.
           STRING NOKAR " " NAMA " KASBON:RP." POT-KASBON
           WRITE REG-SLIPGAJI.
       GRAVA-YTD.
           COMPUTE BRUTO-KARYAWAN =
               GAJI-POKOK + TUNJANGAN + TOTAL-TAMBAHAN + UPAH-LEMBUR
               + UPAH-HONOR + RAPEL-BRUTO.
           MOVE NOKAR TO YTD-NOKAR.
           MOVE PERIODE-GAJI (1:4) TO YTD-TAHUN.
           READ GAJIYTD KEY IS YTD-CHAVE
               MOVE NAMA TO YTD-NAMA
               MOVE ZEROS TO YTD-BULAN YTD-BRUTO YTD-RUBRIK
                             YTD-ABSEN YTD-PAJAK YTD-JAMSOSTEK
                             YTD-LIQUIDO YTD-MESES
               PERFORM SOMA-YTD
               WRITE REG-GAJIYTD
               GO TO GRAVA-YTD-FIM.
           ADD POTONGAN-PAJAK TO YTD-PAJAK.
           ADD POTONGAN-JAMSOSTEK TO YTD-JAMSOSTEK.
           ADD TOTAL-GAJI TO YTD-LIQUIDO.
           ADD RAPEL-PAJAK TO YTD-PAJAK.
           ADD RAPEL-JAMSOS TO YTD-JAMSOSTEK.
           MOVE PERIODE-GAJI (5:2) TO IDX-MES.
           COMPUTE YTD-M-GAJI (IDX-MES) = GAJI-POKOK + TUNJANGAN.
           MOVE POTONGAN-PAJAK TO YTD-M-PAJAK (IDX-MES).
           MOVE POTONGAN-JAMSOSTEK TO YTD-M-JAMSOS (IDX-MES).
       GRAVA-POST.
           MOVE PERIODE-GAJI TO GP-PERIODE.
           MOVE NOKAR TO GP-NOKAR.
           MOVE NAMA TO GP-NAMA.
           MOVE BRUTO-KARYAWAN TO GP-BRUTO.
           MOVE TOTAL-POT-RUBRIK TO GP-RUBRIK.
           MOVE POT-ABSEN TO GP-ABSEN.
           COMPUTE GP-PAJAK = POTONGAN-PAJAK + RAPEL-PAJAK.
           COMPUTE GP-JAMSOS = POTONGAN-JAMSOSTEK + RAPEL-JAMSOS.
           MOVE TOTAL-GAJI TO GP-LIQUIDO.
           MOVE POT-KASBON TO GP-KASBON.
           MOVE BANK-KODE-KAR TO GP-BANK-KODE.
           MOVE BANK-REK-KAR TO GP-BANK-REK.
           WRITE REG-GAJIPOST
               INVALID KEY
               REWRITE REG-GAJIPOST.
       GRAVA-POST-FIM.
           EXIT.
       SOMA-BANCO.
           IF BANK-REK-KAR = SPACES
              IF QTD-MANUAL < 200
                 ADD 1 TO QTD-MANUAL
                 MOVE NOKAR TO TAB-MAN-NOKAR (QTD-MANUAL)
                 MOVE NAMA TO TAB-MAN-NAMA (QTD-MANUAL)
                 MOVE TOTAL-GAJI TO TAB-MAN-GAJI (QTD-MANUAL)
                 GO TO SOMA-BANCO-FIM
              ELSE
                 GO TO SOMA-BANCO-FIM.
           ADD 1 TO QTD-BANCO.
           ADD TOTAL-GAJI TO TOT-BANCO.
       SOMA-BANCO-FIM.
           EXIT.
       BUSCA-JAM.
           MOVE ZEROS TO JAM-LEMBUR HARI-ABSEN
                         UPAH-LEMBUR POT-ABSEN.
           IF ADA-JAMKERJA NOT = 'S'
              GO TO BUSCA-JAM-CUTI.
           MOVE NOKAR TO JK-NOKAR.
           MOVE PERIODE-GAJI TO JK-PERIODE.
           READ JAMKERJA KEY IS JK-CHAVE
               INVALID KEY
               GO TO BUSCA-JAM-CUTI.
           MOVE JK-JAM-LEMBUR TO JAM-LEMBUR.
           MOVE JK-HARI-ABSEN TO HARI-ABSEN.
           COMPUTE TARIF-JAM = GAJI-POKOK / 173.
               GAJI-POKOK / 25 * HARI-ABSEN.
           IF JAM-LEMBUR > ZEROS OR HARI-ABSEN > ZEROS
              PERFORM GRAVA-SLIP-JAM.
       BUSCA-JAM-CUTI.
           PERFORM BUSCA-CUTI THRU BUSCA-CUTI-FIM.
           COMPUTE POT-ABSEN =
               GAJI-POKOK / 25 * (HARI-ABSEN + HARI-CUTI-POTONG).
           IF HARI-CUTI-BAYAR > ZEROS OR HARI-CUTI-POTONG > ZEROS
              PERFORM GRAVA-SLIP-CUTI.
       BUSCA-JAM-FIM.
           EXIT.
       BUSCA-CUTI.
           MOVE ZEROS TO HARI-CUTI-BAYAR HARI-CUTI-POTONG.
           IF ADA-PCUTI NOT = 'S'
              GO TO BUSCA-CUTI-FIM.
           MOVE NOKAR TO PC-NOKAR.
           MOVE PERIODE-GAJI TO PC-TGL-MULAI (1:6).
           MOVE '00' TO PC-TGL-MULAI (7:2).
           START PCUTI KEY IS NOT LESS THAN PC-CHAVE
               INVALID KEY
               GO TO BUSCA-CUTI-FIM.
       BUSCA-CUTI-LE.
           READ PCUTI NEXT RECORD
               AT END
               GO TO BUSCA-CUTI-FIM.
           IF PC-NOKAR NOT = NOKAR
              OR PC-TGL-MULAI (1:6) NOT = PERIODE-GAJI
              GO TO BUSCA-CUTI-FIM.
           IF PC-DISETUJUI
              ADD PC-HARI-BAYAR TO HARI-CUTI-BAYAR
              ADD PC-HARI-POTONG TO HARI-CUTI-POTONG.
           GO TO BUSCA-CUTI-LE.
       BUSCA-CUTI-FIM.
           EXIT.
       BUSCA-HONOR.
           MOVE ZEROS TO JAM-HONOR UPAH-HONOR.
           IF ADA-HONOR NOT = 'S'
              GO TO BUSCA-HONOR-FIM.
           MOVE NOKAR TO HN-NOKAR.
           MOVE PERIODE-GAJI TO HN-PERIODE.
           READ HONOR KEY IS HN-CHAVE
               INVALID KEY
               GO TO BUSCA-HONOR-FIM.
           MOVE HN-JAM-LEBIH TO JAM-HONOR.
           MOVE HN-NILAI TO UPAH-HONOR.
           IF UPAH-HONOR > ZEROS
              PERFORM GRAVA-SLIP-HONOR.
       BUSCA-HONOR-FIM.
           EXIT.
       GRAVA-SLIP-HONOR.
           MOVE SPACES TO WS-LINHA-SLIP.
           STRING NOKAR " " NAMA " HONOR GURU:" JAM-HONOR
               " JAM RP." UPAH-HONOR
               DELIMITED BY SIZE INTO WS-LINHA-SLIP.
           MOVE WS-LINHA-SLIP TO REG-SLIPGAJI.
           WRITE REG-SLIPGAJI.
       BUSCA-RAPEL.
           MOVE ZEROS TO RAPEL-BRUTO RAPEL-PAJAK RAPEL-JAMSOS.
           IF ADA-RAPEL NOT = 'S'
              GO TO BUSCA-RAPEL-FIM.
           MOVE NOKAR TO RP-NOKAR.
           MOVE PERIODE-GAJI TO RP-PERIODE-BAYAR.
           MOVE SPACES TO RP-PERIODE.
           START RAPEL KEY IS NOT LESS THAN RP-CHAVE
               INVALID KEY
               GO TO BUSCA-RAPEL-FIM.
       BUSCA-RAPEL-LE.
           READ RAPEL NEXT RECORD
               AT END
               GO TO BUSCA-RAPEL-FIM.
           IF RP-NOKAR NOT = NOKAR
              OR RP-PERIODE-BAYAR NOT = PERIODE-GAJI
              GO TO BUSCA-RAPEL-FIM.
           IF NOT RP-PENDENTE
              GO TO BUSCA-RAPEL-LE.
           ADD RP-SELISIH TO RAPEL-BRUTO.
           ADD RP-PAJAK TO RAPEL-PAJAK.
           ADD RP-JAMSOS TO RAPEL-JAMSOS.
           PERFORM GRAVA-SLIP-RAPEL.
           PERFORM ATUALIZA-MES-RAPEL THRU ATUALIZA-MES-RAPEL-FIM.
           MOVE 'B' TO RP-STATUS.
           REWRITE REG-RAPEL.
           GO TO BUSCA-RAPEL-LE.
       BUSCA-RAPEL-FIM.
           EXIT.
       ATUALIZA-MES-RAPEL.
           MOVE RP-NOKAR TO YTD-NOKAR.
           MOVE RP-PERIODE (1:4) TO YTD-TAHUN.
           READ GAJIYTD KEY IS YTD-CHAVE
               INVALID KEY
               GO TO ATUALIZA-MES-RAPEL-FIM.
           MOVE RP-PERIODE (5:2) TO IDX-MES.
           MOVE RP-GAJI-BARU TO YTD-M-GAJI (IDX-MES).
           ADD RP-PAJAK TO YTD-M-PAJAK (IDX-MES).
           ADD RP-JAMSOS TO YTD-M-JAMSOS (IDX-MES).
           REWRITE REG-GAJIYTD.
       ATUALIZA-MES-RAPEL-FIM.
           EXIT.
       GRAVA-SLIP-RAPEL.
           MOVE RP-SELISIH TO RAPEL-ED.
           MOVE SPACES TO WS-LINHA-SLIP.
           STRING NOKAR " " NAMA " RAPEL " RP-PERIODE
               " GAJI " RP-GAJI-LAMA " -> " RP-GAJI-BARU
               " SELISIH RP." RAPEL-ED
               DELIMITED BY SIZE INTO WS-LINHA-SLIP.
           MOVE WS-LINHA-SLIP TO REG-SLIPGAJI.
           WRITE REG-SLIPGAJI.
       GRAVA-SLIP-CUTI.
           MOVE SPACES TO WS-LINHA-SLIP.
           STRING NOKAR " " NAMA " CUTI DIBAYAR:" HARI-CUTI-BAYAR
               " HARI TANPA UPAH:" HARI-CUTI-POTONG
               " HARI"
               DELIMITED BY SIZE INTO WS-LINHA-SLIP.
           MOVE WS-LINHA-SLIP TO REG-SLIPGAJI.
           WRITE REG-SLIPGAJI.
       GRAVA-SLIP-JAM.
           MOVE SPACES TO WS-LINHA-SLIP.
           STRING NOKAR " " NAMA " LEMBUR:" JAM-LEMBUR
           CLOSE KARYAWAN.
           IF ADA-JAMKERJA = 'S'
              CLOSE JAMKERJA.
           IF ADA-HONOR = 'S'
              CLOSE HONOR.
           IF ADA-PCUTI = 'S'
              CLOSE PCUTI.
           IF ADA-RAPEL = 'S'
              CLOSE RAPEL.
           CLOSE GAJIPOST.
           CLOSE GAJIYTD.
           IF ADA-KASBON = 'S'
              CLOSE KASBON.
           IF ADA-POTMAKAN = 'S'
              CLOSE POTMAKAN.
           IF ADA-HIST = 'S'
              CLOSE GAJIHIST.
           PERFORM GRAVA-REKAP THRU GRAVA-REKAP-FIM.
           PERFORM GRAVA-RATEIO THRU GRAVA-RATEIO-FIM.
           MOVE 'M' TO CG-FUNCAO.
           MOVE 'H' TO CG-STATUS.
           MOVE GATE-OPERADOR TO CG-OPERADOR.
           MOVE WS-TOTAL-SLIPS TO CG-QTD.
           MOVE TOT-BRUTO TO CG-BRUTO.
           MOVE TOT-LIQUIDO TO CG-LIQUIDO.
           MOVE 'PERIODE DIHITUNG' TO CG-CATATAN.
           CALL 'GAJISTAT' USING CONTROLE-GAJI.
           DISPLAY ' '.
           DISPLAY 'PERIODE           : ',PERIODE-GAJI.
           DISPLAY 'SLIP DIBUAT       : ',WS-TOTAL-SLIPS.
           DISPLAY 'TOTAL BRUTO       : RP.',TOT-BRUTO.
           DISPLAY 'TOTAL LEMBUR      : RP.',TOT-LEMBUR.
           DISPLAY 'TOTAL HONOR GURU  : RP.',TOT-HONOR.
           DISPLAY 'TOTAL POT ABSEN   : RP.',TOT-ABSEN.
           IF TOT-RAPEL NOT = ZEROS
              MOVE TOT-RAPEL TO RAPEL-ED
              DISPLAY 'TOTAL RAPEL       : RP.',RAPEL-ED.
           DISPLAY 'TOTAL KASBON      : RP.',TOT-KASBON.
           DISPLAY 'TOTAL MAKAN KAR.  : RP.',TOT-MAKAN.
           DISPLAY 'TOTAL PAJAK       : RP.',TOT-PAJAK.
           DISPLAY 'TOTAL JAMSOSTEK   : RP.',TOT-JAMSOSTEK.
           DISPLAY 'TOTAL BERSIH      : RP.',TOT-LIQUIDO.
                   ' RP.',TOT-BANCO.
           DISPLAY 'BAYAR MANUAL      : ',QTD-MANUAL.
           DISPLAY 'REKAP DITULIS KE REKAPGAJI.TXT'.
           DISPLAY 'STATUS PERIODE    : DIHITUNG (TUNGGU PERSETUJUAN)'.
           DISPLAY 'BANKGAJI.TXT DIBUAT PELO PERIGAJI APOS APROVACAO'.
           DISPLAY 'RATEIO DITULIS KE RATEIO.TXT'.
           STOP RUN.
       GRAVA-REKAP.
           MOVE WS-LINHA-REKAP TO REG-REKAP.
           WRITE REG-REKAP.
           MOVE SPACES TO WS-LINHA-REKAP.
           MOVE TOT-HONOR TO WS-TOT-ED.
           STRING 'TOTAL HONOR GURU ...: RP.' WS-TOT-ED
               DELIMITED BY SIZE INTO WS-LINHA-REKAP.
           MOVE WS-LINHA-REKAP TO REG-REKAP.
           WRITE REG-REKAP.
           MOVE SPACES TO WS-LINHA-REKAP.
           MOVE TOT-ABSEN TO WS-TOT-ED.
           STRING 'TOTAL POT ABSEN ....: RP.' WS-TOT-ED
               DELIMITED BY SIZE INTO WS-LINHA-REKAP.
           MOVE WS-LINHA-REKAP TO REG-REKAP.
           WRITE REG-REKAP.
           MOVE SPACES TO WS-LINHA-REKAP.
           MOVE TOT-MAKAN TO WS-TOT-ED.
           STRING 'TOTAL MAKAN KARYAWAN: RP.' WS-TOT-ED
               DELIMITED BY SIZE INTO WS-LINHA-REKAP.
           MOVE WS-LINHA-REKAP TO REG-REKAP.
           WRITE REG-REKAP.
           MOVE SPACES TO WS-LINHA-REKAP.
           MOVE TOT-PAJAK TO WS-TOT-ED.
           STRING 'TOTAL PAJAK 5% .....: RP.' WS-TOT-ED
               DELIMITED BY SIZE INTO WS-LINHA-REKAP.
