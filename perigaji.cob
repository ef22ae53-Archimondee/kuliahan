       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIGAJI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAJIPOST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GP-CHAVE
           FILE STATUS IS STATUS-GAJIPOST.
           SELECT GAJILOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-GAJILOG.
           SELECT BANCO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-BANCO.
       DATA DIVISION.
       FILE SECTION.
       COPY "recgjpst.cob".
       COPY "recgjlog.cob".
       FD  BANCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BANKGAJI.TXT".
       01  REG-BANCO                   PIC X(60).
       WORKING-STORAGE SECTION.
       77 STATUS-GAJIPOST PIC X(02) VALUE "00".
       77 STATUS-GAJILOG PIC X(02) VALUE "00".
       77 STATUS-BANCO PIC X(02) VALUE "00".
       77 PERIODE-GAJI PIC X(6) VALUE SPACES.
       77 OPCAO PIC X VALUE SPACES.
       77 DESC-STATUS PIC X(20) VALUE SPACES.
       77 WS-LINHA-BANCO PIC X(60) VALUE SPACES.
       77 WS-VALOR-ED PIC Z(10)9.
       77 QTD-POST PIC 9(4) VALUE ZEROS.
       77 TOT-POST PIC 9(11) VALUE ZEROS.
       77 QTD-BANCO PIC 9(4) VALUE ZEROS.
       77 TOT-BANCO PIC 9(9) VALUE ZEROS.
       77 QTD-MANUAL PIC 9(4) VALUE ZEROS.
       77 TOT-MANUAL PIC 9(11) VALUE ZEROS.
       77 QTD-LOG PIC 9(4) VALUE ZEROS.
       77 ALASAN PIC X(30) VALUE SPACES.
       01 ISI-LAGI PIC X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       01 CONTROLE-ACESSO.
           02 GATE-PROGRAMA PIC X(8) VALUE 'PERIGAJI'.
           02 GATE-PERFIL PIC X(1) VALUE 'S'.
           02 GATE-OPERADOR PIC X(4) VALUE SPACES.
           02 GATE-OK PIC X(1) VALUE 'N'.
       01 CONTROLE-ADMIN.
           02 ADM-PROGRAMA PIC X(8) VALUE 'PERIGAJI'.
           02 ADM-PERFIL PIC X(1) VALUE 'A'.
           02 ADM-OPERADOR PIC X(4) VALUE SPACES.
           02 ADM-OK PIC X(1) VALUE 'N'.
       01 CONTROLE-GAJI.
           02 CG-FUNCAO PIC X(1) VALUE 'L'.
           02 CG-PERIODE PIC X(6) VALUE SPACES.
           02 CG-STATUS PIC X(1) VALUE SPACES.
               88 CG-BUKA VALUE 'B'.
               88 CG-HITUNG VALUE 'H'.
               88 CG-SETUJU VALUE 'S'.
               88 CG-RILIS VALUE 'R'.
               88 CG-TUTUP VALUE 'T'.
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
       01 LUNAS-MAKAN.
           02 LM-PERIODE PIC X(6) VALUE SPACES.
           02 LM-QTD PIC 9(4) VALUE ZEROS.
           02 LM-QTD-SALDO PIC 9(4) VALUE ZEROS.
           02 LM-RESULTADO PIC X(1) VALUE 'N'.
      *----------------------------------------------------
      * CONTROLE DO PERIODE DE FOLHA (GAJICTL.DAT). O PRAK
      * CALCULA O PERIODE (STATUS H) E GRAVA O GAJIPOST.DAT;
      * AQUI O SUPERVISOR (ACESSOVAL PERFIL S):
      *   1 SETUJUI   H -> S  (OPERADOR DIFERENTE DO CALCULO)
      *   2 RILIS     S -> R  (GERA O BANKGAJI.TXT DO POSTING)
      *   3 TUTUP     R -> T  (BAIXA A CONTA DE MAKAN
      *     KARYAWAN DESCONTADA NO PERIODE PELO MAKLUNAS)
      *   4 BUKA ULANG H/S/R/T -> B, SO ADMINISTRADOR (PERFIL
      *     A) COM ALASAN; ESTORNA O YTD, KASBON, RAPEL E
      *     MAKAN KARYAWAN DO PERIODE PELO GAJIREV.
      *   5 LOG DAS MUDANCAS DO PERIODE (GAJILOG.DAT).
      * TODA MUDANCA PASSA PELO GAJISTAT, QUE GRAVA O LOG COM
      * OPERADOR, DATA E HORA.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       MULAI.
           DISPLAY 'KONTROL PERIODE GAJI'.
           CALL 'ACESSOVAL' USING GATE-PROGRAMA GATE-PERFIL
               GATE-OPERADOR GATE-OK.
           IF GATE-OK NOT = 'S'
              STOP RUN.
       TERIMA-PERIODE.
           DISPLAY 'PERIODE GAJI YYYYMM (KOSONG = SELESAI) : '.
           MOVE SPACES TO PERIODE-GAJI.
           ACCEPT PERIODE-GAJI.
           IF PERIODE-GAJI = SPACES
              GO TO SELESAI.
       MOSTRA-PERIODE.
           PERFORM LE-STATUS THRU LE-STATUS-FIM.
           IF CG-RESULTADO NOT = 'S'
              DISPLAY 'GAGAL MEMBACA GAJICTL.DAT.'
              GO TO SELESAI.
           IF CG-STATUS = SPACES
              DISPLAY 'PERIODE ' PERIODE-GAJI ' BELUM DIHITUNG.'
              GO TO TERIMA-PERIODE.
           DISPLAY ' '.
           DISPLAY 'PERIODE ........: ' PERIODE-GAJI.
           DISPLAY 'STATUS .........: ' CG-STATUS ' ' DESC-STATUS.
           DISPLAY 'OPERADOR ULTIMO : ' CG-OPERADOR ' TGL '
                   CG-TGL (7:2) '/' CG-TGL (5:2) '/' CG-TGL (1:4).
           DISPLAY 'DIHITUNG .......: ' CG-HITUNGAN ' KALI'.
           DISPLAY 'SLIP ...........: ' CG-QTD.
           MOVE CG-BRUTO TO WS-VALOR-ED.
           DISPLAY 'TOTAL BRUTO ....: RP.' WS-VALOR-ED.
           MOVE CG-LIQUIDO TO WS-VALOR-ED.
           DISPLAY 'TOTAL BERSIH ...: RP.' WS-VALOR-ED.
       PILIH-MENU.
           DISPLAY ' '.
           DISPLAY '1 SETUJUI  2 RILIS BANK  3 TUTUP  4 BUKA ULANG'.
           DISPLAY '5 LOG  0 KEMBALI  PILIHAN : '.
           MOVE SPACES TO OPCAO.
           ACCEPT OPCAO.
           IF OPCAO = '1'
              GO TO SETUJUI.
           IF OPCAO = '2'
              GO TO RILIS.
           IF OPCAO = '3'
              GO TO TUTUP.
           IF OPCAO = '4'
              GO TO BUKA-ULANG.
           IF OPCAO = '5'
              GO TO LOG-PERIODE.
           IF OPCAO = '0'
              GO TO TERIMA-PERIODE.
           DISPLAY 'PILIHAN SALAH.'.
           GO TO PILIH-MENU.
      *----------------------------------------------------
       SETUJUI.
           IF NOT CG-HITUNG
              DISPLAY 'HANYA PERIODE DIHITUNG (H) YANG BISA DISETUJUI.'
              GO TO PILIH-MENU.
           IF CG-OPERADOR = GATE-OPERADOR
              DISPLAY 'PENYETUJU HARUS BERBEDA DARI OPERADOR YANG'
              DISPLAY 'MENGHITUNG GAJI (' CG-OPERADOR ').'
              GO TO PILIH-MENU.
           DISPLAY 'SETUJUI GAJI PERIODE ' PERIODE-GAJI ' [Y/T] ? '.
           ACCEPT ISI-LAGI.
           IF NOT LAGI
              DISPLAY 'DIBATALKAN.'
              GO TO PILIH-MENU.
           MOVE 'S' TO CG-STATUS.
           MOVE GATE-OPERADOR TO CG-OPERADOR.
           MOVE 'DISETUJUI' TO CG-CATATAN.
           PERFORM MUDA-STATUS THRU MUDA-STATUS-FIM.
           GO TO MOSTRA-PERIODE.
      *----------------------------------------------------
       RILIS.
           IF NOT CG-SETUJU
              DISPLAY 'HANYA PERIODE DISETUJUI (S) YANG BISA DIRILIS.'
              GO TO PILIH-MENU.
           OPEN INPUT GAJIPOST.
           IF STATUS-GAJIPOST NOT = "00"
              DISPLAY 'GAGAL MEMBUKA GAJIPOST.DAT. STATUS='
                      STATUS-GAJIPOST
              GO TO PILIH-MENU.
           PERFORM SOMA-POST THRU SOMA-POST-FIM.
           IF QTD-POST NOT = CG-QTD OR TOT-POST NOT = CG-LIQUIDO
              DISPLAY 'POSTING TIDAK COCOK DENGAN TOTAL DISETUJUI:'
              DISPLAY 'POSTING ' QTD-POST ' RP.' TOT-POST
              DISPLAY 'KONTROL ' CG-QTD ' RP.' CG-LIQUIDO
              DISPLAY 'BUKA ULANG DAN HITUNG ULANG PERIODE.'
              CLOSE GAJIPOST
              GO TO PILIH-MENU.
           DISPLAY 'BUAT BANKGAJI.TXT PERIODE ' PERIODE-GAJI
                   ' [Y/T] ? '.
           ACCEPT ISI-LAGI.
           IF NOT LAGI
              DISPLAY 'DIBATALKAN.'
              CLOSE GAJIPOST
              GO TO PILIH-MENU.
           OPEN OUTPUT BANCO.
           IF STATUS-BANCO NOT = "00"
              DISPLAY 'GAGAL MEMBUAT BANKGAJI.TXT. STATUS='
                      STATUS-BANCO
              CLOSE GAJIPOST
              GO TO PILIH-MENU.
           MOVE ZEROS TO QTD-BANCO TOT-BANCO QTD-MANUAL TOT-MANUAL.
           MOVE SPACES TO WS-LINHA-BANCO.
           STRING 'H;' PERIODE-GAJI
               DELIMITED BY SIZE INTO WS-LINHA-BANCO.
           MOVE WS-LINHA-BANCO TO REG-BANCO.
           WRITE REG-BANCO.
           MOVE PERIODE-GAJI TO GP-PERIODE.
           MOVE ZEROS TO GP-NOKAR.
           START GAJIPOST KEY IS NOT LESS THAN GP-CHAVE
               INVALID KEY
               GO TO RILIS-TOTAL.
       RILIS-LE.
           READ GAJIPOST NEXT RECORD
               AT END
               GO TO RILIS-TOTAL.
           IF GP-PERIODE NOT = PERIODE-GAJI
              GO TO RILIS-TOTAL.
           IF GP-BANK-REK = SPACES
              ADD 1 TO QTD-MANUAL
              ADD GP-LIQUIDO TO TOT-MANUAL
              DISPLAY 'BAYAR MANUAL: ' GP-NOKAR ' ' GP-NAMA
                      ' RP.' GP-LIQUIDO
              GO TO RILIS-LE.
           MOVE SPACES TO WS-LINHA-BANCO.
           STRING 'D;' GP-BANK-KODE ';' GP-BANK-REK ';'
               GP-LIQUIDO
               DELIMITED BY SIZE INTO WS-LINHA-BANCO.
           MOVE WS-LINHA-BANCO TO REG-BANCO.
           WRITE REG-BANCO.
           ADD 1 TO QTD-BANCO.
           ADD GP-LIQUIDO TO TOT-BANCO.
           GO TO RILIS-LE.
       RILIS-TOTAL.
           MOVE SPACES TO WS-LINHA-BANCO.
           STRING 'T;' QTD-BANCO ';' TOT-BANCO
               DELIMITED BY SIZE INTO WS-LINHA-BANCO.
           MOVE WS-LINHA-BANCO TO REG-BANCO.
           WRITE REG-BANCO.
           CLOSE BANCO.
           CLOSE GAJIPOST.
           MOVE 'R' TO CG-STATUS.
           MOVE GATE-OPERADOR TO CG-OPERADOR.
           MOVE 'BANKGAJI.TXT DIRILIS' TO CG-CATATAN.
           PERFORM MUDA-STATUS THRU MUDA-STATUS-FIM.
           DISPLAY 'KREDIT VIA BANK : ' QTD-BANCO ' RP.' TOT-BANCO.
           DISPLAY 'BAYAR MANUAL    : ' QTD-MANUAL ' RP.' TOT-MANUAL.
           DISPLAY 'KREDIT BANK DITULIS KE BANKGAJI.TXT'.
           GO TO MOSTRA-PERIODE.
      *----------------------------------------------------
       TUTUP.
           IF NOT CG-RILIS
              DISPLAY 'HANYA PERIODE DIRILIS (R) YANG BISA DITUTUP.'
              GO TO PILIH-MENU.
           DISPLAY 'TUTUP PERIODE ' PERIODE-GAJI ' [Y/T] ? '.
           ACCEPT ISI-LAGI.
           IF NOT LAGI
              DISPLAY 'DIBATALKAN.'
              GO TO PILIH-MENU.
           MOVE PERIODE-GAJI TO LM-PERIODE.
           CALL 'MAKLUNAS' USING LUNAS-MAKAN.
           IF LM-RESULTADO NOT = 'S'
              DISPLAY 'GAGAL MELUNASI MAKAN KARYAWAN. PERIODE TIDAK'
              DISPLAY 'DITUTUP.'
              GO TO PILIH-MENU.
           IF LM-QTD > ZEROS
              DISPLAY 'MAKAN KARYAWAN LUNAS : ' LM-QTD ' KARYAWAN'.
           IF LM-QTD-SALDO > ZEROS
              DISPLAY 'SISA MAKAN KE BULAN BERIKUT : ' LM-QTD-SALDO
                      ' KARYAWAN'.
           MOVE 'T' TO CG-STATUS.
           MOVE GATE-OPERADOR TO CG-OPERADOR.
           MOVE 'PERIODE DITUTUP' TO CG-CATATAN.
           PERFORM MUDA-STATUS THRU MUDA-STATUS-FIM.
           GO TO MOSTRA-PERIODE.
      *----------------------------------------------------
       BUKA-ULANG.
           IF CG-BUKA
              DISPLAY 'PERIODE SUDAH TERBUKA.'
              GO TO PILIH-MENU.
           DISPLAY 'BUKA ULANG BUTUH ADMINISTRATOR.'.
           CALL 'ACESSOVAL' USING ADM-PROGRAMA ADM-PERFIL
               ADM-OPERADOR ADM-OK.
           IF ADM-OK NOT = 'S'
              DISPLAY 'AKSES DITOLAK.'
              GO TO PILIH-MENU.
           IF CG-RILIS OR CG-TUTUP
              DISPLAY 'PERHATIAN: BANKGAJI.TXT PERIODE INI SUDAH'
              DISPLAY 'DIRILIS. PASTIKAN TRANSFER DI BANK DIBATALKAN'
              DISPLAY 'SEBELUM GAJI DIHITUNG DAN DIRILIS ULANG.'.
       BUKA-ULANG-ALASAN.
           DISPLAY 'ALASAN BUKA ULANG (WAJIB) : '.
           MOVE SPACES TO ALASAN.
           ACCEPT ALASAN.
           IF ALASAN = SPACES
              GO TO BUKA-ULANG-ALASAN.
           DISPLAY 'POSTING YTD/KASBON/RAPEL/MAKAN PERIODE '
                   PERIODE-GAJI.
           DISPLAY 'AKAN DIBATALKAN. BUKA ULANG [Y/T] ? '.
           ACCEPT ISI-LAGI.
           IF NOT LAGI
              DISPLAY 'DIBATALKAN.'
              GO TO PILIH-MENU.
           MOVE PERIODE-GAJI TO EST-PERIODE.
           CALL 'GAJIREV' USING ESTORNO-GAJI.
           IF EST-RESULTADO NOT = 'S'
              DISPLAY 'GAGAL MEMBATALKAN POSTING. PERIODE TIDAK DIBUKA.'
              GO TO PILIH-MENU.
           DISPLAY 'POSTING DIBATALKAN : ' EST-QTD ' KARYAWAN'.
           MOVE 'B' TO CG-STATUS.
           MOVE ALASAN TO CG-CATATAN.
           MOVE ADM-OPERADOR TO CG-OPERADOR.
           PERFORM MUDA-STATUS THRU MUDA-STATUS-FIM.
           GO TO MOSTRA-PERIODE.
      *----------------------------------------------------
       LOG-PERIODE.
           MOVE ZEROS TO QTD-LOG.
           OPEN INPUT GAJILOG.
           IF STATUS-GAJILOG NOT = "00"
              DISPLAY 'GAJILOG.DAT TIDAK ADA.'
              GO TO PILIH-MENU.
           DISPLAY 'TGL        JAM      DARI KE OPER CATATAN'.
       LOG-PERIODE-LE.
           READ GAJILOG
               AT END
               GO TO LOG-PERIODE-FIM.
           IF GL-PERIODE NOT = PERIODE-GAJI
              GO TO LOG-PERIODE-LE.
           ADD 1 TO QTD-LOG.
           DISPLAY GL-TGL (7:2) '/' GL-TGL (5:2) '/' GL-TGL (1:4) ' '
                   GL-HORA (1:2) ':' GL-HORA (3:2) ':' GL-HORA (5:2)
                   '  ' GL-STATUS-DARI '    ' GL-STATUS-KE '  '
                   GL-OPERADOR ' ' GL-CATATAN.
           GO TO LOG-PERIODE-LE.
       LOG-PERIODE-FIM.
           CLOSE GAJILOG.
           DISPLAY 'MUTASI STATUS : ' QTD-LOG.
           GO TO PILIH-MENU.
      *----------------------------------------------------
       LE-STATUS.
           MOVE 'L' TO CG-FUNCAO.
           MOVE PERIODE-GAJI TO CG-PERIODE.
           CALL 'GAJISTAT' USING CONTROLE-GAJI.
           MOVE SPACES TO DESC-STATUS.
           IF CG-BUKA
              MOVE 'TERBUKA' TO DESC-STATUS.
           IF CG-HITUNG
              MOVE 'DIHITUNG' TO DESC-STATUS.
           IF CG-SETUJU
              MOVE 'DISETUJUI' TO DESC-STATUS.
           IF CG-RILIS
              MOVE 'DIRILIS KE BANK' TO DESC-STATUS.
           IF CG-TUTUP
              MOVE 'DITUTUP' TO DESC-STATUS.
       LE-STATUS-FIM.
           EXIT.
      *----------------------------------------------------
       MUDA-STATUS.
           MOVE 'M' TO CG-FUNCAO.
           MOVE PERIODE-GAJI TO CG-PERIODE.
           CALL 'GAJISTAT' USING CONTROLE-GAJI.
           IF CG-RESULTADO NOT = 'S'
              DISPLAY 'GAGAL MENGUBAH STATUS PERIODE.'
              GO TO MUDA-STATUS-FIM.
           DISPLAY 'STATUS PERIODE ' PERIODE-GAJI ' -> ' CG-STATUS.
       MUDA-STATUS-FIM.
           EXIT.
      *----------------------------------------------------
       SOMA-POST.
           MOVE ZEROS TO QTD-POST TOT-POST.
           MOVE PERIODE-GAJI TO GP-PERIODE.
           MOVE ZEROS TO GP-NOKAR.
           START GAJIPOST KEY IS NOT LESS THAN GP-CHAVE
               INVALID KEY
               GO TO SOMA-POST-FIM.
       SOMA-POST-LE.
           READ GAJIPOST NEXT RECORD
               AT END
               GO TO SOMA-POST-FIM.
           IF GP-PERIODE NOT = PERIODE-GAJI
              GO TO SOMA-POST-FIM.
           ADD 1 TO QTD-POST.
           ADD GP-LIQUIDO TO TOT-POST.
           GO TO SOMA-POST-LE.
       SOMA-POST-FIM.
           EXIT.
      *----------------------------------------------------
       SELESAI.
           STOP RUN.
