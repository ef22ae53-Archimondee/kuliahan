               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOPETERNAK
               FILE STATUS IS STATUS-PETERNAK.
           SELECT SEHATKUC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-CHAVE
               FILE STATUS IS STATUS-SEHATKUC.
           SELECT KONSKUC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KS-NOKUCING
               FILE STATUS IS STATUS-KONSKUC.
       DATA DIVISION.
       FILE SECTION.
       COPY "reckucin.cob".
       COPY "recpeter.cob".
       COPY "recsehat.cob".
       COPY "reckonsi.cob".
      *
       WORKING-STORAGE SECTION.
       77 STATUS-KUCING PIC X(02) VALUE "00".
       77 STATUS-PETERNAK PIC X(02) VALUE "00".
       77 STATUS-SEHATKUC PIC X(02) VALUE "00".
       77 STATUS-KONSKUC PIC X(02) VALUE "00".
       77 TEM-KONSKUC PIC X VALUE "N".
       77 WS-TOTAL-KONS PIC 9(4) VALUE ZEROS.
       77 WS-MARCA-KONS PIC X(15) VALUE SPACES.
       77 KOMISI-BULAT PIC 9(2) VALUE ZEROS.
       01 JAWAB-KONS PIC X.
           88 KONS-YA VALUE 'Y', 'y'.
           88 KONS-TIDAK VALUE 'T', 't'.
       01 PRECOS-VENDA.
           02 FILLER PIC 9(8) VALUE 01000000.
           02 FILLER PIC 9(8) VALUE 00700000.
           02 FILLER PIC 9(8) VALUE 01500000.
       01 PRECOS-VENDA-TAB REDEFINES PRECOS-VENDA.
           02 PRECO-RACA OCCURS 3 TIMES PIC 9(8).
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       77 IDX-SHT PIC 9(1) VALUE ZEROS.
       01 DATA-CALENDARIO.
           02 CAL-DIA PIC 9(2).
           02 CAL-MES PIC 9(2).
           02 CAL-ANO PIC 9(4).
       77 DATA-OK PIC X.
       01 CONTROLE-SEHAT.
           02 SHT-NOKUCING PIC 9(5).
           02 SHT-TGL-LAHIR PIC 9(8).
           02 SHT-TGL-REF PIC 9(8).
           02 SHT-HARI-DEPAN PIC 9(3).
           02 SHT-RESULTADO PIC X(1).
           02 SHT-QTD-PENDENTE PIC 9(2).
           02 SHT-VAKSIN OCCURS 3 TIMES.
               03 SHT-VK-KODE PIC X(2).
               03 SHT-VK-TGL PIC 9(8).
               03 SHT-VK-WAJIB PIC 9(8).
               03 SHT-VK-BERIKUT PIC 9(8).
               03 SHT-VK-STATUS PIC X(1).
           02 SHT-CACING-TGL PIC 9(8).
           02 SHT-CACING-BERIKUT PIC 9(8).
           02 SHT-CACING-STATUS PIC X(1).
           02 SHT-CEK-TGL PIC 9(8).
           02 SHT-CEK-DOKTER PIC X(20).
           02 SHT-CEK-BERIKUT PIC 9(8).
           02 SHT-CEK-STATUS PIC X(1).
           02 SHT-BERIKUT PIC 9(8).
       77 OPCAO-MENU PIC X.
       77 RACA-ATUAL PIC 9(1) VALUE ZEROS.
       77 WS-TOTAL-RACA PIC 9(4) VALUE ZEROS.
           DISPLAY '*** REGISTRO INDIVIDUAL DE KUCING ***'.
           DISPLAY '1 - Daftar kucing baru'.
           DISPLAY '2 - Estoque por raca (por animal)'.
           DISPLAY '3 - Riwayat kesehatan (vaksin/cacing/cek)'.
           DISPLAY '4 - Keluar'.
           DISPLAY 'Pilih menu : '.
           ACCEPT OPCAO-MENU.
           IF OPCAO-MENU = '1'
           IF OPCAO-MENU = '2'
              GO TO ESTOQUE-RACA.
           IF OPCAO-MENU = '3'
              GO TO SEHAT.
           IF OPCAO-MENU = '4'
              GO TO SELESAI.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
           ACCEPT SEXO-KUCING.
           DISPLAY 'ASAL (ORIGEM DA COMPRA) : '.
           ACCEPT ASAL-KUCING.
       TAMBAH-KONS.
           DISPLAY 'KONSINYASI (TITIPAN PETERNAK) [Y/T] ? '.
           ACCEPT JAWAB-KONS.
           IF NOT KONS-YA AND NOT KONS-TIDAK
              GO TO TAMBAH-KONS.
           MOVE ZEROS TO HARGA-BELI-KUCING.
           IF KONS-YA
              GO TO TAMBAH-PETERNAK.
           DISPLAY 'HARGA BELI (CUSTO) : RP.'.
           ACCEPT HARGA-BELI-KUCING.
       TAMBAH-PETERNAK.
              PERFORM VALIDA-PETERNAK THRU VALIDA-PETERNAK-FIM
              IF PETERNAK-KUCING = ZEROS
                 GO TO TAMBAH-PETERNAK.
           IF KONS-YA AND PETERNAK-KUCING = ZEROS
              DISPLAY 'KONSINYASI EXIGE O PETERNAK DONO.'
              GO TO TAMBAH-PETERNAK.
           IF KONS-YA
              PERFORM TAMBAH-TERMOS THRU TAMBAH-TERMOS-FIM.
           MOVE 'D' TO SITUACAO-KUCING.
           MOVE ZEROS TO NOTA-VENDA-KUCING.
           ACCEPT TGL-MASUK-KUCING FROM DATE YYYYMMDD.
               INVALID KEY
               DISPLAY 'NOMOR SUDAH TERDAFTAR. ULANGI.'
               GO TO TAMBAH.
           IF KONS-YA
              PERFORM GRAVA-KONS THRU GRAVA-KONS-FIM.
           DISPLAY 'KUCING TERDAFTAR.'.
           DISPLAY 'ADA KUCING LAGI [Y/T] ? '.
           ACCEPT ISI-LAGI.
           IF LAGI GO TO TAMBAH.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
      * KONSINYASI: O KUCING CONTINUA DO PETERNAK ATE A VENDA
      * (SEM HARGA BELI). O ACORDO FICA NO KONSKUC.DAT: K =
      * TOKO FICA COM KS-PERSEN % DO PRECO DE VENDA, M = O
      * PETERNAK RECEBE KS-HARGA-MIN E O RESTO E DO TOKO. O
      * LA2 GERA O HUTANG AO PETERNAK NA VENDA E O ACERTO
      * MENSAL SAI NO ACERTOPETERNAK.
      *----------------------------------------------------
       TAMBAH-TERMOS.
           MOVE SPACES TO REG-KONSKUC.
           DISPLAY 'KOMISI TOKO % (K) ATAU HARGA MINIMO (M) : '.
           ACCEPT KS-TIPO.
           INSPECT KS-TIPO CONVERTING 'km' TO 'KM'.
           IF NOT KS-KOMISI-PERSEN AND NOT KS-HARGA-MINIMO
              GO TO TAMBAH-TERMOS.
           MOVE ZEROS TO KS-PERSEN KS-HARGA-MIN.
           IF KS-HARGA-MINIMO
              GO TO TAMBAH-TERMOS-MIN.
       TAMBAH-TERMOS-PERSEN.
           DISPLAY 'KOMISI TOKO (% BULAT, 1-99) : '.
           ACCEPT KOMISI-BULAT.
           IF KOMISI-BULAT = ZEROS
              GO TO TAMBAH-TERMOS-PERSEN.
           MOVE KOMISI-BULAT TO KS-PERSEN.
           GO TO TAMBAH-TERMOS-FIM.
       TAMBAH-TERMOS-MIN.
           DISPLAY 'HARGA MINIMO PETERNAK : RP.'.
           ACCEPT KS-HARGA-MIN.
           IF KS-HARGA-MIN = ZEROS
              OR KS-HARGA-MIN NOT < PRECO-RACA (RACA-KUCING)
              DISPLAY 'HARUS DI BAWAH HARGA JUAL '
                      PRECO-RACA (RACA-KUCING) '. ULANGI.'
              GO TO TAMBAH-TERMOS-MIN.
       TAMBAH-TERMOS-FIM.
           EXIT.
      *----------------------------------------------------
       GRAVA-KONS.
           MOVE NOKUCING TO KS-NOKUCING.
           MOVE PETERNAK-KUCING TO KS-NOPETERNAK.
           MOVE TGL-MASUK-KUCING TO KS-TGL-MASUK.
           MOVE 'D' TO KS-SITUACAO.
           MOVE ZEROS TO KS-NOTA KS-TGL-VENDA KS-HARGA-JUAL.
           MOVE ZEROS TO KS-KOMISI KS-HUTANG KS-ESTORNO.
           MOVE ZEROS TO KS-TGL-ACERTO.
           MOVE SPACE TO KS-SIT-HUTANG.
           OPEN I-O KONSKUC.
           IF STATUS-KONSKUC = "35"
              OPEN OUTPUT KONSKUC
              CLOSE KONSKUC
              OPEN I-O KONSKUC.
           WRITE REG-KONSKUC
               INVALID KEY
               REWRITE REG-KONSKUC.
           CLOSE KONSKUC.
           DISPLAY 'KONSINYASI PETERNAK ' KS-NOPETERNAK ' GRAVADA.'.
       GRAVA-KONS-FIM.
           EXIT.
      *----------------------------------------------------
       ESTOQUE-RACA.
           MOVE ZEROS TO WS-TOTAL-GERAL WS-TOTAL-KONS.
           MOVE ZEROS TO RACA-ATUAL.
           MOVE "N" TO TEM-KONSKUC.
           OPEN INPUT KONSKUC.
           IF STATUS-KONSKUC = "00"
              MOVE "S" TO TEM-KONSKUC.
       ESTOQUE-PROXIMA-RACA.
           ADD 1 TO RACA-ATUAL.
           IF RACA-ATUAL > 3
              GO TO ESTOQUE-LISTA-FIM.
           ADD 1 TO WS-TOTAL-RACA.
           ADD 1 TO WS-TOTAL-GERAL.
           MOVE SPACES TO WS-MARCA-KONS.
           IF TEM-KONSKUC NOT = "S"
              GO TO ESTOQUE-LISTA-MOSTRA.
           MOVE NOKUCING TO KS-NOKUCING.
           READ KONSKUC
               INVALID KEY
               GO TO ESTOQUE-LISTA-MOSTRA.
           ADD 1 TO WS-TOTAL-KONS.
           STRING 'KONSINYASI ' KS-NOPETERNAK
               DELIMITED BY SIZE INTO WS-MARCA-KONS.
       ESTOQUE-LISTA-MOSTRA.
           DISPLAY 'NO ' NOKUCING
                   ' LAHIR ' TGL-LAHIR-KUCING
                   ' SEXO ' SEXO-KUCING
                   ' ASAL ' ASAL-KUCING
                   ' ' WS-MARCA-KONS.
       ESTOQUE-LISTA-FIM.
           EXIT.
       ESTOQUE-FIM.
           IF TEM-KONSKUC = "S"
              CLOSE KONSKUC.
           DISPLAY 'TOTAL DISPONIVEL: ' WS-TOTAL-GERAL.
           DISPLAY 'DARI ITU KONSINYASI: ' WS-TOTAL-KONS.
           GO TO MENU-PRINCIPAL.
      *----------------------------------------------------
      * RIWAYAT KESEHATAN: LISTA OS EVENTOS DO SEHATKUC.DAT
      * (VAKSINASI V, OBAT CACING C, CEK DOKTER P) E A
      * SITUACAO DAS VAKSIN WAJIB PELO SEHATVAL (A MESMA
      * REGRA QUE O LA2 USA PARA LIBERAR A VENDA).
      *----------------------------------------------------
       SEHAT.
           DISPLAY 'NOMOR KUCING (0=KEMBALI) : '.
           ACCEPT NOKUCING.
           IF NOKUCING = ZEROS
              GO TO MENU-PRINCIPAL.
           READ KUCING
               INVALID KEY
               DISPLAY 'KUCING TIDAK TERDAFTAR. ULANGI.'
               GO TO SEHAT.
       SEHAT-MOSTRA.
           DISPLAY 'KUCING ' NOKUCING ' ' NOME-RACA (RACA-KUCING)
                   ' LAHIR ' TGL-LAHIR-KUCING
                   ' SITUACAO ' SITUACAO-KUCING.
           OPEN INPUT SEHATKUC.
           IF STATUS-SEHATKUC NOT = "00"
              DISPLAY 'BELUM ADA CATATAN KESEHATAN.'
              GO TO SEHAT-SITUACAO.
           MOVE NOKUCING TO SH-NOKUCING.
           MOVE ZEROS TO SH-TGL SH-URUT.
           START SEHATKUC KEY IS NOT LESS THAN SH-CHAVE
               INVALID KEY
               MOVE "10" TO STATUS-SEHATKUC.
           IF STATUS-SEHATKUC NOT = "10"
              MOVE "00" TO STATUS-SEHATKUC
              PERFORM SEHAT-LISTA THRU SEHAT-LISTA-FIM
                  UNTIL STATUS-SEHATKUC = "10".
           MOVE "00" TO STATUS-SEHATKUC.
           CLOSE SEHATKUC.
       SEHAT-SITUACAO.
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           MOVE NOKUCING TO SHT-NOKUCING.
           MOVE TGL-LAHIR-KUCING TO SHT-TGL-LAHIR.
           MOVE TGL-HARI-INI TO SHT-TGL-REF.
           MOVE 7 TO SHT-HARI-DEPAN.
           CALL 'SEHATVAL' USING CONTROLE-SEHAT.
           MOVE ZEROS TO IDX-SHT.
           PERFORM SEHAT-VAKSIN THRU SEHAT-VAKSIN-FIM 3 TIMES.
           IF SHT-RESULTADO = 'S'
              DISPLAY 'VAKSIN WAJIB LENGKAP - BOLEH DIJUAL.'
           ELSE
              DISPLAY 'VAKSIN WAJIB BELUM LENGKAP - DITAHAN DI LA2.'.
           DISPLAY 'TAMBAH CATATAN [Y/T] ? '.
           ACCEPT ISI-LAGI.
           IF NOT LAGI
              GO TO SEHAT.
       SEHAT-TGL.
           MOVE SPACES TO REG-SEHATKUC.
           MOVE NOKUCING TO SH-NOKUCING.
           DISPLAY 'TGL (YYYYMMDD, 0=HARI INI) : '.
           ACCEPT SH-TGL.
           IF SH-TGL = ZEROS
              MOVE TGL-HARI-INI TO SH-TGL.
           MOVE SH-TGL (7:2) TO CAL-DIA.
           MOVE SH-TGL (5:2) TO CAL-MES.
           MOVE SH-TGL (1:4) TO CAL-ANO.
           CALL 'DATAVAL' USING DATA-CALENDARIO DATA-OK.
           IF DATA-OK NOT = 'S' OR SH-TGL > TGL-HARI-INI
              DISPLAY 'TGL TIDAK VALID. ULANGI.'
              GO TO SEHAT-TGL.
       SEHAT-TIPO.
           DISPLAY 'TIPO (V=VAKSIN C=OBAT CACING P=CEK DOKTER) : '.
           ACCEPT SH-TIPO.
           INSPECT SH-TIPO CONVERTING 'vcp' TO 'VCP'.
           IF NOT SH-TIPO-VALIDO
              GO TO SEHAT-TIPO.
           MOVE SPACES TO SH-VAKSIN.
           IF NOT SH-VAKSINASI
              GO TO SEHAT-DOKTER.
       SEHAT-KODE-VAKSIN.
           DISPLAY 'VAKSIN (F1/F2=TRICAT 1/2 RB=RABIES) : '.
           ACCEPT SH-VAKSIN.
           INSPECT SH-VAKSIN CONVERTING 'fb' TO 'FB'.
           IF NOT SH-VAKSIN-VALIDA
              GO TO SEHAT-KODE-VAKSIN.
       SEHAT-DOKTER.
           DISPLAY 'NAMA DOKTER HEWAN : '.
           ACCEPT SH-DOKTER.
           DISPLAY 'BERIKUT (YYYYMMDD, 0=TIDAK ADA) : '.
           ACCEPT SH-TGL-BERIKUT.
           IF SH-TGL-BERIKUT NOT = ZEROS
              AND SH-TGL-BERIKUT NOT > SH-TGL
              DISPLAY 'BERIKUT HARUS SESUDAH TGL. ULANGI.'
              GO TO SEHAT-DOKTER.
           DISPLAY 'CATATAN : '.
           ACCEPT SH-CATATAN.
           OPEN I-O SEHATKUC.
           IF STATUS-SEHATKUC = "35"
              OPEN OUTPUT SEHATKUC
              CLOSE SEHATKUC
              OPEN I-O SEHATKUC.
           MOVE ZEROS TO SH-URUT.
       SEHAT-GRAVA.
           ADD 1 TO SH-URUT.
           WRITE REG-SEHATKUC
               INVALID KEY
               IF SH-URUT < 9
                  GO TO SEHAT-GRAVA
               ELSE
                  DISPLAY 'SUDAH 9 CATATAN DI TGL ITU.'
                  CLOSE SEHATKUC
                  GO TO SEHAT-MOSTRA.
           CLOSE SEHATKUC.
           DISPLAY 'CATATAN DISIMPAN.'.
           GO TO SEHAT-MOSTRA.
      *----------------------------------------------------
       SEHAT-LISTA.
           READ SEHATKUC NEXT RECORD
               AT END
               MOVE "10" TO STATUS-SEHATKUC
               GO TO SEHAT-LISTA-FIM.
           IF SH-NOKUCING NOT = NOKUCING
              MOVE "10" TO STATUS-SEHATKUC
              GO TO SEHAT-LISTA-FIM.
           DISPLAY SH-TGL ' ' SH-TIPO ' ' SH-VAKSIN ' ' SH-DOKTER
                   ' BERIKUT ' SH-TGL-BERIKUT ' ' SH-CATATAN.
       SEHAT-LISTA-FIM.
           EXIT.
      *----------------------------------------------------
       SEHAT-VAKSIN.
           ADD 1 TO IDX-SHT.
           DISPLAY 'VAKSIN ' SHT-VK-KODE (IDX-SHT)
                   ' TERAKHIR ' SHT-VK-TGL (IDX-SHT)
                   ' WAJIB ' SHT-VK-WAJIB (IDX-SHT)
                   ' BERIKUT ' SHT-VK-BERIKUT (IDX-SHT)
                   ' [' SHT-VK-STATUS (IDX-SHT) ']'.
       SEHAT-VAKSIN-FIM.
           EXIT.
      *----------------------------------------------------
       VALIDA-PETERNAK.
           OPEN INPUT PETERNAK.
