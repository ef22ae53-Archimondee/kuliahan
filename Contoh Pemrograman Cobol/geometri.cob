               FILE STATUS IS STATUS-RESULTADOS.
           SELECT RELATORIO ASSIGN TO PRINTER
               ORGANIZATION IS SEQUENTIAL.
           SELECT MATERIAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KODE-MATERIAL
               FILE STATUS IS STATUS-MATERIAL.
           SELECT PENAWARAN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-PENAWARAN
               FILE STATUS IS STATUS-PENAWARAN.
           SELECT PERMBELI ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-PERMBELI.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULTADOS
      *
       FD  RELATORIO.
       01  LINHA-RELATORIO        PIC X(80).
      *
       COPY "recmater.cob".
      *
       COPY "recpenaw.cob".
      *
       FD  PERMBELI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PERMBELI.TXT".
       01  REG-PERMBELI           PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 STATUS-RESULTADOS PIC X(02) VALUE "00".
       77 WS-NUMERO-PAGINA PIC 9(3) VALUE ZEROS.
       77 WS-PAGINA-ED PIC ZZ9.
       77 WS-IMPRESSORA-ABERTA PIC X VALUE 'N'.
       77 WS-TITULO PIC X(40)
           VALUE 'RELATORIO DE CALCULOS GEOMETRICOS'.
       77 STATUS-MATERIAL PIC X(02) VALUE "00".
       77 STATUS-PENAWARAN PIC X(02) VALUE "00".
       77 STATUS-PERMBELI PIC X(02) VALUE "00".
       77 TEM-MATERIAL PIC X VALUE 'N'.
       77 TEM-PENAWARAN PIC X VALUE 'N'.
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       77 TIPO-BANGUN PIC X VALUE SPACE.
       77 DESCR-BANGUN PIC X(20) VALUE SPACES.
       77 KODE-DIG PIC X(6) VALUE SPACES.
       77 AREA-CALC PIC 9(9)V9(4) VALUE ZEROS.
       77 VOLUME-CALC PIC 9(9)V9(4) VALUE ZEROS.
       77 MEDIDA-BASE PIC 9(9)V9(4) VALUE ZEROS.
       77 FATOR-SISA PIC 9(3)V99 VALUE ZEROS.
       77 QTD-EXATA PIC 9(9)V9(4) VALUE ZEROS.
       77 QTD-COMPRA PIC 9(7) VALUE ZEROS.
       77 PRECO-UNIT PIC 9(9) VALUE ZEROS.
       77 SATUAN-LINHA PIC X(6) VALUE SPACES.
       77 KODE-LINHA PIC X(6) VALUE SPACES.
       77 CUSTO-LINHA PIC 9(11) VALUE ZEROS.
       77 TOTAL-BANGUN PIC 9(11) VALUE ZEROS.
       77 WS-UKURAN-ED PIC ZZZZZ9.99.
       77 WS-QTD-ED PIC Z(6)9.
       77 WS-HARGA-ED PIC ZZZ,ZZZ,ZZ9.
       77 WS-CUSTO-ED PIC ZZ,ZZZ,ZZZ,ZZ9.
       77 WS-JOB-ED PIC 9(6).
       77 MODO-JOB PIC X VALUE 'N'.
       77 JOB-NUMERO PIC 9(6) VALUE ZEROS.
       77 JOB-LINHA PIC 9(3) VALUE ZEROS.
       77 JOB-TOTAL PIC 9(11) VALUE ZEROS.
       77 JOB-NOME PIC X(30) VALUE SPACES.
       77 PEDIDO-NUMERO PIC 9(6) VALUE ZEROS.
       77 PEDIDO-NOME PIC X(30) VALUE SPACES.
       77 PEDIDO-TOTAL PIC 9(11) VALUE ZEROS.
       77 QTD-ITENS-PED PIC 9(2) VALUE ZEROS.
       77 IX-PED PIC 9(2) VALUE ZEROS.
       01 TABELA-PEDIDO.
           02 ITEM-PEDIDO OCCURS 50 TIMES.
               03 PED-KODE PIC X(6).
               03 PED-SATUAN PIC X(6).
               03 PED-HARGA PIC 9(9).
               03 PED-EXATA PIC 9(9)V9(4).
       01 UNIDADE-MEDIDA PIC X.
           88 UNIDADE-M VALUE 'M', 'm'.
           88 UNIDADE-CM VALUE 'C', 'c'.
       01 MATERIAL-JWB PIC X.
           88 MATERIAL-YA VALUE 'Y', 'y'.
       01 PEDIDO-JWB PIC X.
           88 PEDIDO-YA VALUE 'Y', 'y'.
       01 LAGI-LAGI PIC X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       01 CETAK-JWB PIC X.
           88 CETAK-YA VALUE 'Y', 'y'.
      *----------------------------------------------------
      * DEPOIS DE CADA CALCULO PODE ESTIMAR O MATERIAL (TABELA
      * MATERIAL.DAT MANTIDA PELO MATERMST): QUANTIDADE =
      * MEDIDA X (100 + SISA%) / 100 / DAYA SEBAR, ARREDONDADA
      * PARA CIMA EM SATUAN INTEIRAS; CUSTO = QTD X HARGA.
      * MODO JOB (PENAWARAN): VARIOS BANGUN NUMA COTACAO EM
      * PENAWARAN.DAT (LINHA 000 = CABECALHO), IMPRESSA COM
      * TOTAL GERAL. A COTACAO PODE VIRAR PERMINTAAN
      * PEMBELIAN (PERMBELI.TXT), SOMANDO O MESMO MATERIAL.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
              OPEN OUTPUT RESULTADOS
              CLOSE RESULTADOS
              OPEN EXTEND RESULTADOS.
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           OPEN INPUT MATERIAL.
           IF STATUS-MATERIAL = "00"
              MOVE 'S' TO TEM-MATERIAL.
           OPEN I-O PENAWARAN.
           IF STATUS-PENAWARAN = "35"
              OPEN OUTPUT PENAWARAN
              CLOSE PENAWARAN
              OPEN I-O PENAWARAN.
           IF STATUS-PENAWARAN = "00"
              MOVE 'S' TO TEM-PENAWARAN.
       MULAI.
           DISPLAY 'KALKULATOR GEOMETRI'.
           DISPLAY '1. SEGITIGA (LUAS)'.
           DISPLAY '2. BALOK (LUAS PERMUKAAN DAN VOLUME)'.
           DISPLAY '3. KELUAR'.
           IF MODO-JOB = 'S'
              MOVE JOB-NUMERO TO WS-JOB-ED
              DISPLAY '4. SELESAI DAN CETAK PENAWARAN ' WS-JOB-ED
           ELSE
              DISPLAY '4. PENAWARAN MULTI-BANGUN (JOB)'.
           DISPLAY '5. PERMINTAAN PEMBELIAN DARI PENAWARAN'.
           DISPLAY 'PILIHAN: '.
           ACCEPT PIL.
           IF PIL = 1
              GO TO BALOK.
           IF PIL = 3
              GO TO SELESAI.
           IF PIL = 4
              GO TO MENU-PENAWARAN.
           IF PIL = 5
              GO TO MENU-PERMINTAAN.
           DISPLAY 'PILIHAN TIDAK DIKENAL. ULANGI.'.
           GO TO MULAI.
      *----------------------------------------------------
           DISPLAY 'MASUKKAN TINGGI: '.
           ACCEPT TINGGI.
           COMPUTE LUAS = ALAS * TINGGI / 2.
           MOVE 'S' TO TIPO-BANGUN.
           MOVE SPACES TO DESCR-BANGUN.
           STRING 'SEGITIGA ' ALAS 'X' TINGGI
               DELIMITED BY SIZE INTO DESCR-BANGUN.
           DISPLAY 'LUAS SEGITIGA: ', LUAS.
           MOVE ALAS TO WS-ED-1.
           MOVE LUAS TO WS-ED-2.
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-RESULTADO.
           PERFORM PERGUNTA-CETAK THRU PERGUNTA-CETAK-FIM.
           PERFORM ESTIMA-MATERIAL THRU ESTIMA-MATERIAL-FIM.
           GO TO TANYA-LAGI.
      *----------------------------------------------------
       BALOK.
           COMPUTE LUAS-PERMUKAAN = (2 * PANJANG * LEBAR)
               + (2 * PANJANG * TINGGI-B) + (2 * LEBAR * TINGGI-B).
           COMPUTE VOLUME = PANJANG * LEBAR * TINGGI-B.
           MOVE 'B' TO TIPO-BANGUN.
           MOVE SPACES TO DESCR-BANGUN.
           STRING 'BALOK ' PANJANG 'X' LEBAR 'X' TINGGI-B
               DELIMITED BY SIZE INTO DESCR-BANGUN.
           DISPLAY 'LUAS PERMUKAAN : ', LUAS-PERMUKAAN.
           DISPLAY 'VOLUME         : ', VOLUME.
           MOVE LUAS-PERMUKAAN TO WS-ED-2.
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM GRAVA-RESULTADO.
           PERFORM PERGUNTA-CETAK THRU PERGUNTA-CETAK-FIM.
           PERFORM ESTIMA-MATERIAL THRU ESTIMA-MATERIAL-FIM.
           GO TO TANYA-LAGI.
      *----------------------------------------------------
       GRAVA-RESULTADO.
           ACCEPT CETAK-JWB.
           IF NOT CETAK-YA
              GO TO PERGUNTA-CETAK-FIM.
           PERFORM IMPRIME-LINHA THRU IMPRIME-LINHA-FIM.
       PERGUNTA-CETAK-FIM.
           EXIT.
      *----------------------------------------------------
       IMPRIME-LINHA.
           IF WS-IMPRESSORA-ABERTA NOT = 'S'
              OPEN OUTPUT RELATORIO
              MOVE 'S' TO WS-IMPRESSORA-ABERTA.
           MOVE WS-LINHA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-LINHAS-PAGINA.
       IMPRIME-LINHA-FIM.
           EXIT.
      *----------------------------------------------------
       IMPRIME-CABECALHO.
              MOVE SPACES TO LINHA-RELATORIO
              WRITE LINHA-RELATORIO BEFORE ADVANCING PAGE.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING WS-TITULO
               '             PAGINA ' WS-PAGINA-ED
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL '-' TO LINHA-RELATORIO.
           MOVE 2 TO WS-LINHAS-PAGINA.
       IMPRIME-CABECALHO-FIM.
           EXIT.
      *----------------------------------------------------
       ESTIMA-MATERIAL.
           IF MODO-JOB NOT = 'S'
              DISPLAY 'HITUNG KEBUTUHAN MATERIAL [Y/T]?'
              ACCEPT MATERIAL-JWB
              IF NOT MATERIAL-YA
                 GO TO ESTIMA-MATERIAL-FIM.
           IF TEM-MATERIAL NOT = 'S'
              DISPLAY 'MATERIAL.DAT TIDAK TERSEDIA.'
              GO TO ESTIMA-MATERIAL-FIM.
       ESTIMA-UNIDADE.
           DISPLAY 'UKURAN DIISI DALAM M=METER / C=CENTIMETER: '.
           ACCEPT UNIDADE-MEDIDA.
           IF NOT UNIDADE-M AND NOT UNIDADE-CM
              GO TO ESTIMA-UNIDADE.
           IF TIPO-BANGUN = 'S'
              MULTIPLY ALAS BY TINGGI GIVING AREA-CALC
              DIVIDE 2 INTO AREA-CALC
              MOVE ZEROS TO VOLUME-CALC
           ELSE
              MOVE LUAS-PERMUKAAN TO AREA-CALC
              MOVE VOLUME TO VOLUME-CALC.
           IF UNIDADE-CM
              DIVIDE 10000 INTO AREA-CALC
              DIVIDE 1000000 INTO VOLUME-CALC.
           MOVE ZEROS TO TOTAL-BANGUN.
       ESTIMA-PEDE-MATERIAL.
           DISPLAY 'KODE MATERIAL (KOSONG = SELESAI): '.
           MOVE SPACES TO KODE-DIG.
           ACCEPT KODE-DIG.
           IF KODE-DIG = SPACES
              GO TO ESTIMA-TOTAL.
           MOVE KODE-DIG TO KODE-MATERIAL.
           READ MATERIAL KEY IS KODE-MATERIAL
               INVALID KEY
               DISPLAY 'MATERIAL TIDAK DITEMUKAN.'
               GO TO ESTIMA-PEDE-MATERIAL.
           IF MATERIAL-VOLUME AND TIPO-BANGUN = 'S'
              DISPLAY 'SEGITIGA TIDAK PUNYA VOLUME. PILIH MATERIAL'
                      ' BERDASAR LUAS.'
              GO TO ESTIMA-PEDE-MATERIAL.
           IF COBERTURA-MATERIAL = ZEROS
              DISPLAY 'DAYA SEBAR MATERIAL BELUM DIISI (MATERMST).'
              GO TO ESTIMA-PEDE-MATERIAL.
           IF MATERIAL-VOLUME
              MOVE VOLUME-CALC TO MEDIDA-BASE
           ELSE
              MOVE AREA-CALC TO MEDIDA-BASE.
           ADD 100 SISA-MATERIAL GIVING FATOR-SISA.
           MULTIPLY MEDIDA-BASE BY FATOR-SISA GIVING QTD-EXATA.
           DIVIDE 100 INTO QTD-EXATA.
           DIVIDE COBERTURA-MATERIAL INTO QTD-EXATA.
           MOVE QTD-EXATA TO QTD-COMPRA.
           IF QTD-COMPRA < QTD-EXATA
              ADD 1 TO QTD-COMPRA.
           MULTIPLY QTD-COMPRA BY HARGA-MATERIAL GIVING CUSTO-LINHA.
           MOVE KODE-MATERIAL TO KODE-LINHA.
           MOVE SATUAN-MATERIAL TO SATUAN-LINHA.
           MOVE HARGA-MATERIAL TO PRECO-UNIT.
           PERFORM MONTA-LINHA-MATERIAL.
           DISPLAY NAMA-MATERIAL.
           DISPLAY WS-LINHA.
           PERFORM GRAVA-RESULTADO.
           IF CETAK-YA
              PERFORM IMPRIME-LINHA THRU IMPRIME-LINHA-FIM.
           IF MODO-JOB = 'S'
              PERFORM GRAVA-ITEM-PENAWARAN
                 THRU GRAVA-ITEM-PENAWARAN-FIM.
           ADD CUSTO-LINHA TO TOTAL-BANGUN.
           GO TO ESTIMA-PEDE-MATERIAL.
       ESTIMA-TOTAL.
           MOVE TOTAL-BANGUN TO WS-CUSTO-ED.
           DISPLAY 'TOTAL BIAYA MATERIAL BANGUN INI : ' WS-CUSTO-ED.
       ESTIMA-MATERIAL-FIM.
           EXIT.
      *----------------------------------------------------
       MONTA-LINHA-MATERIAL.
           MOVE MEDIDA-BASE TO WS-UKURAN-ED.
           MOVE QTD-COMPRA TO WS-QTD-ED.
           MOVE PRECO-UNIT TO WS-HARGA-ED.
           MOVE CUSTO-LINHA TO WS-CUSTO-ED.
           MOVE SPACES TO WS-LINHA.
           STRING DESCR-BANGUN ' ' KODE-LINHA ' ' WS-UKURAN-ED
               ' ' WS-QTD-ED ' ' SATUAN-LINHA ' ' WS-HARGA-ED
               ' ' WS-CUSTO-ED
               DELIMITED BY SIZE INTO WS-LINHA.
      *----------------------------------------------------
       GRAVA-ITEM-PENAWARAN.
           IF JOB-LINHA = 999
              DISPLAY 'PENAWARAN PENUH (999 BARIS). BARIS TIDAK'
                      ' DISIMPAN.'
              GO TO GRAVA-ITEM-PENAWARAN-FIM.
           ADD 1 TO JOB-LINHA.
           MOVE SPACES TO REG-PENAWARAN.
           MOVE JOB-NUMERO TO NO-PENAWARAN.
           MOVE JOB-LINHA TO LINHA-PENAWARAN.
           MOVE DESCR-BANGUN TO BANGUN-PENAWARAN.
           MOVE MEDIDA-BASE TO UKURAN-PENAWARAN.
           MOVE KODE-MATERIAL TO KODE-MAT-PENAWARAN.
           MOVE SATUAN-MATERIAL TO SATUAN-PENAWARAN.
           MOVE QTD-COMPRA TO QTD-PENAWARAN.
           MOVE HARGA-MATERIAL TO HARGA-PENAWARAN.
           MOVE CUSTO-LINHA TO CUSTO-PENAWARAN.
           MOVE QTD-EXATA TO EXATA-PENAWARAN.
           MOVE BASE-MATERIAL TO BASE-PENAWARAN.
           WRITE REG-PENAWARAN
               INVALID KEY
               DISPLAY 'GAGAL MENYIMPAN PENAWARAN. STATUS='
                       STATUS-PENAWARAN
               SUBTRACT 1 FROM JOB-LINHA
               GO TO GRAVA-ITEM-PENAWARAN-FIM.
           ADD CUSTO-LINHA TO JOB-TOTAL.
       GRAVA-ITEM-PENAWARAN-FIM.
           EXIT.
      *----------------------------------------------------
       MENU-PENAWARAN.
           IF TEM-PENAWARAN NOT = 'S'
              DISPLAY 'PENAWARAN.DAT TIDAK TERSEDIA. STATUS='
                      STATUS-PENAWARAN
              GO TO MULAI.
           IF MODO-JOB = 'S'
              PERFORM FECHA-PENAWARAN THRU FECHA-PENAWARAN-FIM
              GO TO MULAI.
           IF TEM-MATERIAL NOT = 'S'
              DISPLAY 'MATERIAL.DAT TIDAK TERSEDIA.'
              GO TO MULAI.
           DISPLAY 'NAMA PEKERJAAN / PELANGGAN: '.
           MOVE SPACES TO JOB-NOME.
           ACCEPT JOB-NOME.
           IF JOB-NOME = SPACES
              GO TO MULAI.
           MOVE ZEROS TO JOB-NUMERO.
           PERFORM ULTIMO-PENAWARAN THRU ULTIMO-PENAWARAN-FIM.
           ADD 1 TO JOB-NUMERO.
           MOVE SPACES TO REG-PENAWARAN.
           MOVE JOB-NUMERO TO NO-PENAWARAN.
           MOVE ZEROS TO LINHA-PENAWARAN.
           MOVE TGL-HARI-INI TO TGL-PENAWARAN.
           MOVE JOB-NOME TO NAMA-PENAWARAN.
           MOVE 'A' TO SITUACAO-PENAWARAN.
           MOVE ZEROS TO QTD-LINHAS-PENAWARAN TOTAL-PENAWARAN.
           WRITE REG-PENAWARAN
               INVALID KEY
               DISPLAY 'GAGAL MEMBUAT PENAWARAN. STATUS='
                       STATUS-PENAWARAN
               GO TO MULAI.
           MOVE 'S' TO MODO-JOB.
           MOVE ZEROS TO JOB-LINHA JOB-TOTAL.
           MOVE JOB-NUMERO TO WS-JOB-ED.
           DISPLAY 'PENAWARAN ' WS-JOB-ED ' DIBUKA. HITUNG SETIAP'
                   ' BANGUN, LALU PILIH 4 UNTUK SELESAI.'.
           GO TO MULAI.
      *----------------------------------------------------
       ULTIMO-PENAWARAN.
           MOVE ZEROS TO CHAVE-PENAWARAN.
           START PENAWARAN KEY IS NOT LESS THAN CHAVE-PENAWARAN
               INVALID KEY
               GO TO ULTIMO-PENAWARAN-FIM.
       ULTIMO-PENAWARAN-LE.
           READ PENAWARAN NEXT RECORD
               AT END
               GO TO ULTIMO-PENAWARAN-FIM.
           MOVE NO-PENAWARAN TO JOB-NUMERO.
           GO TO ULTIMO-PENAWARAN-LE.
       ULTIMO-PENAWARAN-FIM.
           EXIT.
      *----------------------------------------------------
       FECHA-PENAWARAN.
           MOVE JOB-NUMERO TO NO-PENAWARAN.
           MOVE ZEROS TO LINHA-PENAWARAN.
           READ PENAWARAN KEY IS CHAVE-PENAWARAN
               INVALID KEY
               DISPLAY 'CABECALHO PENAWARAN TIDAK DITEMUKAN.'
               MOVE 'N' TO MODO-JOB
               GO TO FECHA-PENAWARAN-FIM.
           MOVE JOB-LINHA TO QTD-LINHAS-PENAWARAN.
           MOVE JOB-TOTAL TO TOTAL-PENAWARAN.
           REWRITE REG-PENAWARAN
               INVALID KEY
               DISPLAY 'GAGAL MENGUBAH PENAWARAN. STATUS='
                       STATUS-PENAWARAN.
           MOVE 'N' TO MODO-JOB.
           MOVE JOB-NUMERO TO PEDIDO-NUMERO.
           MOVE JOB-NOME TO PEDIDO-NOME.
           PERFORM IMPRIME-PENAWARAN THRU IMPRIME-PENAWARAN-FIM.
           DISPLAY 'JADIKAN PERMINTAAN PEMBELIAN [Y/T]?'.
           ACCEPT PEDIDO-JWB.
           IF PEDIDO-YA
              PERFORM GERA-PERMINTAAN THRU GERA-PERMINTAAN-FIM.
       FECHA-PENAWARAN-FIM.
           EXIT.
      *----------------------------------------------------
       IMPRIME-PENAWARAN.
           MOVE SPACES TO WS-TITULO.
           MOVE PEDIDO-NUMERO TO WS-JOB-ED.
           STRING 'PENAWARAN MATERIAL NO. ' WS-JOB-ED
               DELIMITED BY SIZE INTO WS-TITULO.
           MOVE 99 TO WS-LINHAS-PAGINA.
           MOVE SPACES TO WS-LINHA.
           STRING 'PEKERJAAN: ' PEDIDO-NOME ' TANGGAL: '
               TGL-HARI-INI
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM IMPRIME-LINHA THRU IMPRIME-LINHA-FIM.
           MOVE SPACES TO WS-LINHA.
           STRING 'BANGUN               KODE      UKURAN   '
               '  QTD SATUAN       HARGA          BIAYA'
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM IMPRIME-LINHA THRU IMPRIME-LINHA-FIM.
           MOVE PEDIDO-NUMERO TO NO-PENAWARAN.
           MOVE 1 TO LINHA-PENAWARAN.
           START PENAWARAN KEY IS NOT LESS THAN CHAVE-PENAWARAN
               INVALID KEY
               GO TO IMPRIME-PENAWARAN-TOTAL.
       IMPRIME-PENAWARAN-LE.
           READ PENAWARAN NEXT RECORD
               AT END
               GO TO IMPRIME-PENAWARAN-TOTAL.
           IF NO-PENAWARAN NOT = PEDIDO-NUMERO
              GO TO IMPRIME-PENAWARAN-TOTAL.
           MOVE BANGUN-PENAWARAN TO DESCR-BANGUN.
           MOVE KODE-MAT-PENAWARAN TO KODE-LINHA.
           MOVE UKURAN-PENAWARAN TO MEDIDA-BASE.
           MOVE QTD-PENAWARAN TO QTD-COMPRA.
           MOVE SATUAN-PENAWARAN TO SATUAN-LINHA.
           MOVE HARGA-PENAWARAN TO PRECO-UNIT.
           MOVE CUSTO-PENAWARAN TO CUSTO-LINHA.
           PERFORM MONTA-LINHA-MATERIAL.
           PERFORM IMPRIME-LINHA THRU IMPRIME-LINHA-FIM.
           GO TO IMPRIME-PENAWARAN-LE.
       IMPRIME-PENAWARAN-TOTAL.
           MOVE ALL '-' TO WS-LINHA.
           PERFORM IMPRIME-LINHA THRU IMPRIME-LINHA-FIM.
           MOVE JOB-TOTAL TO WS-CUSTO-ED.
           MOVE SPACES TO WS-LINHA.
           STRING 'TOTAL PENAWARAN' '                                '
               '                  ' WS-CUSTO-ED
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM IMPRIME-LINHA THRU IMPRIME-LINHA-FIM.
           PERFORM GRAVA-RESULTADO.
           DISPLAY WS-LINHA.
           MOVE 'RELATORIO DE CALCULOS GEOMETRICOS' TO WS-TITULO.
           MOVE 99 TO WS-LINHAS-PAGINA.
       IMPRIME-PENAWARAN-FIM.
           EXIT.
      *----------------------------------------------------
       MENU-PERMINTAAN.
           IF TEM-PENAWARAN NOT = 'S'
              DISPLAY 'PENAWARAN.DAT TIDAK TERSEDIA. STATUS='
                      STATUS-PENAWARAN
              GO TO MULAI.
           DISPLAY 'NOMOR PENAWARAN: '.
           MOVE ZEROS TO PEDIDO-NUMERO.
           ACCEPT PEDIDO-NUMERO.
           IF MODO-JOB = 'S' AND PEDIDO-NUMERO = JOB-NUMERO
              DISPLAY 'PENAWARAN MASIH TERBUKA. PILIH 4 DULU.'
              GO TO MULAI.
           MOVE PEDIDO-NUMERO TO NO-PENAWARAN.
           MOVE ZEROS TO LINHA-PENAWARAN.
           READ PENAWARAN KEY IS CHAVE-PENAWARAN
               INVALID KEY
               DISPLAY 'PENAWARAN TIDAK DITEMUKAN.'
               GO TO MULAI.
           IF PENAWARAN-PEDIDA
              DISPLAY 'PENAWARAN SUDAH DIJADIKAN PERMINTAAN'
                      ' PEMBELIAN.'
              GO TO MULAI.
           MOVE NAMA-PENAWARAN TO PEDIDO-NOME.
           PERFORM GERA-PERMINTAAN THRU GERA-PERMINTAAN-FIM.
           GO TO MULAI.
      *----------------------------------------------------
       GERA-PERMINTAAN.
           MOVE ZEROS TO QTD-ITENS-PED PEDIDO-TOTAL.
           MOVE PEDIDO-NUMERO TO NO-PENAWARAN.
           MOVE 1 TO LINHA-PENAWARAN.
           START PENAWARAN KEY IS NOT LESS THAN CHAVE-PENAWARAN
               INVALID KEY
               GO TO GERA-PERMINTAAN-GRAVA.
       GERA-PERMINTAAN-LE.
           READ PENAWARAN NEXT RECORD
               AT END
               GO TO GERA-PERMINTAAN-GRAVA.
           IF NO-PENAWARAN NOT = PEDIDO-NUMERO
              GO TO GERA-PERMINTAAN-GRAVA.
           MOVE 1 TO IX-PED.
       GERA-PERMINTAAN-PROCURA.
           IF IX-PED > QTD-ITENS-PED
              GO TO GERA-PERMINTAAN-NOVO.
           IF PED-KODE (IX-PED) = KODE-MAT-PENAWARAN
              ADD EXATA-PENAWARAN TO PED-EXATA (IX-PED)
              GO TO GERA-PERMINTAAN-LE.
           ADD 1 TO IX-PED.
           GO TO GERA-PERMINTAAN-PROCURA.
       GERA-PERMINTAAN-NOVO.
           IF QTD-ITENS-PED = 50
              DISPLAY 'LEBIH DARI 50 MATERIAL. ' KODE-MAT-PENAWARAN
                      ' TIDAK MASUK PERMINTAAN.'
              GO TO GERA-PERMINTAAN-LE.
           ADD 1 TO QTD-ITENS-PED.
           MOVE KODE-MAT-PENAWARAN TO PED-KODE (QTD-ITENS-PED).
           MOVE SATUAN-PENAWARAN TO PED-SATUAN (QTD-ITENS-PED).
           MOVE HARGA-PENAWARAN TO PED-HARGA (QTD-ITENS-PED).
           MOVE EXATA-PENAWARAN TO PED-EXATA (QTD-ITENS-PED).
           GO TO GERA-PERMINTAAN-LE.
       GERA-PERMINTAAN-GRAVA.
           IF QTD-ITENS-PED = ZEROS
              DISPLAY 'PENAWARAN TANPA BARIS MATERIAL.'
              GO TO GERA-PERMINTAAN-FIM.
           OPEN EXTEND PERMBELI.
           IF STATUS-PERMBELI = "35"
              OPEN OUTPUT PERMBELI
              CLOSE PERMBELI
              OPEN EXTEND PERMBELI.
           IF STATUS-PERMBELI NOT = "00"
              DISPLAY 'GAGAL MEMBUKA PERMBELI.TXT. STATUS='
                      STATUS-PERMBELI
              GO TO GERA-PERMINTAAN-FIM.
           MOVE PEDIDO-NUMERO TO WS-JOB-ED.
           MOVE SPACES TO REG-PERMBELI.
           STRING 'PERMINTAAN PEMBELIAN DARI PENAWARAN ' WS-JOB-ED
               ' TANGGAL ' TGL-HARI-INI
               DELIMITED BY SIZE INTO REG-PERMBELI.
           WRITE REG-PERMBELI.
           DISPLAY REG-PERMBELI.
           MOVE SPACES TO REG-PERMBELI.
           STRING 'PEKERJAAN: ' PEDIDO-NOME
               DELIMITED BY SIZE INTO REG-PERMBELI.
           WRITE REG-PERMBELI.
           DISPLAY REG-PERMBELI.
           MOVE 1 TO IX-PED.
       GERA-PERMINTAAN-ITEM.
           IF IX-PED > QTD-ITENS-PED
              GO TO GERA-PERMINTAAN-TOTAL.
           MOVE PED-EXATA (IX-PED) TO QTD-EXATA.
           MOVE QTD-EXATA TO QTD-COMPRA.
           IF QTD-COMPRA < QTD-EXATA
              ADD 1 TO QTD-COMPRA.
           MULTIPLY QTD-COMPRA BY PED-HARGA (IX-PED)
               GIVING CUSTO-LINHA.
           ADD CUSTO-LINHA TO PEDIDO-TOTAL.
           MOVE PED-KODE (IX-PED) TO KODE-MATERIAL.
           MOVE SPACES TO NAMA-MATERIAL.
           IF TEM-MATERIAL = 'S'
              READ MATERIAL KEY IS KODE-MATERIAL
                  INVALID KEY
                  MOVE SPACES TO NAMA-MATERIAL.
           MOVE QTD-COMPRA TO WS-QTD-ED.
           MOVE PED-HARGA (IX-PED) TO WS-HARGA-ED.
           MOVE CUSTO-LINHA TO WS-CUSTO-ED.
           MOVE SPACES TO REG-PERMBELI.
           STRING PED-KODE (IX-PED) ' ' NAMA-MATERIAL ' '
               WS-QTD-ED ' ' PED-SATUAN (IX-PED) ' '
               WS-HARGA-ED ' ' WS-CUSTO-ED
               DELIMITED BY SIZE INTO REG-PERMBELI.
           WRITE REG-PERMBELI.
           DISPLAY REG-PERMBELI.
           ADD 1 TO IX-PED.
           GO TO GERA-PERMINTAAN-ITEM.
       GERA-PERMINTAAN-TOTAL.
           MOVE PEDIDO-TOTAL TO WS-CUSTO-ED.
           MOVE SPACES TO REG-PERMBELI.
           STRING 'TOTAL PERMINTAAN PEMBELIAN'
               '                             ' WS-CUSTO-ED
               DELIMITED BY SIZE INTO REG-PERMBELI.
           WRITE REG-PERMBELI.
           DISPLAY REG-PERMBELI.
           CLOSE PERMBELI.
           MOVE PEDIDO-NUMERO TO NO-PENAWARAN.
           MOVE ZEROS TO LINHA-PENAWARAN.
           READ PENAWARAN KEY IS CHAVE-PENAWARAN
               INVALID KEY
               GO TO GERA-PERMINTAAN-FIM.
           MOVE 'P' TO SITUACAO-PENAWARAN.
           REWRITE REG-PENAWARAN
               INVALID KEY
               DISPLAY 'GAGAL MENGUBAH PENAWARAN. STATUS='
                       STATUS-PENAWARAN.
           DISPLAY 'PERMINTAAN PEMBELIAN DITULIS DI PERMBELI.TXT.'.
       GERA-PERMINTAAN-FIM.
           EXIT.
      *----------------------------------------------------
       TANYA-LAGI.
           DISPLAY 'HITUNG LAGI? [Y/T]'.
              DISPLAY 'Y/y ATAU T/t'
              GO TO TANYA-LAGI.
       SELESAI.
           IF MODO-JOB = 'S'
              PERFORM FECHA-PENAWARAN THRU FECHA-PENAWARAN-FIM.
           CLOSE RESULTADOS.
           IF TEM-MATERIAL = 'S'
              CLOSE MATERIAL.
           IF TEM-PENAWARAN = 'S'
              CLOSE PENAWARAN.
           IF WS-IMPRESSORA-ABERTA = 'S'
              CLOSE RELATORIO.
           STOP RUN.
