       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAHAN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BH-KODE
               FILE STATUS IS STATUS-BAHAN.
           SELECT FORNECEDOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KODE-FORN
               FILE STATUS IS STATUS-FORN.
           SELECT ESTOQUE-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EST-KODE
               FILE STATUS IS STATUS-ESTOQUE.
           SELECT MENUITEM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-KODE
               FILE STATUS IS STATUS-MENU.
           SELECT POCOMP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-CHAVE
               FILE STATUS IS STATUS-PO.
           SELECT NOPEDIDO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-NOPEDIDO.
               FILE STATUS IS STATUS-PEDIDOS.
       DATA DIVISION.
       FILE SECTION.
       COPY "recbahan.cob".
       COPY "recforn.cob".
       COPY "recestoq.cob".
       COPY "recmenu.cob".
       COPY "recpocmp.cob".
       FD  NOPEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "NOPEDIDO.TXT".
       01  REG-PEDIDO PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 STATUS-BAHAN PIC XX VALUE "00".
       77 STATUS-FORN PIC XX VALUE "00".
       77 STATUS-ESTOQUE PIC XX VALUE "00".
       77 STATUS-MENU PIC XX VALUE "00".
       77 TEM-MENU PIC X VALUE 'N'.
       77 TEM-PORSI PIC X VALUE 'N'.
       77 STATUS-NOPEDIDO PIC XX VALUE "00".
       77 STATUS-PO PIC XX VALUE "00".
       77 LINHA-PO PIC 9(3) VALUE ZEROS.
       77 STATUS-PEDIDOS PIC XX VALUE "00".
       77 TEM-FORN PIC X VALUE 'N'.
       77 NOPED PIC 9(6) VALUE ZEROS.
       77 IDX-EST PIC 9(3) COMP VALUE ZEROS.
       77 IDX-FORN PIC 9(2) COMP VALUE ZEROS.
       77 WS-TOTAL-ITENS PIC 9(3) VALUE ZEROS.
       77 WS-TOTAL-PEDIDOS PIC 9(3) VALUE ZEROS.
       77 TEM-ITEM-FORN PIC X VALUE 'N'.
       77 FORN-ATUAL PIC 9(3) VALUE ZEROS.
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       01 TABEL-BAHAN.
           02 QTD-ITENS PIC 9(3) COMP VALUE ZEROS.
           02 ITEM-BAHAN OCCURS 100 TIMES.
               03 TB-KODE PIC 9(3).
               03 TB-NAMA PIC X(20).
               03 TB-SATUAN PIC X(6).
               03 TB-STOK PIC 9(7).
               03 TB-PONTO PIC 9(7).
               03 TB-LOTE PIC 9(7).
               03 TB-FORN PIC 9(3).
               03 TB-ORIGEM PIC X.
               03 TB-HARGA PIC 9(8).
       01 FORNS-PENDENTES.
           02 QTD-FORNS PIC 9(2) COMP VALUE ZEROS.
           02 FORN-LISTA OCCURS 20 TIMES PIC 9(3).
       77 WS-LINHA-PEDIDO PIC X(80).
      *----------------------------------------------------
      * PEDIDOS DE COMPRA DOS BAHAN DA COZINHA. LE O
      * BAHAN.DAT (MANTIDO NO BAHANMST E BAIXADO PELAS VENDAS
      * DO MAKANAN CONFORME O RESEP.DAT) E, PARA CADA BAHAN
      * COM STOK NO PONTO DE PESAN OU ABAIXO, PEDE O LOTE AO
      * FORNECEDOR DO BAHAN. TAMBEM OS ITENS DO MENU
      * VENDIDOS EM PORSI PRONTAS (ESTOQUE.DAT, SEM RESEP)
      * COM SALDO NO PONTO OU ABAIXO. UM PEDIDO POR
      * FORNECEDOR EM PEDCOMP.TXT, GRAVADO TAMBEM NO
      * POCOMP.DAT (CABECA NA LINHA 000 E UMA LINHA POR
      * ITEM COM O PRECO DE COMPRA DO CADASTRO) PARA O
      * RECEBIMENTO E A CONFERENCIA DA FAKTUR (FATFORN).
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** GERACAO DE PEDIDOS DE COMPRA (MAKANAN) ***".
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           OPEN INPUT BAHAN.
           IF STATUS-BAHAN NOT = "00"
              DISPLAY "SEM BAHAN.DAT. STATUS=" STATUS-BAHAN
              DISPLAY "CADASTRE OS BAHAN PELO BAHANMST."
              GO TO 002-CARREGA-PORSI.
           PERFORM 005-CARREGA-BAHAN THRU 005-99-FIM
               UNTIL STATUS-BAHAN = "10".
           CLOSE BAHAN.
       002-CARREGA-PORSI.
           OPEN INPUT ESTOQUE-FILE.
           IF STATUS-ESTOQUE NOT = "00"
              GO TO 003-ABRE-FORN.
           OPEN INPUT MENUITEM.
           IF STATUS-MENU = "00"
              MOVE "S" TO TEM-MENU.
           PERFORM 007-CARREGA-PORSI THRU 007-99-FIM
               UNTIL STATUS-ESTOQUE = "10".
           CLOSE ESTOQUE-FILE.
           IF TEM-MENU = "S"
              CLOSE MENUITEM.
       003-ABRE-FORN.
           OPEN INPUT FORNECEDOR.
           IF STATUS-FORN = "00"
              MOVE "S" TO TEM-FORN.
           PERFORM 010-LE-NOPEDIDO THRU 010-99-FIM.
           OPEN OUTPUT PEDIDOS.
           OPEN I-O POCOMP.
           IF STATUS-PO = "35"
              OPEN OUTPUT POCOMP
              CLOSE POCOMP
              OPEN I-O POCOMP.
      *----------------------------------------------------
       020-LEVANTA-FORNECEDORES.
           PERFORM 030-TESTA-ITEM THRU 030-99-FIM
               VARYING IDX-EST FROM 1 BY 1
               UNTIL IDX-EST > QTD-ITENS.
           IF WS-TOTAL-ITENS = ZEROS
              DISPLAY "NENHUM BAHAN ABAIXO DO PONTO DE REPOSICAO."
              CLOSE PEDIDOS
              CLOSE POCOMP
              GO TO 900-ENCERRA.
           PERFORM 050-GERA-PEDIDO THRU 050-99-FIM
               VARYING IDX-FORN FROM 1 BY 1
               UNTIL IDX-FORN > QTD-FORNS.
           CLOSE PEDIDOS.
           CLOSE POCOMP.
           PERFORM 080-GRAVA-NOPEDIDO THRU 080-99-FIM.
           GO TO 900-ENCERRA.
      *----------------------------------------------------
       005-CARREGA-BAHAN.
           READ BAHAN NEXT RECORD
               AT END
               MOVE "10" TO STATUS-BAHAN
               GO TO 005-99-FIM.
           IF BH-STOK > BH-PONTO
              GO TO 005-99-FIM.
           IF QTD-ITENS NOT < 100
              DISPLAY "MAIS DE 100 BAHAN A PEDIR - BAHAN " BH-KODE
                      " FICA PARA O PROXIMO PEDIDO."
              GO TO 005-99-FIM.
           ADD 1 TO QTD-ITENS.
           MOVE BH-NAMA TO TB-NAMA (QTD-ITENS).
           MOVE BH-SATUAN TO TB-SATUAN (QTD-ITENS).
           MOVE BH-STOK TO TB-STOK (QTD-ITENS).
           MOVE BH-PONTO TO TB-PONTO (QTD-ITENS).
           MOVE BH-LOTE TO TB-LOTE (QTD-ITENS).
           MOVE BH-FORN TO TB-FORN (QTD-ITENS).
           MOVE "B" TO TB-ORIGEM (QTD-ITENS).
           MOVE BH-KODE TO TB-KODE (QTD-ITENS).
           MOVE ZEROS TO TB-HARGA (QTD-ITENS).
           IF BH-HARGA NUMERIC
              MOVE BH-HARGA TO TB-HARGA (QTD-ITENS).
       005-99-FIM.
           EXIT.
      *----------------------------------------------------
       007-CARREGA-PORSI.
           READ ESTOQUE-FILE NEXT RECORD
               AT END
               MOVE "10" TO STATUS-ESTOQUE
               GO TO 007-99-FIM.
           IF EST-QTD > EST-PONTO
              GO TO 007-99-FIM.
           IF QTD-ITENS NOT < 100
              DISPLAY "MAIS DE 100 ITENS A PEDIR - MENU " EST-KODE
                      " FICA PARA O PROXIMO PEDIDO."
              GO TO 007-99-FIM.
           MOVE SPACES TO MN-NAMA.
           MOVE "A" TO MN-AKTIF.
           IF TEM-MENU = "S"
              MOVE EST-KODE TO MN-KODE
              READ MENUITEM
                  INVALID KEY
                  MOVE SPACES TO MN-NAMA.
           IF MN-INATIVO
              GO TO 007-99-FIM.
           IF MN-NAMA = SPACES
              STRING "MENU " EST-KODE
                  DELIMITED BY SIZE INTO MN-NAMA.
           ADD 1 TO QTD-ITENS.
           MOVE MN-NAMA TO TB-NAMA (QTD-ITENS).
           MOVE "PORSI" TO TB-SATUAN (QTD-ITENS).
           MOVE EST-QTD TO TB-STOK (QTD-ITENS).
           MOVE EST-PONTO TO TB-PONTO (QTD-ITENS).
           MOVE EST-LOTE TO TB-LOTE (QTD-ITENS).
           MOVE EST-FORN TO TB-FORN (QTD-ITENS).
           MOVE "P" TO TB-ORIGEM (QTD-ITENS).
           MOVE EST-KODE TO TB-KODE (QTD-ITENS).
           MOVE ZEROS TO TB-HARGA (QTD-ITENS).
           IF EST-HARGA NUMERIC
              MOVE EST-HARGA TO TB-HARGA (QTD-ITENS).
       007-99-FIM.
           EXIT.
      *----------------------------------------------------
       010-LE-NOPEDIDO.
           OPEN INPUT NOPEDIDO.
           EXIT.
      *----------------------------------------------------
       030-TESTA-ITEM.
           ADD 1 TO WS-TOTAL-ITENS.
           PERFORM 040-REGISTRA-FORN THRU 040-99-FIM.
       030-99-FIM.
           ADD 1 TO IDX-FORN.
           IF IDX-FORN > QTD-FORNS
              GO TO 040-02-NOVO.
           IF FORN-LISTA (IDX-FORN) = TB-FORN (IDX-EST)
              GO TO 040-99-FIM.
           GO TO 040-01-PROCURA.
       040-02-NOVO.
           IF QTD-FORNS < 20
              ADD 1 TO QTD-FORNS
              MOVE TB-FORN (IDX-EST) TO FORN-LISTA (QTD-FORNS).
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
               DELIMITED BY SIZE INTO WS-LINHA-PEDIDO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           PERFORM 060-IDENTIFICA-FORN THRU 060-99-FIM.
           MOVE "N" TO TEM-PORSI.
           MOVE ZEROS TO LINHA-PO.
           MOVE "BAHAN                QTD PEDIDA" TO WS-LINHA-PEDIDO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           PERFORM 070-GRAVA-ITEM THRU 070-99-FIM
               VARYING IDX-EST FROM 1 BY 1
               UNTIL IDX-EST > QTD-ITENS.
           PERFORM 075-GRAVA-CABECA-PO THRU 075-99-FIM.
           MOVE "RECEBER NO BAHANMST - OPCAO 5 (TERIMA BAHAN)."
             TO WS-LINHA-PEDIDO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           IF TEM-PORSI = "S"
              MOVE "PORSI DO MENU: RECEBER NO MAKANAN - FUNGSI 1."
                TO WS-LINHA-PEDIDO
              PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE "CONFIRMADO POR: _________________________"
             TO WS-LINHA-PEDIDO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           EXIT.
      *----------------------------------------------------
       070-GRAVA-ITEM.
           IF TB-FORN (IDX-EST) NOT = FORN-ATUAL
              GO TO 070-99-FIM.
           IF TB-ORIGEM (IDX-EST) = "P"
              MOVE "S" TO TEM-PORSI.
           MOVE SPACES TO WS-LINHA-PEDIDO.
           STRING TB-NAMA (IDX-EST) " " TB-LOTE (IDX-EST)
                  " " TB-SATUAN (IDX-EST)
                  " (SALDO " TB-STOK (IDX-EST)
                  " PONTO " TB-PONTO (IDX-EST) ")"
               DELIMITED BY SIZE INTO WS-LINHA-PEDIDO.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           ADD 1 TO LINHA-PO.
           MOVE SPACES TO REG-POCOMP.
           MOVE NOPED TO PO-NOPED.
           MOVE LINHA-PO TO PO-LINHA.
           MOVE TB-ORIGEM (IDX-EST) TO PO-ORIGEM.
           MOVE TB-KODE (IDX-EST) TO PO-ITEM.
           MOVE TB-NAMA (IDX-EST) TO PO-NAMA.
           MOVE TB-SATUAN (IDX-EST) TO PO-SATUAN.
           MOVE TB-LOTE (IDX-EST) TO PO-QTD.
           MOVE TB-HARGA (IDX-EST) TO PO-HARGA.
           MOVE ZEROS TO PO-TERIMA PO-FATURA.
           WRITE REG-POCOMP
               INVALID KEY
               DISPLAY "POCOMP.DAT: LINHA JA EXISTE " NOPED
                       " " LINHA-PO.
       070-99-FIM.
           EXIT.
      *----------------------------------------------------
       075-GRAVA-CABECA-PO.
           MOVE SPACES TO REG-POCOMP.
           MOVE NOPED TO PO-NOPED.
           MOVE ZEROS TO PO-LINHA.
           MOVE FORN-ATUAL TO PO-FORN.
           MOVE TGL-HARI-INI TO PO-TGL.
           MOVE "A" TO PO-STATUS.
           MOVE LINHA-PO TO PO-QTD-LINHAS.
           WRITE REG-POCOMP
               INVALID KEY
               DISPLAY "POCOMP.DAT: PEDIDO JA EXISTE " NOPED.
       075-99-FIM.
           EXIT.
      *----------------------------------------------------
       080-GRAVA-NOPEDIDO.
           OPEN OUTPUT NOPEDIDO.
       900-ENCERRA.
           IF TEM-FORN = "S"
              CLOSE FORNECEDOR.
           DISPLAY "BAHAN ABAIXO DO PONTO ......: " WS-TOTAL-ITENS.
           DISPLAY "PEDIDOS GERADOS ............: "
                   WS-TOTAL-PEDIDOS.
           DISPLAY "PEDIDOS GRAVADOS EM PEDCOMP.TXT".
