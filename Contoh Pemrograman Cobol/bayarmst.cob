           SELECT KUITANSI ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-KUITANSI.
           SELECT PRDCTL ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERR-PRDCTL.
       DATA DIVISION.
       FILE SECTION.
       COPY "recmhs.cob".
       COPY "rectagih.cob".
       COPY "recprctl.cob".
       FD  KUITANSI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'KUITANSI.TXT'.
       77 ERR PIC XX.
       77 ERR-TAGIHAN PIC XX.
       77 ERR-KUITANSI PIC XX.
       77 ERR-PRDCTL PIC XX.
       77 NPM-DIMINTA PIC X(8).
       77 PERIODE-DIMINTA PIC X(6).
       77 NPM-VALIDO PIC X.
       77 SALDO-TAGIHAN PIC 9(8) VALUE ZEROS.
       77 WS-LINHA-KUITANSI PIC X(80).
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       77 FUNCAO-REF PIC X VALUE 'G'.
       77 REF-HASIL PIC X.
       77 REFERENSI-VA PIC X(14).
       01 ISI-LAGI PIC X.
           88 LAGI VALUE 'Y', 'y'.
           88 TIDAK VALUE 'T', 't'.
       001-INICIO.
           DISPLAY "*** PENERIMAAN PEMBAYARAN MENSALIDADE ***".
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           MOVE SPACES TO CTL-PERIODE-ATUAL.
           MOVE ZEROS TO CTL-TAHUN-FECHADO.
           OPEN INPUT PRDCTL.
           IF ERR-PRDCTL = "00"
              READ PRDCTL
                  AT END
                  MOVE SPACES TO CTL-PERIODE-ATUAL
                  MOVE ZEROS TO CTL-TAHUN-FECHADO
              END-READ
              CLOSE PRDCTL.
           IF CTL-TAHUN-FECHADO NOT NUMERIC
              MOVE ZEROS TO CTL-TAHUN-FECHADO.
           OPEN INPUT MHS.
           IF ERR NOT = "00"
              DISPLAY "GAGAL MEMBUKA DATA.TXT. STATUS=" ERR
           DISPLAY "NAMA  : " NAMA.
      *----------------------------------------------------
       020-RECEBE-PERIODE.
           DISPLAY "PERIODE (ENTER = " CTL-PERIODE-ATUAL ") : ".
           MOVE SPACES TO PERIODE-DIMINTA.
           ACCEPT PERIODE-DIMINTA.
           IF PERIODE-DIMINTA = SPACES
              MOVE CTL-PERIODE-ATUAL TO PERIODE-DIMINTA.
           IF PERIODE-DIMINTA = SPACES
              GO TO 020-RECEBE-PERIODE.
           MOVE NPM-DIMINTA TO NPM-TAGIHAN.
           IF TAGIHAN-LUNAS
              DISPLAY "TAGIHAN SUDAH LUNAS."
              GO TO 090-TANYA-LAGI.
           CALL 'REFVA' USING FUNCAO-REF NPM-TAGIHAN PERIODE-TAGIHAN
                              REFERENSI-VA REF-HASIL.
           IF REF-HASIL = 'S'
              DISPLAY "REFERENSI TRANSFER : " REFERENSI-VA.
      *----------------------------------------------------
       030-RECEBE-PAGAMENTO.
           DISPLAY "NILAI DITERIMA : RP.".
