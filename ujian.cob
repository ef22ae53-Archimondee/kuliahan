           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KODE-MK
           FILE STATUS IS ERR-MATKUL.
           SELECT PRDCTL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ERR-PRDCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  RAPOR
       COPY "recmhs.cob".
       COPY "recnilai.cob".
       COPY "recmk.cob".
       COPY "recprctl.cob".
       WORKING-STORAGE SECTION.
       77 ERR PIC XX.
       77 ERR-NILAI PIC XX.
       77 ERR-MATKUL PIC XX.
       77 ERR-PRDCTL PIC XX.
       77 PERIODE PIC X(6).
       77 KODE-MK-DIMINTA PIC X(6).
       77 HASIL-ANGKA PIC 9(3).
       77 NPM-VALIDO PIC X.
       77 KRS-VALIDO PIC X.
       01 MASUKAN.
           02 NAMA PIC X(20).
           02 NPM PIC X(8).
              CLOSE MHS
              CLOSE NILAI
              STOP RUN.
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
       TERIMA-PERIODE.
           IF CTL-PERIODE-ATUAL = SPACES
              DISPLAY 'PERIODE AKADEMIK (EX: 20261) :'.
           IF CTL-PERIODE-ATUAL NOT = SPACES
              DISPLAY 'PERIODE AKADEMIK (ENTER = ' CTL-PERIODE-ATUAL
                      ') :'.
           MOVE SPACES TO PERIODE.
           ACCEPT PERIODE.
           IF PERIODE = SPACES
              MOVE CTL-PERIODE-ATUAL TO PERIODE.
           IF PERIODE = SPACES
              GO TO TERIMA-PERIODE.
           IF PERIODE (1:4) NOT > CTL-TAHUN-FECHADO
              DISPLAY 'TAHUN ' CTL-TAHUN-FECHADO
                      ' SUDAH DITUTUP. ULANGI.'
              GO TO TERIMA-PERIODE.
       MASUKKAN-DATA.
           DISPLAY HAPUS-LAYAR.
               DISPLAY 'MATA KULIAH TIDAK TERDAFTAR. ULANGI.'
               GO TO TERIMA-MATKUL.
           DISPLAY 'MATA KULIAH : ', NAMA-MK, ' SKS: ', SKS-MK.
           CALL 'CEKKRS' USING NPM OF MASUKAN PERIODE KODE-MK-DIMINTA
               KRS-VALIDO.
           IF KRS-VALIDO = 'X'
              DISPLAY 'KRS.DAT TIDAK ADA - DAFTARKAN KRS DULU.'
              GO TO TANYA-LAGI.
           IF KRS-VALIDO NOT = 'S'
              DISPLAY 'MATA KULIAH TIDAK ADA DI KRS MAHASISWA.'
              GO TO TANYA-LAGI.
           DISPLAY 'TAHUN LAHIR :'.
           ACCEPT TAHUN.
           DISPLAY 'UTS :'.
