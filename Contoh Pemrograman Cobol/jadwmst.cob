               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KODE-KELAS
               FILE STATUS IS ERR-KELAS.
           SELECT GURU ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOGURU
               FILE STATUS IS ERR-GURU.
           SELECT LAPORAN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-LAPORAN.
       FILE SECTION.
       COPY "recjadw.cob".
       COPY "reckelas.cob".
       COPY "recguru.cob".
       FD  LAPORAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'JADWAL.TXT'.
       WORKING-STORAGE SECTION.
       77 ERR-JADWAL PIC XX.
       77 ERR-KELAS PIC XX.
       77 ERR-GURU PIC XX.
       77 ERR-LAPORAN PIC XX.
       77 OPCAO-MENU PIC X.
       01 ISI-LAGI PIC X.
           02 MULAI-DIMINTA PIC 9(2).
           02 AKHIR-DIMINTA PIC 9(2).
           02 RUANG-DIMINTA PIC X(5).
           02 GURU-DIMINTA PIC 9(4).
       77 WS-WALI-KELAS PIC 9(4) VALUE ZEROS.
       77 ADA-BENTROK PIC X VALUE 'N'.
       77 WS-LINHA-LAPORAN PIC X(80).
       77 WS-TOTAL-LINHAS PIC 9(03) VALUE ZEROS.
               03 HOR-MULAI PIC 9(2).
               03 HOR-AKHIR PIC 9(2).
               03 HOR-RUANG PIC X(5).
               03 HOR-GURU PIC 9(4).
       77 HOR-TROCA PIC X(19).
       01 CHAVE-ORD-A.
           02 ORD-RUANG-A PIC X(5).
           02 ORD-HARI-A PIC 9(1).
           ACCEPT KELAS-DIMINTA.
           IF KELAS-DIMINTA = SPACES
              GO TO TAMBAH.
           MOVE ZEROS TO WS-WALI-KELAS.
           OPEN INPUT KELASMASTER.
           IF ERR-KELAS = '00'
              MOVE KELAS-DIMINTA TO KODE-KELAS
                  CLOSE KELASMASTER
                  GO TO TAMBAH-FIM
              END-READ
              MOVE WALI-KELAS TO WS-WALI-KELAS
              CLOSE KELASMASTER.
       TAMBAH-HARI.
           DISPLAY 'HARI (1=SENIN ... 7=MINGGU) : '.
           ACCEPT RUANG-DIMINTA.
           IF RUANG-DIMINTA = SPACES
              GO TO TAMBAH-JAM.
       TAMBAH-GURU.
           DISPLAY 'NOGURU PENGAJAR (0 = WALI KELAS ' WS-WALI-KELAS
                   ') : '.
           MOVE ZEROS TO GURU-DIMINTA.
           ACCEPT GURU-DIMINTA.
           IF GURU-DIMINTA = ZEROS
              MOVE WS-WALI-KELAS TO GURU-DIMINTA.
           IF GURU-DIMINTA NOT = ZEROS
              OPEN INPUT GURU
              IF ERR-GURU = '00'
                 MOVE GURU-DIMINTA TO NOGURU
                 READ GURU KEY IS NOGURU
                     INVALID KEY
                     DISPLAY 'GURU TIDAK TERDAFTAR DI GURU.DAT.'
                     CLOSE GURU
                     GO TO TAMBAH-GURU
                 END-READ
                 CLOSE GURU.
           PERFORM CEK-BENTROK THRU CEK-BENTROK-FIM.
           IF ADA-BENTROK = 'S'
              DISPLAY 'RUANG OU GURU JA OCUPADO NO HORARIO. DITOLAK.'
              GO TO TAMBAH-FIM.
           MOVE KELAS-DIMINTA TO KELAS-JDW.
           MOVE HARI-DIMINTA TO HARI-JDW.
           MOVE MULAI-DIMINTA TO JAM-MULAI-JDW.
           MOVE AKHIR-DIMINTA TO JAM-AKHIR-JDW.
           MOVE RUANG-DIMINTA TO RUANG-JDW.
           MOVE GURU-DIMINTA TO GURU-JDW.
           WRITE REG-JADWAL
               INVALID KEY
               DISPLAY 'JADWAL SUDAH TERDAFTAR. ULANGI.'
               GO TO CEK-BENTROK-LE-FIM.
           IF HARI-JDW NOT = HARI-DIMINTA
              GO TO CEK-BENTROK-LE-FIM.
           IF MULAI-DIMINTA > JAM-AKHIR-JDW
              GO TO CEK-BENTROK-LE-FIM.
           IF AKHIR-DIMINTA < JAM-MULAI-JDW
              GO TO CEK-BENTROK-LE-FIM.
           IF RUANG-JDW = RUANG-DIMINTA
              GO TO CEK-BENTROK-ACHOU.
           IF GURU-DIMINTA NOT = ZEROS AND GURU-JDW = GURU-DIMINTA
              GO TO CEK-BENTROK-ACHOU.
           GO TO CEK-BENTROK-LE-FIM.
       CEK-BENTROK-ACHOU.
           MOVE 'S' TO ADA-BENTROK.
           DISPLAY 'BENTROK COM KELAS ' KELAS-JDW
                   ' JAM ' JAM-MULAI-JDW '-' JAM-AKHIR-JDW
                   ' RUANG ' RUANG-JDW ' GURU ' GURU-JDW.
           MOVE '10' TO ERR-JADWAL.
       CEK-BENTROK-LE-FIM.
           EXIT.
                  ' ' NOME-HARI (HARI-JDW)
                  ' JAM ' JAM-MULAI-JDW '-' JAM-AKHIR-JDW
                  ' RUANG ' RUANG-JDW
                  ' GURU ' GURU-JDW
                  DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
           IF QTD-HORARIOS < 100
              MOVE HARI-JDW TO HOR-HARI (QTD-HORARIOS)
              MOVE JAM-MULAI-JDW TO HOR-MULAI (QTD-HORARIOS)
              MOVE JAM-AKHIR-JDW TO HOR-AKHIR (QTD-HORARIOS)
              MOVE RUANG-JDW TO HOR-RUANG (QTD-HORARIOS)
              MOVE GURU-JDW TO HOR-GURU (QTD-HORARIOS).
       CETAK-LINHA-FIM.
           EXIT.
       CETAK-RUANG.
                  ' JAM ' HOR-MULAI (IDX-HOR)
                  '-' HOR-AKHIR (IDX-HOR)
                  ' KELAS ' HOR-KELAS (IDX-HOR)
                  ' GURU ' HOR-GURU (IDX-HOR)
                  DELIMITED BY SIZE INTO WS-LINHA-LAPORAN.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
           GO TO CETAK-RUANG-LINHA.
