               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-NILAI
               FILE STATUS IS ERR-NILAI.
           SELECT NILHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNCI-NILHIST
               FILE STATUS IS ERR-NILHIST.
           SELECT MATKUL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FILE SECTION.
       COPY "recmhs.cob".
       COPY "recnilai.cob".
       COPY "recnlhst.cob".
       COPY "recmk.cob".
      *
       WORKING-STORAGE SECTION.
       77 ERR PIC XX.
       77 ERR-NILAI PIC XX.
       77 ERR-MATKUL PIC XX.
       77 ERR-NILHIST PIC XX.
       77 TEM-MATKUL PIC X VALUE 'N'.
       77 NPM-DICARI PIC X(8).
       77 WS-TOTAL-LINHAS PIC 9(03) VALUE ZEROS.
           OPEN INPUT MATKUL.
           IF ERR-MATKUL = "00"
              MOVE "S" TO TEM-MATKUL.
           DISPLAY "------------------------------------------------".
      *----------------------------------------------------
      * OS ANOS JA FECHADOS ESTAO NO NILHIST.DAT E VEM
      * PRIMEIRO; DEPOIS O NILAI.DAT COM OS PERIODES ABERTOS.
      *----------------------------------------------------
       015-LE-HISTORICO.
           OPEN INPUT NILHIST.
           IF ERR-NILHIST NOT = "00"
              GO TO 018-POSICIONA-NILAI.
           MOVE NPM-DICARI TO NPM-NILHIST.
           MOVE SPACES TO PERIODE-NILHIST.
           MOVE SPACES TO MK-NILHIST.
           START NILHIST KEY IS NOT LESS THAN KUNCI-NILHIST
               INVALID KEY
               MOVE "10" TO ERR-NILHIST.
           PERFORM 025-MOSTRA-HISTORICO THRU 025-99-FIM
               UNTIL ERR-NILHIST = "10".
           CLOSE NILHIST.
      *----------------------------------------------------
       018-POSICIONA-NILAI.
           MOVE NPM-DICARI TO NPM-NILAI.
           MOVE SPACES TO PERIODE-NILAI.
           MOVE SPACES TO MK-NILAI.
           START NILAI KEY IS NOT LESS THAN KUNCI-NILAI
               INVALID KEY
               MOVE "10" TO ERR-NILAI.
      *----------------------------------------------------
       020-LE-NILAI.
           IF ERR-NILAI NOT = "10"
           DISPLAY "TOTAL SKS ........ : " WS-SKS-GERAL.
           DISPLAY "IPK (RATA TERTIMBANG SKS) : " WS-IPK-ED.
           GO TO 999-FIM.
      *----------------------------------------------------
       025-MOSTRA-HISTORICO.
           READ NILHIST NEXT RECORD
               AT END
               MOVE "10" TO ERR-NILHIST
               GO TO 025-99-FIM.
           IF NPM-NILHIST NOT = NPM-DICARI
              MOVE "10" TO ERR-NILHIST
              GO TO 025-99-FIM.
           MOVE DADOS-NILHIST TO REG-NILAI.
           PERFORM 031-MOSTRA-NILAI THRU 031-99-FIM.
       025-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-MOSTRA-PERIODE.
           READ NILAI NEXT RECORD
           IF NPM-NILAI NOT = NPM-DICARI
              MOVE "10" TO ERR-NILAI
              GO TO 030-99-FIM.
           PERFORM 031-MOSTRA-NILAI THRU 031-99-FIM.
       030-99-FIM.
           EXIT.
      *----------------------------------------------------
       031-MOSTRA-NILAI.
           IF PERIODE-NILAI NOT = WS-PERIODE-ATUAL
              IF WS-SKS-PERIODE > ZEROS
                 PERFORM 035-IMPRIME-IPS THRU 035-99-FIM.
           DISPLAY "  " MK-NILAI " " WS-NOME-MK-USADO " "
                   WS-SKS-USADO "  " UTS-NILAI " " UAS-NILAI
                   "  " HASIL-NILAI "   " HURUF-NILAI.
       031-99-FIM.
           EXIT.
      *----------------------------------------------------
       032-BUSCA-MATKUL.
