       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKINGEXP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKING ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-NOKUCING
               FILE STATUS IS STATUS-BOOKING.
           SELECT PENDLAIN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-PENDLAIN.
           SELECT RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       COPY "recbooki.cob".
       COPY "recplain.cob".
       FD  RELATORIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BOOKEXP.TXT".
       01  REG-RELATORIO PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77 STATUS-BOOKING PIC X(02) VALUE "00".
       77 STATUS-PENDLAIN PIC X(02) VALUE "00".
       77 STATUS-RELATORIO PIC X(02) VALUE "00".
       77 TGL-HARI-INI PIC 9(8) VALUE ZEROS.
       77 WS-QTD-AKTIF PIC 9(4) VALUE ZEROS.
       77 WS-QTD-HANGUS PIC 9(4) VALUE ZEROS.
       77 WS-TOTAL-AKTIF PIC 9(11) VALUE ZEROS.
       77 WS-TOTAL-HANGUS PIC 9(11) VALUE ZEROS.
       77 WS-DP-ED PIC Z(10)9.
       77 WS-LINHA PIC X(80).
      *----------------------------------------------------
      * VENCIMENTO DOS BOOKING (BOOKING.DAT). TODA RESERVA
      * ATIVA (A) COM BK-TGL-EXP ANTERIOR A HOJE E LIBERADA:
      * PASSA A HANGUS (H), O KUCING VOLTA A FICAR LIVRE NO
      * LA2 E O DP PERDIDO E LANCADO COMO PENDAPATAN LAIN EM
      * PENDLAIN.DAT (O DINHEIRO JA ENTROU NO CAIXA KUCING
      * DO DIA DO BOOKING). LISTA EM BOOKEXP.TXT AS LIBERADAS
      * E AS QUE CONTINUAM ATIVAS, COM TOTAIS.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** VENCIMENTO DE BOOKING KUCING ***".
           ACCEPT TGL-HARI-INI FROM DATE YYYYMMDD.
           OPEN I-O BOOKING.
           IF STATUS-BOOKING NOT = "00"
              DISPLAY "SEM BOOKING.DAT. STATUS=" STATUS-BOOKING
              GO TO 999-FIM.
           OPEN EXTEND PENDLAIN.
           IF STATUS-PENDLAIN = "35"
              OPEN OUTPUT PENDLAIN
              CLOSE PENDLAIN
              OPEN EXTEND PENDLAIN.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA.
           STRING "VENCIMENTO DE BOOKING - DATA " TGL-HARI-INI
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE ALL "-" TO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
      *----------------------------------------------------
       010-LE-BOOKING.
           MOVE ZEROS TO BK-NOKUCING.
           START BOOKING KEY IS NOT LESS THAN BK-NOKUCING
               INVALID KEY
               MOVE "10" TO STATUS-BOOKING.
           IF STATUS-BOOKING NOT = "10"
              MOVE "00" TO STATUS-BOOKING
              PERFORM 020-PROCESSA-BOOKING THRU 020-99-FIM
                  UNTIL STATUS-BOOKING = "10".
           CLOSE BOOKING.
           CLOSE PENDLAIN.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       020-PROCESSA-BOOKING.
           READ BOOKING NEXT RECORD
               AT END
               MOVE "10" TO STATUS-BOOKING
               GO TO 020-99-FIM.
           IF NOT BK-AKTIF
              GO TO 020-99-FIM.
           MOVE BK-DP TO WS-DP-ED.
           IF BK-TGL-EXP NOT < TGL-HARI-INI
              GO TO 030-CONTINUA-ATIVO.
           MOVE "H" TO BK-SITUACAO.
           MOVE TGL-HARI-INI TO BK-TGL-FIM.
           REWRITE REG-BOOKING.
           ADD 1 TO WS-QTD-HANGUS.
           ADD BK-DP TO WS-TOTAL-HANGUS.
           MOVE SPACES TO REG-PENDLAIN.
           MOVE TGL-HARI-INI TO PL-TGL.
           MOVE "BOOKING" TO PL-ASAL.
           STRING "KUCING " BK-NOKUCING
               DELIMITED BY SIZE INTO PL-REFERENSI.
           MOVE BK-NOPEMBELI TO PL-PEMBELI.
           MOVE BK-DP TO PL-NILAI.
           STRING "DP HANGUS, BOOKING " BK-TGL
               DELIMITED BY SIZE INTO PL-KETERANGAN.
           WRITE REG-PENDLAIN.
           MOVE SPACES TO WS-LINHA.
           STRING "HANGUS KUCING " BK-NOKUCING
                  " PEMBELI " BK-NOPEMBELI
                  " S/D " BK-TGL-EXP
                  " DP " WS-DP-ED
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           GO TO 020-99-FIM.
       030-CONTINUA-ATIVO.
           ADD 1 TO WS-QTD-AKTIF.
           ADD BK-DP TO WS-TOTAL-AKTIF.
           MOVE SPACES TO WS-LINHA.
           STRING "AKTIF  KUCING " BK-NOKUCING
                  " PEMBELI " BK-NOPEMBELI
                  " S/D " BK-TGL-EXP
                  " DP " WS-DP-ED
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       090-GRAVA-LINHA.
           MOVE WS-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY WS-LINHA.
       090-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           MOVE ALL "-" TO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE WS-TOTAL-HANGUS TO WS-DP-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "HANGUS " WS-QTD-HANGUS
                  " - DP KE PENDAPATAN LAIN " WS-DP-ED
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           MOVE WS-TOTAL-AKTIF TO WS-DP-ED.
           MOVE SPACES TO WS-LINHA.
           STRING "AKTIF  " WS-QTD-AKTIF
                  " - DP DITAHAN " WS-DP-ED
               DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 090-GRAVA-LINHA THRU 090-99-FIM.
           CLOSE RELATORIO.
           DISPLAY "RELATORIO GRAVADO EM BOOKEXP.TXT".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA BOOKINGEXP ---------***
