       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONVSENHA.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERANTIGO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-ANTIGO
               FILE STATUS IS STATUS-OPERANTIGO.
           SELECT OPERADORES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-OPERADOR
               FILE STATUS IS STATUS-OPERADORES.
           SELECT KASIRANTIGO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KODE-ANTIGO
               FILE STATUS IS STATUS-KASIRANTIGO.
           SELECT KASIR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KODE-KASIR
               FILE STATUS IS STATUS-KASIR.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERANTIGO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS REG-OPERANTIGO
           VALUE OF FILE-ID IS "OPERANTIGO.DAT".
       01  REG-OPERANTIGO.
           02  ID-ANTIGO          PIC X(04).
           02  SENHA-ANTIGA       PIC X(08).
           02  NOME-ANTIGO        PIC X(30).
           02  SITUACAO-ANTIGA    PIC X(01).
           02  SENHA-ANT-ANTIGA   PIC X(08).
           02  DATA-SENHA-ANTIGA  PIC 9(08).
           02  PERFIL-ANTIGO      PIC X(01).
           02  AGENCIA-ANTIGA     PIC 9(03).
      *
       COPY "operador.cob".
      *
       FD  KASIRANTIGO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS REG-KASIRANTIGO
           VALUE OF FILE-ID IS "KASIRANT.DAT".
       01  REG-KASIRANTIGO.
           02  KODE-ANTIGO        PIC X(04).
           02  NAMA-ANTIGO        PIC X(20).
           02  SANDI-ANTIGA       PIC X(08).
      *
       COPY "reckasir.cob".
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  STATUS-OPERANTIGO  PIC X(02) VALUE "00".
           02  STATUS-OPERADORES  PIC X(02) VALUE "00".
           02  STATUS-KASIRANTIGO PIC X(02) VALUE "00".
           02  STATUS-KASIR       PIC X(02) VALUE "00".
           02  WS-OPER-LIDOS      PIC 9(05) VALUE ZEROS.
           02  WS-OPER-GRAVADOS   PIC 9(05) VALUE ZEROS.
           02  WS-KASIR-LIDOS     PIC 9(05) VALUE ZEROS.
           02  WS-KASIR-GRAVADOS  PIC 9(05) VALUE ZEROS.
           02  WS-TEM-OPERADOR    PIC X(01) VALUE "N".
           02  WS-TEM-KASIR       PIC X(01) VALUE "N".
       01  WS-SENHA-CLARA         PIC X(08) VALUE SPACES.
      *----------------------------------------------------
      * CONVERSAO UNICA DAS SENHAS EM CLARO PARA A CIFRA DE
      * MAO UNICA (SENHACRIP), COM OS NOVOS CAMPOS DE
      * TENTATIVAS ERRADAS E BLOQUEIO.
      * ANTES DE EXECUTAR, RENOMEIE:
      *   OPERADOR.DAT (63 POSICOES) PARA OPERANTIGO.DAT
      *   KASIRMAK.DAT (32 POSICOES) PARA KASIRANT.DAT
      * O ARQUIVO QUE NAO FOR RENOMEADO E IGNORADO. A SENHA
      * ANTERIOR DO OPERADOR TAMBEM E CIFRADA; TODOS OS IDS
      * ENTRAM DESBLOQUEADOS E SEM TENTATIVAS ERRADAS.
      *----------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------
       001-INICIO.
           DISPLAY "*** CONVERSAO DAS SENHAS PARA CIFRA ***".
           OPEN INPUT OPERANTIGO.
           IF STATUS-OPERANTIGO NOT = "00"
              DISPLAY "SEM OPERANTIGO.DAT - OPERADORES NAO CONVERTIDOS."
              GO TO 030-INICIO-KASIR.
           OPEN OUTPUT OPERADORES.
           IF STATUS-OPERADORES NOT = "00"
              DISPLAY "NAO FOI POSSIVEL CRIAR OPERADOR.DAT. STATUS="
                      STATUS-OPERADORES
              CLOSE OPERANTIGO
              GO TO 030-INICIO-KASIR.
           MOVE "S" TO WS-TEM-OPERADOR.
      *----------------------------------------------------
       010-LE-OPERADORES.
           PERFORM 020-CONVERTE-OPERADOR THRU 020-99-FIM
               UNTIL STATUS-OPERANTIGO = "10".
           CLOSE OPERANTIGO.
           CLOSE OPERADORES.
           GO TO 030-INICIO-KASIR.
      *----------------------------------------------------
       020-CONVERTE-OPERADOR.
           READ OPERANTIGO NEXT RECORD
               AT END
               MOVE "10" TO STATUS-OPERANTIGO
               GO TO 020-99-FIM.
           ADD 1 TO WS-OPER-LIDOS.
           MOVE SPACES TO REG-OPERADOR.
           MOVE ID-ANTIGO TO ID-OPERADOR.
           MOVE NOME-ANTIGO TO NOME-OPERADOR.
           MOVE SITUACAO-ANTIGA TO SITUACAO-OPERADOR.
           MOVE DATA-SENHA-ANTIGA TO DATA-ULT-SENHA.
           MOVE PERFIL-ANTIGO TO PERFIL-OPERADOR.
           MOVE AGENCIA-ANTIGA TO AGENCIA-OPERADOR.
           MOVE ZEROS TO FALHAS-OPERADOR.
           MOVE "N" TO BLOQUEIO-OPERADOR.
           MOVE ZEROS TO DATA-BLOQUEIO-OPER.
           MOVE SENHA-ANTIGA TO WS-SENHA-CLARA.
           CALL "SENHACRIP" USING ID-OPERADOR WS-SENHA-CLARA
               SENHA-OPERADOR.
           IF SENHA-ANT-ANTIGA NOT = SPACES
              MOVE SENHA-ANT-ANTIGA TO WS-SENHA-CLARA
              CALL "SENHACRIP" USING ID-OPERADOR WS-SENHA-CLARA
                  SENHA-ANTERIOR.
           WRITE REG-OPERADOR
               INVALID KEY
               DISPLAY "ERRO AO GRAVAR OPERADOR " ID-OPERADOR
                       " STATUS=" STATUS-OPERADORES
               GO TO 020-99-FIM.
           ADD 1 TO WS-OPER-GRAVADOS.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       030-INICIO-KASIR.
           OPEN INPUT KASIRANTIGO.
           IF STATUS-KASIRANTIGO NOT = "00"
              DISPLAY "SEM KASIRANT.DAT - CAIXAS NAO CONVERTIDOS."
              GO TO 900-IMPRIME-TOTAIS.
           OPEN OUTPUT KASIR.
           IF STATUS-KASIR NOT = "00"
              DISPLAY "NAO FOI POSSIVEL CRIAR KASIRMAK.DAT. STATUS="
                      STATUS-KASIR
              CLOSE KASIRANTIGO
              GO TO 900-IMPRIME-TOTAIS.
           MOVE "S" TO WS-TEM-KASIR.
           PERFORM 040-CONVERTE-KASIR THRU 040-99-FIM
               UNTIL STATUS-KASIRANTIGO = "10".
           CLOSE KASIRANTIGO.
           CLOSE KASIR.
           GO TO 900-IMPRIME-TOTAIS.
      *----------------------------------------------------
       040-CONVERTE-KASIR.
           READ KASIRANTIGO NEXT RECORD
               AT END
               MOVE "10" TO STATUS-KASIRANTIGO
               GO TO 040-99-FIM.
           ADD 1 TO WS-KASIR-LIDOS.
           MOVE SPACES TO REG-KASIR.
           MOVE KODE-ANTIGO TO KODE-KASIR.
           MOVE NAMA-ANTIGO TO NAMA-KASIR.
           MOVE ZEROS TO GAGAL-KASIR.
           MOVE "N" TO BLOKIR-KASIR.
           MOVE ZEROS TO TGL-BLOKIR-KASIR.
           MOVE SANDI-ANTIGA TO WS-SENHA-CLARA.
           CALL "SENHACRIP" USING KODE-KASIR WS-SENHA-CLARA
               SANDI-KASIR.
           WRITE REG-KASIR
               INVALID KEY
               DISPLAY "ERRO AO GRAVAR CAIXA " KODE-KASIR
                       " STATUS=" STATUS-KASIR
               GO TO 040-99-FIM.
           ADD 1 TO WS-KASIR-GRAVADOS.
       040-99-FIM.
           EXIT.
      *----------------------------------------------------
       900-IMPRIME-TOTAIS.
           DISPLAY "------------------------------------------------".
           IF WS-TEM-OPERADOR = "S"
              DISPLAY "OPERADORES LIDOS ...........: " WS-OPER-LIDOS
              DISPLAY "OPERADORES CONVERTIDOS .....: " WS-OPER-GRAVADOS
              IF WS-OPER-LIDOS = WS-OPER-GRAVADOS
                 DISPLAY "OPERADOR.DAT NOVO PRONTO."
              ELSE
                 DISPLAY "ATENCAO: NEM TODOS OS OPERADORES CONVERTIDOS"
                         "!".
           IF WS-TEM-KASIR = "S"
              DISPLAY "CAIXAS LIDOS ...............: " WS-KASIR-LIDOS
              DISPLAY "CAIXAS CONVERTIDOS .........: " WS-KASIR-GRAVADOS
              IF WS-KASIR-LIDOS = WS-KASIR-GRAVADOS
                 DISPLAY "KASIRMAK.DAT NOVO PRONTO."
              ELSE
                 DISPLAY "ATENCAO: NEM TODOS OS CAIXAS CONVERTIDOS!".
      *----------------------------------------------------
       999-FIM.
           STOP RUN.
      ***---------- FIM DO PROGRAMA CONVSENHA ---------***
