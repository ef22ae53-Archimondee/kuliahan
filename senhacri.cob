       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SENHACRIP.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
           02  WS-RODADA          PIC 9(03) VALUE ZEROS.
           02  WS-POSICAO         PIC 9(02) VALUE ZEROS.
           02  WS-CODIGO          PIC 9(03) VALUE ZEROS.
           02  WS-ACUMULA         PIC 9(15) VALUE ZEROS.
           02  WS-QUOCIENTE       PIC 9(15) VALUE ZEROS.
           02  WS-PARCIAL-1       PIC 9(08) VALUE ZEROS.
           02  WS-PARCIAL-2       PIC 9(08) VALUE ZEROS.
       01  WS-TEXTO               PIC X(12) VALUE SPACES.
      *****  CARACTER NO BYTE BAIXO DE UM BINARIO DE 2 BYTES
       01  WS-BYTE-NUM            PIC 9(04) COMP VALUE ZEROS.
       01  WS-BYTE-X REDEFINES WS-BYTE-NUM.
           02  WS-BYTE-ALTO       PIC X(01).
           02  WS-BYTE-CHAR       PIC X(01).
       01  WS-RESULTADO.
           02  WS-RESULT-1        PIC 9(08).
           02  WS-RESULT-2        PIC 9(08).
       LINKAGE SECTION.
       01  LNK-ID                 PIC X(04).
       01  LNK-SENHA              PIC X(08).
       01  LNK-SENHA-CRIPTO       PIC X(16).
      *----------------------------------------------------
      * CIFRA DE MAO UNICA DAS SENHAS DE OPERADORES E CAIXAS.
      * A SENHA DIGITADA E MISTURADA COM A IDENTIFICACAO
      * (MESMA SENHA EM IDS DIFERENTES DA CIFRAS DIFERENTES)
      * EM 64 RODADAS DE DOIS ACUMULADORES COM RESTO DE
      * DIVISAO POR PRIMOS. O RESULTADO (16 DIGITOS) E O QUE
      * SE GRAVA E SE COMPARA - A SENHA EM CLARO NUNCA VAI
      * PARA DISCO E NAO PODE SER RECUPERADA DA CIFRA.
      *----------------------------------------------------
       PROCEDURE DIVISION USING LNK-ID LNK-SENHA LNK-SENHA-CRIPTO.
      *----------------------------------------------------
       001-INICIO.
           MOVE LNK-ID TO WS-TEXTO (1:4).
           MOVE LNK-SENHA TO WS-TEXTO (5:8).
           MOVE 19770731 TO WS-PARCIAL-1.
           MOVE 31415926 TO WS-PARCIAL-2.
           PERFORM 010-RODADA THRU 010-99-FIM
               VARYING WS-RODADA FROM 1 BY 1
               UNTIL WS-RODADA > 64.
           MOVE WS-PARCIAL-1 TO WS-RESULT-1.
           MOVE WS-PARCIAL-2 TO WS-RESULT-2.
           MOVE WS-RESULTADO TO LNK-SENHA-CRIPTO.
           GO TO 999-FIM.
      *----------------------------------------------------
       010-RODADA.
           PERFORM 020-MISTURA-CARACTER THRU 020-99-FIM
               VARYING WS-POSICAO FROM 1 BY 1
               UNTIL WS-POSICAO > 12.
       010-99-FIM.
           EXIT.
      *----------------------------------------------------
       020-MISTURA-CARACTER.
           MOVE ZEROS TO WS-BYTE-NUM.
           MOVE WS-TEXTO (WS-POSICAO:1) TO WS-BYTE-CHAR.
           MOVE WS-BYTE-NUM TO WS-CODIGO.
           COMPUTE WS-ACUMULA = WS-PARCIAL-1 * 263
                              + WS-CODIGO * (WS-POSICAO + 1)
                              + WS-RODADA.
           DIVIDE WS-ACUMULA BY 99999989 GIVING WS-QUOCIENTE
               REMAINDER WS-PARCIAL-1.
           COMPUTE WS-ACUMULA = WS-PARCIAL-2 * 317
                              + WS-CODIGO * 7
                              + WS-PARCIAL-1.
           DIVIDE WS-ACUMULA BY 99999971 GIVING WS-QUOCIENTE
               REMAINDER WS-PARCIAL-2.
       020-99-FIM.
           EXIT.
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA SENHACRIP ---------***
