       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DIASDATA.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-CALCULO.
           02  WS-A               PIC 9(09) VALUE ZEROS.
           02  WS-B               PIC 9(09) VALUE ZEROS.
           02  WS-C               PIC 9(09) VALUE ZEROS.
           02  WS-D               PIC 9(09) VALUE ZEROS.
           02  WS-E               PIC 9(09) VALUE ZEROS.
           02  WS-M               PIC 9(09) VALUE ZEROS.
           02  WS-Y               PIC 9(09) VALUE ZEROS.
           02  WS-T1              PIC 9(09) VALUE ZEROS.
           02  WS-T2              PIC 9(09) VALUE ZEROS.
           02  WS-T3              PIC 9(09) VALUE ZEROS.
           02  WS-T4              PIC 9(09) VALUE ZEROS.
           02  WS-RESTO           PIC 9(09) VALUE ZEROS.
       LINKAGE SECTION.
       01  LNK-DATA.
           02  LNK-DIA            PIC 9(02).
           02  LNK-MES            PIC 9(02).
           02  LNK-ANO            PIC 9(04).
       01  LNK-FUNCAO             PIC X(01).
       01  LNK-DIAS               PIC 9(07).
      *----------------------------------------------------
      * FUNCOES: "N" - CONVERTE LNK-DATA NO NUMERO DE DIAS
      *                CORRIDOS (DIA JULIANO) EM LNK-DIAS
      *          "D" - CONVERTE LNK-DIAS DE VOLTA PARA A
      *                DATA EM LNK-DATA
      * A DIFERENCA ENTRE DOIS NUMEROS DA O PRAZO EM DIAS;
      * SOMAR DIAS AO NUMERO E CONVERTER DA O VENCIMENTO.
      *----------------------------------------------------
       PROCEDURE DIVISION USING LNK-DATA LNK-FUNCAO LNK-DIAS.
      *----------------------------------------------------
       001-INICIO.
           IF LNK-FUNCAO = "D" OR LNK-FUNCAO = "d"
              GO TO 200-DIAS-PARA-DATA.
      *----------------------------------------------------
       100-DATA-PARA-DIAS.
           IF LNK-MES < 3
              MOVE 1 TO WS-A
           ELSE
              MOVE ZEROS TO WS-A.
           COMPUTE WS-Y = LNK-ANO + 4800 - WS-A.
           COMPUTE WS-M = LNK-MES + ( 12 * WS-A ) - 3.
           COMPUTE WS-T1 = ( 153 * WS-M ) + 2.
           DIVIDE WS-T1 BY 5 GIVING WS-T1 REMAINDER WS-RESTO.
           DIVIDE WS-Y BY 4 GIVING WS-T2 REMAINDER WS-RESTO.
           DIVIDE WS-Y BY 100 GIVING WS-T3 REMAINDER WS-RESTO.
           DIVIDE WS-Y BY 400 GIVING WS-T4 REMAINDER WS-RESTO.
           COMPUTE LNK-DIAS = LNK-DIA + WS-T1 + ( 365 * WS-Y )
               + WS-T2 - WS-T3 + WS-T4 - 32045.
           GO TO 999-FIM.
      *----------------------------------------------------
       200-DIAS-PARA-DATA.
           COMPUTE WS-A = LNK-DIAS + 32044.
           COMPUTE WS-T1 = ( 4 * WS-A ) + 3.
           DIVIDE WS-T1 BY 146097 GIVING WS-B REMAINDER WS-RESTO.
           COMPUTE WS-T1 = 146097 * WS-B.
           DIVIDE WS-T1 BY 4 GIVING WS-T2 REMAINDER WS-RESTO.
           COMPUTE WS-C = WS-A - WS-T2.
           COMPUTE WS-T1 = ( 4 * WS-C ) + 3.
           DIVIDE WS-T1 BY 1461 GIVING WS-D REMAINDER WS-RESTO.
           COMPUTE WS-T1 = 1461 * WS-D.
           DIVIDE WS-T1 BY 4 GIVING WS-T2 REMAINDER WS-RESTO.
           COMPUTE WS-E = WS-C - WS-T2.
           COMPUTE WS-T1 = ( 5 * WS-E ) + 2.
           DIVIDE WS-T1 BY 153 GIVING WS-M REMAINDER WS-RESTO.
           COMPUTE WS-T1 = ( 153 * WS-M ) + 2.
           DIVIDE WS-T1 BY 5 GIVING WS-T2 REMAINDER WS-RESTO.
           COMPUTE LNK-DIA = WS-E - WS-T2 + 1.
           DIVIDE WS-M BY 10 GIVING WS-T3 REMAINDER WS-RESTO.
           COMPUTE LNK-MES = WS-M + 3 - ( 12 * WS-T3 ).
           COMPUTE LNK-ANO = ( 100 * WS-B ) + WS-D - 4800 + WS-T3.
      *----------------------------------------------------
       999-FIM.
           GOBACK.
      ***---------- FIM DO PROGRAMA DIASDATA ---------***
