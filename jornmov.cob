           02  WS-CSE             PIC 9(02) VALUE ZEROS.
       LINKAGE SECTION.
       01  LNK-PROGRAMA           PIC X(08).
       01  LNK-IMAGEM             PIC X(53).
      *----------------------------------------------------
      * JORNAL DE IMAGENS DE MOVIMENT.DAT PARA RECUPERACAO
      * A FRENTE: CADA GRAVACAO E ANOTADA EM MOVJORN.SEQ E
