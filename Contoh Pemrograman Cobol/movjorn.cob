           02  PROGRAMA-JORNAL    PIC X(08).
           02  DATA-JORNAL        PIC 9(08).
           02  HORA-JORNAL        PIC 9(06).
           02  IMAGEM-JORNAL      PIC X(53).
