       FD SENHALOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS REG-SENHALOG
           VALUE OF FILE-ID IS "SENHALOG.DAT".
       01  REG-SENHALOG.
           02  DATA-SLG           PIC 9(08).
           02  HORA-SLG           PIC 9(06).
           02  EVENTO-SLG         PIC X(01).
               88  SLG-FALHA      VALUE "F".
               88  SLG-INEXISTENTE VALUE "N".
               88  SLG-BLOQUEIO   VALUE "B".
               88  SLG-JA-BLOQUEADO VALUE "T".
               88  SLG-DESBLOQUEIO VALUE "D".
           02  TIPO-ID-SLG        PIC X(01).
               88  SLG-OPERADOR   VALUE "O".
               88  SLG-KASIR      VALUE "K".
           02  ID-SLG             PIC X(04).
           02  PROGRAMA-SLG       PIC X(08).
           02  TENTATIVAS-SLG     PIC 9(02).
           02  RESPONSAVEL-SLG    PIC X(04).
           02  FILLER             PIC X(16).
