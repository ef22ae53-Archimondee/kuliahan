       FD REAJLOTE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-REAJLOTE
           VALUE OF FILE-ID IS 'REAJLOTE.DAT'.
       01 REG-REAJLOTE.
           02 RL-CHAVE.
               03 RL-LOTE PIC 9(14).
               03 RL-SEQ PIC 9(5).
           02 RL-NOME PIC X(40).
           02 RL-CATEGORIA PIC X.
           02 RL-PERCENTUAL PIC 9(2)V99.
           02 RL-SALARIO PIC 9(4)V99.
           02 RL-REAJUSTE PIC 9(4)V99.
           02 RL-NOKAR PIC 9(4).
           02 RL-GAJI-ANTES PIC 9(6).
           02 RL-GAJI-NOVO PIC 9(6).
           02 RL-SITUACAO PIC X.
               88 RL-PENDENTE VALUE ' '.
               88 RL-POSTADO VALUE 'P'.
               88 RL-EXCECAO VALUE 'E'.
           02 RL-MOTIVO PIC X(2).
           02 FILLER PIC X(5).
