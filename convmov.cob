           MOVE SPACES TO REG-MOVIMENTO.
           MOVE REG-MOVANTIGO TO REG-MOVIMENTO (1:49).
           MOVE SPACE TO SITUACAO-MOV.
           MOVE ZEROS TO CODIGO-MOV.
           WRITE REG-MOVIMENTO
               INVALID KEY
               DISPLAY "ERRO AO GRAVAR MOVIMENTO " CHAVE-MOVIMENTO
