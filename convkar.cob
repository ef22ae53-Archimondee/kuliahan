           MOVE SPACES TO BANK-KODE-KAR.
           MOVE SPACES TO BANK-REK-KAR.
           MOVE ZEROS TO DEPT-KAR.
           MOVE ZEROS TO TGL-MASUK-KAR.
           WRITE REG-KARYAWAN
               INVALID KEY
               DISPLAY "CHAVE DUPLICADA: " NOKAR
