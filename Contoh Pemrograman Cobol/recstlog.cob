       FD STOKLOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS REG-STOKLOG
           VALUE OF FILE-ID IS 'STOKLOG.DAT'.
       01 REG-STOKLOG.
           02 SL-TGL PIC 9(8).
           02 SL-HORA PIC 9(6).
           02 SL-OPERADOR PIC X(4).
           02 SL-TIPO PIC X.
               88 SL-BAHAN VALUE 'B'.
               88 SL-PORSI VALUE 'P'.
           02 SL-KODE PIC 9(3).
           02 SL-NAMA PIC X(20).
           02 SL-SATUAN PIC X(6).
           02 SL-ALASAN PIC X.
               88 SL-RUSAK VALUE 'R'.
               88 SL-JATUH VALUE 'J'.
               88 SL-MAKAN-STAF VALUE 'M'.
               88 SL-CONTOH VALUE 'C'.
               88 SL-OPNAME VALUE 'O'.
           02 SL-ARAH PIC X.
               88 SL-KURANG VALUE '-'.
               88 SL-TAMBAH VALUE '+'.
           02 SL-QTD PIC 9(7).
           02 SL-HARGA PIC 9(8).
           02 SL-NILAI PIC 9(11).
           02 SL-STOK-ANTES PIC 9(7).
           02 SL-STOK-DEPOIS PIC 9(7).
           02 SL-CATATAN PIC X(20).
           02 FILLER PIC X(10).
