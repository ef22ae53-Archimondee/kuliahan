       FD BAHAN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-BAHAN
           VALUE OF FILE-ID IS 'BAHAN.DAT'.
       01 REG-BAHAN.
           02 BH-KODE PIC 9(3).
           02 BH-NAMA PIC X(20).
           02 BH-SATUAN PIC X(6).
           02 BH-STOK PIC 9(7).
           02 BH-PONTO PIC 9(7).
           02 BH-LOTE PIC 9(7).
           02 BH-FORN PIC 9(3).
           02 BH-AWAL PIC 9(7).
           02 BH-TERIMA PIC 9(7).
           02 BH-TEORI PIC 9(7).
           02 BH-FISIK PIC 9(7).
           02 BH-DIHITUNG PIC X.
               88 BH-SUDAH-HITUNG VALUE 'S'.
           02 BH-TGL-AWAL PIC 9(8).
           02 BH-HARGA PIC 9(8).
           02 FILLER PIC X(2).
