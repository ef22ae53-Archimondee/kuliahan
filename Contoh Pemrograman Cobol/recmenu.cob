       FD MENUITEM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-MENUITEM
           VALUE OF FILE-ID IS 'MENUITEM.DAT'.
       01 REG-MENUITEM.
           02 MN-KODE PIC 9(3).
           02 MN-NAMA PIC X(20).
           02 MN-KATEGORI PIC X.
               88 MN-MAKANAN VALUE 'M'.
               88 MN-MINUMAN VALUE 'N'.
               88 MN-TAMBAHAN VALUE 'T'.
           02 MN-STASIUN PIC X(8).
           02 MN-AKTIF PIC X.
               88 MN-ATIVO VALUE 'A'.
               88 MN-INATIVO VALUE 'I'.
           02 FILLER PIC X(27).
