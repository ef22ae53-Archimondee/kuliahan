       FILE SECTION.
       COPY "layout.cob".
      *
       COPY "clihist.cob".
      *
       WORKING-STORAGE SECTION.
       01  VARIAVEIS-SISTEMA.
