      *--------------------------------------------------------------
      * WSFECHEST.CPY
      *
      * AREAS DE WORKING-STORAGE DO PERIODO FECHADO DE ESTOQUE (VER
      * FECHEST.CPY), CARREGADAS PELO PARAGRAFO LE-FECHEST
      * (LEFECHEST.CPY): ANOMES-FECHADO E A ULTIMA COMPETENCIA
      * FECHADA (ZEROS = NENHUM FECHAMENTO AINDA) E VALOR-FECHADO O
      * VALOR DO ESTOQUE FINAL CONGELADO NELA.
      *
      * USO (WORKING-STORAGE SECTION):
      *       COPY WSFECHEST.
      *--------------------------------------------------------------

       77 FS-FECHEST         PIC X(02) VALUE SPACES.
       77 FIM-FECHEST        PIC X(03) VALUE "NAO".
       77 VALOR-FECHADO      PIC 9(09)V99 VALUE ZEROES.

       01 ANOMES-FECHADO-X   PIC X(06) VALUE "000000".
       01 ANOMES-FECHADO REDEFINES ANOMES-FECHADO-X PIC 9(06).
