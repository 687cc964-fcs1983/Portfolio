      *--------------------------------------------------------------
      * WSPERCONT.CPY
      *
      * AREAS DE WORKING-STORAGE DO BLOQUEIO DE PERIODO CONTABIL (VER
      * PERCONT.CPY), CARREGADAS PELO PARAGRAFO LE-PERCONT
      * (LEPERCONT.CPY): TAB-PERC GUARDA AS COMPETENCIAS EM
      * FECHAMENTO OU FECHADAS; VERIFICA-PERIODO DEVOLVE EM
      * PERIODO-FECHADO ("SIM"/"NAO") A SITUACAO DA COMPETENCIA
      * INFORMADA EM ANOMES-TESTE-X.
      *
      * USO (WORKING-STORAGE SECTION):
      *       COPY WSPERCONT.
      *--------------------------------------------------------------

       77 FS-PERCONT         PIC X(02) VALUE SPACES.
       77 FIM-PERCONT        PIC X(03) VALUE "NAO".
       77 PERIODO-FECHADO    PIC X(03) VALUE "NAO".
       77 QTD-PERC           PIC 9(03) VALUE ZEROES.
       77 IDX-PERC           PIC 9(03) VALUE ZEROES.
       77 ANOMES-TESTE-X     PIC X(06) VALUE SPACES.

       01 TAB-PERC.
           02 ANOMES-PERC-TAB PIC X(06) OCCURS 240 TIMES.
