      *--------------------------------------------------------------
      * AGENDJOB.CPY
      *
      * LAYOUT DA AGENDA DE JOBS PERIODICOS DO DIA (AGENDJOB.DAT),
      * REGRAVADA PELO PLANEJADOR EM0434 NO INICIO DE CADA LOTE COM
      * OS JOBS DE CADJOBP.DAT QUE VENCEM NA DATA DE MOVIMENTO, JA NA
      * ORDEM DOS PRE-REQUISITOS. O DRIVER DO LOTE EXECUTA CADA
      * JOB DA AGENDA DEPOIS DA CADEIA DIARIA E O EM0409 OS CONFERE
      * JUNTO COM OS PASSOS DE CADPASSO.DAT.
      *
      *   PROGID-AGEN    PROGRAMA.
      *   GRUPO-AGEN     SUBDIRETORIO EM QUE RODA (BRANCO = RAIZ).
      *   PERIODO-AGEN   PERIODO A QUE A EXECUCAO SE REFERE (AAAAMM
      *                  DO MES DE VENCIMENTO).
      *   PREREQ1-AGEN   PRE-REQUISITOS (VER CADJOBP.CPY).
      *   PREREQ2-AGEN
      *
      * USO (FILE SECTION):
      *       COPY AGENDJOB.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT AGENDJOB ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-AGENDJOB.
      *--------------------------------------------------------------

       FD AGENDJOB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AGENDJOB.DAT".

       01 REG-AGENDJOB.
           02 PROGID-AGEN    PIC X(06).
           02 GRUPO-AGEN     PIC X(04).
           02 PERIODO-AGEN   PIC 9(06).
           02 PREREQ1-AGEN   PIC X(06).
           02 PREREQ2-AGEN   PIC X(06).
