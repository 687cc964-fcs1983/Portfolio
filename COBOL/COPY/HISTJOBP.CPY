      *--------------------------------------------------------------
      * HISTJOBP.CPY
      *
      * LAYOUT DO HISTORICO DE EXECUCAO DOS JOBS PERIODICOS
      * (HISTJOBP.DAT). O DRIVER DO LOTE ACRESCENTA UM REGISTRO
      * A CADA JOB DA AGENDA (AGENDJOB.DAT) QUE TERMINA ABAIXO DO
      * NIVEL DE ABORTO; JOB NAO EXECUTADO (PRE-REQUISITO NAO
      * CUMPRIDO, LOTE INTERROMPIDO) NAO GERA REGISTRO. O PLANEJADOR
      * EM0434 BAIXA POR ELE A AGENDA DOS DIAS ANTERIORES E O EM0409
      * CONFERE POR ELE OS JOBS PERIODICOS DO DIA.
      *
      *   PROGID-HISTJ   PROGRAMA.
      *   PERIODO-HISTJ  PERIODO EXECUTADO (AAAAMM, DA AGENDA).
      *   DATA-HISTJ     DATA DE MOVIMENTO DO LOTE (AAAAMMDD).
      *   RC-HISTJ       RETURN-CODE DO JOB.
      *
      * USO (FILE SECTION):
      *       COPY HISTJOBP.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT HISTJOBP ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-HISTJOBP.
      *--------------------------------------------------------------

       FD HISTJOBP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTJOBP.DAT".

       01 REG-HISTJOBP.
           02 PROGID-HISTJ   PIC X(06).
           02 PERIODO-HISTJ  PIC 9(06).
           02 DATA-HISTJ     PIC 9(08).
           02 RC-HISTJ       PIC 9(03).
