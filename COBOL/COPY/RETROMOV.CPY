      *--------------------------------------------------------------
      * RETROMOV.CPY
      *
      * LAYOUT DO MOVIMENTO DE DIFERENCAS RETROATIVAS (RETROMOV.DAT),
      * GRAVADO PELO EM0327 A PARTIR DE UMA RODADA DE REAJUSTE DO
      * EM0108 COM DATA-BASE ANTERIOR, E PAGO PELO EM0306 NA FOLHA
      * NORMAL DA COMPETENCIA COMP-RET, EM LINHA PROPRIA.
      *
      * UM REGISTRO POR MATRICULA:
      *   INI-RET/FIM-RET = PRIMEIRA E ULTIMA COMPETENCIA (AAAAMM)
      *                     COM DIFERENCA;
      *   MESES-RET       = QUANTIDADE DE COMPETENCIAS COM DIFERENCA
      *                     (DIVISOR DO IRRF DE RENDIMENTOS
      *                     ACUMULADOS, CALCULADO PELO EM0306);
      *   VALOR-RET       = SOMA DAS DIFERENCAS (FIXO, HORAS EXTRAS
      *                     E 13O);
      *   INSS-RET        = SOMA DAS DIFERENCAS DE INSS, CADA UMA
      *                     CALCULADA NA TABELA DA SUA COMPETENCIA.
      *
      * USO (FILE SECTION):
      *       COPY RETROMOV.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT RETROMOV ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-RETRO.
      *--------------------------------------------------------------

       FD RETROMOV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RETROMOV.DAT".

       01 REG-RETRO.
           02 MAT-RET        PIC 9(05).
           02 COMP-RET       PIC 9(06).
           02 INI-RET        PIC 9(06).
           02 FIM-RET        PIC 9(06).
           02 MESES-RET      PIC 9(02).
           02 VALOR-RET      PIC 9(07)V99.
           02 INSS-RET       PIC 9(07)V99.
