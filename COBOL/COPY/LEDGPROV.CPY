      *--------------------------------------------------------------
      * LEDGPROV.CPY
      *
      * LAYOUT DO RAZAO DE PROVISOES DE 13O SALARIO E FERIAS POR
      * FUNCIONARIO (LEDGPROV.DAT), GRAVADO EM EXTEND PELO EM0328 NO
      * FECHAMENTO DE CADA COMPETENCIA. O SALDO DA PROVISAO DE UMA
      * MATRICULA E A SOMA DOS REGISTROS "P" MENOS A SOMA DOS DEMAIS.
      *
      * TIPOS DE MOVIMENTO:
      *   "P" = PROVISAO DO MES (1/12 DO 13O, 1/12 DAS FERIAS + 1/3
      *         E OS ENCARGOS DE INSS PATRONAL E FGTS SOBRE ELES);
      *   "1" = BAIXA PELO PAGAMENTO DA 1A PARCELA DO 13O (EM0306);
      *   "2" = BAIXA PELO PAGAMENTO DA 2A PARCELA DO 13O (EM0306) -
      *         ZERA O QUE RESTAR DA PROVISAO DE 13O;
      *   "V" = BAIXA PELO PAGAMENTO DE FERIAS (EM0323);
      *   "R" = BAIXA DE TODO O SALDO NA RESCISAO (EM0312).
      * NAS BAIXAS OS VALORES SAO POSITIVOS (SUBTRAEM DO SALDO).
      *
      * DEPT-PROV E O DEPARTAMENTO DO FUNCIONARIO NA COMPETENCIA;
      * ANOMES-PROV A COMPETENCIA (AAAAMM) E DATA-PROV A DATA DE
      * MOVIMENTO DA RODADA (AAAAMMDD). O EM0414 EXPORTA AS
      * PROVISOES E AS BAIXAS DO MES PARA A CONTABILIDADE.
      *
      * USO (FILE SECTION):
      *       COPY LEDGPROV.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT LEDGPROV ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-PROV.
      *
      *   ABRIR EM EXTEND COM FALLBACK PARA OUTPUT QUANDO O STATUS
      *   FOR "35", COMO NOS DEMAIS ACUMULADORES DA CADEIA.
      *--------------------------------------------------------------

       FD LEDGPROV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LEDGPROV.DAT".

       01 REG-LEDGPROV.
           02 MAT-PROV       PIC 9(05).
           02 DEPT-PROV      PIC X(01).
           02 ANOMES-PROV    PIC 9(06).
           02 TIPO-PROV      PIC X(01).
           02 DEC13-PROV     PIC 9(07)V99.
           02 FERIAS-PROV    PIC 9(07)V99.
           02 INSS-PROV      PIC 9(07)V99.
           02 FGTS-PROV      PIC 9(07)V99.
           02 DATA-PROV      PIC 9(08).
