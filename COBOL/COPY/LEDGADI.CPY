      *--------------------------------------------------------------
      * LEDGADI.CPY
      *
      * LAYOUT DO RAZAO DE ADIANTAMENTOS QUINZENAIS (LEDGADI.DAT). O
      * ADIANTAMENTO DO DIA 20 ERA UMA TRANSFERENCIA MANUAL DA
      * TESOURARIA QUE A FOLHA PRECISAVA LEMBRAR DE DESCONTAR. O
      * EM0345 ACRESCENTA AQUI, EM EXTEND, UM REGISTRO POR
      * FUNCIONARIO ADIANTADO NA COMPETENCIA (O MESMO VALOR CREDITADO
      * NO BANCADI.DAT); O EM0306 DESCONTA NA FOLHA NORMAL DA MESMA
      * COMPETENCIA O QUE ESTA REGISTRADO AQUI E O EM0314 CONFERE O
      * RAZAO CONTRA O BANCADI E CONTRA A LINHA DO HOLERITE.
      *
      * COMP-LADI E A COMPETENCIA (AAAAMM DA DATA DE MOVIMENTO DA
      * RODADA); DATA-LADI E A PROPRIA DATA DE MOVIMENTO AAAAMMDD;
      * CONTA-LADI E A CONTA CREDITADA; BASE-LADI E O SALARIO FIXO
      * SOBRE O QUAL O PERCENTUAL PCT-LADI FOI APLICADO.
      *
      * USO (FILE SECTION):
      *       COPY LEDGADI.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT LEDGADI ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-LADI.
      *
      *   ABRIR EM EXTEND COM FALLBACK PARA OUTPUT QUANDO O STATUS
      *   FOR "35", COMO NOS DEMAIS ACUMULADORES DA CADEIA.
      *--------------------------------------------------------------

       FD LEDGADI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LEDGADI.DAT".

       01 REG-LADI.
           02 MAT-LADI       PIC 9(05).
           02 COMP-LADI      PIC 9(06).
           02 DATA-LADI      PIC 9(08).
           02 CONTA-LADI     PIC 9(10).
           02 PCT-LADI       PIC 9(03)V99.
           02 BASE-LADI      PIC 9(07)V99.
           02 VALOR-LADI     PIC 9(07)V99.
