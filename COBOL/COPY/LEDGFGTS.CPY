      *--------------------------------------------------------------
      * LEDGFGTS.CPY
      *
      * LAYOUT DO RAZAO DE DEPOSITOS DE FGTS POR FUNCIONARIO
      * (LEDGFGTS.DAT). A FOLHA CALCULAVA BRUTO, INSS E IRRF MAS
      * NADA DE FGTS: O FINANCEIRO TIRAVA OS 8% NA MAO DO REL-PAG E A
      * RESCISAO NAO TINHA SALDO SOBRE O QUAL CALCULAR A MULTA. CADA
      * RODADA QUE PAGA REMUNERACAO (EM0306 NORMAL E 13O, EM0312
      * RESCISAO, EM0323 FERIAS) ACRESCENTA AQUI, EM EXTEND, UM
      * DEPOSITO POR MATRICULA; O EM0324 TIRA DELE A GUIA MENSAL E O
      * EXTRATO, E O EM0312 SOMA O SALDO PARA A MULTA RESCISORIA. O
      * DEPOSITO "R" TAMBEM MARCA O DESLIGAMENTO PARA O EM0328, QUE
      * BAIXA A PROVISAO DE 13O E FERIAS DO FUNCIONARIO.
      *
      * TIPOS DE MOVIMENTO:
      *   "F" = DEPOSITO DA FOLHA NORMAL (EM0306);
      *   "D" = DEPOSITO SOBRE O 13O SALARIO (EM0306, MODOS 1 E 2);
      *   "V" = DEPOSITO SOBRE FERIAS + 1/3 (EM0323);
      *   "R" = DEPOSITO SOBRE AS VERBAS DA RESCISAO (EM0312);
      *   "M" = MULTA RESCISORIA (40% DO SALDO, DISPENSA SEM JUSTA
      *         CAUSA - EM0312). RECOLHIDA NA GUIA, MAS NAO ENTRA NO
      *         SALDO SOBRE O QUAL A MULTA E CALCULADA.
      *
      * ANOMES-FGTS E A COMPETENCIA (AAAAMM DA DATA DE MOVIMENTO DA
      * RODADA); DATA-FGTS E A PROPRIA DATA DE MOVIMENTO AAAAMMDD.
      *
      * USO (FILE SECTION):
      *       COPY LEDGFGTS.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT LEDGFGTS ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-FGTS.
      *
      *   ABRIR EM EXTEND COM FALLBACK PARA OUTPUT QUANDO O STATUS
      *   FOR "35", COMO NOS DEMAIS ACUMULADORES DA CADEIA.
      *--------------------------------------------------------------

       FD LEDGFGTS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LEDGFGTS.DAT".

       01 REG-LEDGFGTS.
           02 MAT-FGTS       PIC 9(05).
           02 ANOMES-FGTS    PIC 9(06).
           02 TIPO-FGTS      PIC X(01).
           02 BASE-FGTS      PIC 9(09)V99.
           02 VALOR-FGTS     PIC 9(07)V99.
           02 DATA-FGTS      PIC 9(08).
