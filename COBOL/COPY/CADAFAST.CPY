      *--------------------------------------------------------------
      * CADAFAST.CPY
      *
      * LAYOUT DO CADASTRO DE AFASTAMENTOS (CADAFAST.DAT), MANTIDO
      * PELO EM0325 (CHAVE = MATRICULA + INICIO). A FOLHA DO EM0306
      * PRORRATEIA OU SUSPENDE O SALARIO FIXO PELOS DIAS DE
      * AFASTAMENTO DENTRO DA COMPETENCIA E O EM0326 LISTA A SITUACAO
      * DO MES.
      *
      * TIPO-AFA:
      *   "D" = DOENCA - OS PRIMEIROS 15 DIAS DO AFASTAMENTO SAO
      *         PAGOS PELA EMPRESA; DO 16O DIA EM DIANTE O SALARIO E
      *         SUSPENSO (AUXILIO PAGO PELA PREVIDENCIA);
      *   "M" = LICENCA-MATERNIDADE - SALARIO SUSPENSO NA FOLHA
      *         DURANTE TODO O AFASTAMENTO (BENEFICIO PAGO PELA
      *         PREVIDENCIA);
      *   "N" = LICENCA NAO REMUNERADA - SALARIO SUSPENSO.
      * DATAS AAAAMMDD. PREVISTO-AFA = RETORNO PREVISTO; RETORNO-AFA =
      * DIA EM QUE O FUNCIONARIO VOLTOU (ZERO ENQUANTO AFASTADO). O
      * ULTIMO DIA AFASTADO E A VESPERA DO RETORNO.
      *
      * USO (FILE SECTION):
      *       COPY CADAFAST.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADAFAST ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-AFA.
      *--------------------------------------------------------------

       FD CADAFAST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADAFAST.DAT".

       01 REG-AFA.
           02 MAT-AFA        PIC 9(05).
           02 TIPO-AFA       PIC X(01).
           02 INICIO-AFA     PIC 9(08).
           02 PREVISTO-AFA   PIC 9(08).
           02 RETORNO-AFA    PIC 9(08).
