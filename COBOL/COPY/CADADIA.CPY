      *--------------------------------------------------------------
      * CADADIA.CPY
      *
      * TABELA DE PERCENTUAIS DO ADIANTAMENTO QUINZENAL (CADADIA.DAT),
      * MANTIDA PELO MANREF (TABELA "ADIANT", CHAVE = TIPO + CHAVE)
      * E LIDA PELO EM0345:
      *   TIPO-CADI      = "F" PERCENTUAL DE UM FUNCIONARIO (CHAVE =
      *                    MATRICULA) OU "D" PERCENTUAL DE UM
      *                    DEPARTAMENTO (CHAVE = CODIGO DO DEPTO NA
      *                    PRIMEIRA POSICAO, O RESTO EM BRANCO);
      *   PCT-CADI       = PERCENTUAL DO SALARIO FIXO ADIANTADO NO DIA
      *                    DO RUNCTL. ZERO = SEM ADIANTAMENTO.
      * O PERCENTUAL DO FUNCIONARIO PREVALECE SOBRE O DO DEPARTAMENTO
      * (INCLUSIVE O ZERO, PARA QUEM NAO QUER O ADIANTAMENTO), E O DO
      * DEPARTAMENTO SOBRE O PADRAO DO RUNCTL (PROG "EM0345", PARM2).
      *
      * USO (FILE SECTION):
      *       COPY CADADIA.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADADIA ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-CADI.
      *--------------------------------------------------------------

       FD CADADIA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADADIA.DAT".

       01 REG-CADI.
           02 TIPO-CADI      PIC X(01).
           02 CHAVE-CADI     PIC X(05).
           02 PCT-CADI       PIC 9(03)V99.
