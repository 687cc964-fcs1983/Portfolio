      *--------------------------------------------------------------
      * CADDEPEN.CPY
      *
      * CADASTRO DE DEPENDENTES DOS FUNCIONARIOS PARA OS PLANOS DE
      * SAUDE E ODONTOLOGICO (CADDEPEN.DAT), MANTIDO PELO MANREF
      * (TABELA "DEPEND", CHAVE = MATRICULA + SEQUENCIA). A SEQUENCIA
      * 00 E RESERVADA AO TITULAR - E O CODIGO DO BENEFICIARIO NA
      * OPERADORA (MATRICULA + SEQUENCIA, VER FATPLANO).
      *
      * PARENT-DEP:
      *   "C" = CONJUGE OU COMPANHEIRO(A);
      *   "F" = FILHO(A) OU ENTEADO(A);
      *   "O" = OUTRO DEPENDENTE ADMITIDO PELA OPERADORA.
      * O DEPENDENTE ENTRA EM CADA PLANO DO FUNCIONARIO CONFORME O
      * NIVEL DE COBERTURA DA ADESAO (VER CADBENEF).
      *
      * USO (FILE SECTION):
      *       COPY CADDEPEN.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADDEPEN ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-DEP.
      *--------------------------------------------------------------

       FD CADDEPEN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDEPEN.DAT".

       01 REG-DEP.
           02 MAT-DEP        PIC 9(05).
           02 SEQ-DEP        PIC 9(02).
           02 NOME-DEP       PIC X(20).
           02 PARENT-DEP     PIC X(01).
           02 NASC-DEP       PIC 9(08).
