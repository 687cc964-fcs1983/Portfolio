      *--------------------------------------------------------------
      * CADOPER.CPY
      *
      * LAYOUT DO CADASTRO DE OPERADORES (CADOPER.DAT), MANTIDO PELO
      * UTILITARIO OPERADOR (COBOL/UTIL) E LIDO PELO SUBPROGRAMA DE
      * IDENTIFICACAO LOGINOPR, CHAMADO NO INICIO DE CADA UTILITARIO
      * DE CONSOLE COM PODER SOBRE OS ARQUIVOS (APROVA, MANREF,
      * REPLJRN, REORGIDX, EM0218, EM0227, OPERADOR).
      *
      *   ID-OPER        IDENTIFICACAO DO OPERADOR.
      *   NOME-OPER      NOME POR EXTENSO.
      *   HASH-OPER      RESUMO DA SENHA (VER CALCSENHA.CPY) - A SENHA
      *                  EM CLARO NUNCA E GRAVADA.
      *   NIVEL-OPER     1 = OPERADOR, 2 = OPERADOR SENIOR,
      *                  3 = SUPERVISOR, 9 = ADMINISTRADOR (TEM ACESSO
      *                  A TUDO; OS DEMAIS DEPENDEM DA TABELA DE
      *                  ACESSO CADACES.DAT, MANTIDA PELO MANREF).
      *   FALHAS-OPER    SENHAS ERRADAS CONSECUTIVAS; NA TERCEIRA O
      *                  OPERADOR E BLOQUEADO.
      *   SITU-OPER      "A" ATIVO, "B" BLOQUEADO POR FALHAS (SO O
      *                  ADMINISTRADOR DESBLOQUEIA), "I" INATIVO.
      *   DATA-ULT-OPER  DATA (REAL, AAAAMMDD) DO ULTIMO ACESSO
      *                  ACEITO.
      *
      * USO (FILE SECTION):
      *       COPY CADOPER.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADOPER ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-OPER.
      *--------------------------------------------------------------

       FD CADOPER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADOPER.DAT".

       01 REG-OPER.
           02 ID-OPER        PIC X(08).
           02 NOME-OPER      PIC X(20).
           02 HASH-OPER      PIC 9(09).
           02 NIVEL-OPER     PIC 9(01).
           02 FALHAS-OPER    PIC 9(01).
           02 SITU-OPER      PIC X(01).
           02 DATA-ULT-OPER  PIC 9(08).
