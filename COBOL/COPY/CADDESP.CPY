      *--------------------------------------------------------------
      * CADDESP.CPY
      *
      * TABELA DE CATEGORIAS DE DESPESA REEMBOLSAVEL (CADDESP.DAT),
      * MANTIDA PELO MANREF (TABELA "DESPESA", CHAVE = CATEGORIA) E
      * LIDA PELO EM0344 NA CRITICA DOS PEDIDOS DE REEMBOLSO:
      *   CATEG-DESP     = CODIGO DA CATEGORIA (EX. "COM" COMBUSTIVEL,
      *                    "REF" REFEICAO, "PED" PEDAGIO);
      *   LIM-COMP-DESP  = VALOR MAXIMO DE UM COMPROVANTE;
      *   LIM-MES-DESP   = VALOR MAXIMO POR FUNCIONARIO NO MES DA
      *                    DESPESA, SOMANDO OS PEDIDOS JA ACEITOS
      *                    (ZERO = SEM LIMITE MENSAL).
      *
      * USO (FILE SECTION):
      *       COPY CADDESP.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADDESP ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-DESP.
      *--------------------------------------------------------------

       FD CADDESP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDESP.DAT".

       01 REG-DESP.
           02 CATEG-DESP     PIC X(03).
           02 DESCR-DESP     PIC X(20).
           02 LIM-COMP-DESP  PIC 9(07)V99.
           02 LIM-MES-DESP   PIC 9(07)V99.
