      *--------------------------------------------------------------
      * CADPLANO.CPY
      *
      * TABELA DE PRECOS DOS PLANOS DE SAUDE E ODONTOLOGICO
      * (CADPLANO.DAT), MANTIDA PELO MANREF (TABELA "PLANO", CHAVE =
      * VIGENCIA + PLANO + IDADE LIMITE, EM ORDEM ASCENDENTE). CADA
      * REGISTRO E UMA FAIXA ETARIA DE UM PLANO: VALE PARA AS VIDAS
      * (TITULAR OU DEPENDENTE) COM IDADE ATE IDADE-PLANO, ACIMA DA
      * FAIXA ANTERIOR DO MESMO PLANO; A ULTIMA FAIXA LEVA 999.
      *   FUNC-PLANO  PARTE DO FUNCIONARIO POR VIDA, DESCONTADA EM
      *               FOLHA PELO EM0306;
      *   EMPR-PLANO  PARTE DA EMPRESA POR VIDA.
      * A OPERADORA FATURA, POR VIDA, A SOMA DAS DUAS (VER EM0342).
      * VALE O CONJUNTO DA VIGENCIA MAIS RECENTE QUE NAO SEJA
      * POSTERIOR A DATA DE MOVIMENTO, COMO NO TABINSS: O REAJUSTE
      * DA OPERADORA ENTRA COMO UMA VIGENCIA NOVA COM TODOS OS PLANOS.
      *
      * USO (FILE SECTION):
      *       COPY CADPLANO.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADPLANO ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-PLANO.
      *--------------------------------------------------------------

       FD CADPLANO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPLANO.DAT".

       01 REG-PLANO.
           02 VIG-PLANO      PIC 9(08).
           02 COD-PLANO      PIC X(04).
           02 IDADE-PLANO    PIC 9(03).
           02 FUNC-PLANO     PIC 9(05)V99.
           02 EMPR-PLANO     PIC 9(05)V99.
