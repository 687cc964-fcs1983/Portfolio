      *--------------------------------------------------------------
      * CADPAGAR.CPY
      *
      * LAYOUT DO CADASTRO DE CONTAS A PAGAR A FORNECEDORES
      * (CADPAGAR.DAT) - UM REGISTRO POR NOTA FISCAL DE FORNECEDOR
      * CASADA COM O PEDIDO E O RECEBIMENTO PELO EM0427, QUE O
      * ACRESCENTA EM EXTEND:
      *   FORN-PG       CODIGO DO FORNECEDOR (FORN-CAD/CADFORN).
      *   NUMNF-PG      NUMERO DA NOTA FISCAL DO FORNECEDOR.
      *   EMISSAO-PG    EMISSAO DA NOTA (AAAAMMDD).
      *   VENCTO-PG     VENCIMENTO DA NOTA ROLADO PARA DIA UTIL PELO
      *                 SUBPROGRAMA DATAROLL (AAAAMMDD).
      *   VALOR-PG      VALOR DA NOTA (SOMA QTDE X PRECO DOS ITENS).
      *   STATUS-PG     "A" = EM ABERTO, "P" = PAGA.
      *   DTPAG-PG      DATA DE MOVIMENTO DO PAGAMENTO SEMANAL QUE A
      *                 QUITOU (EM0428); ZERO ENQUANTO ABERTA.
      *   LANC-PG       DATA DE MOVIMENTO DO LANCAMENTO (EM0427).
      * O EM0428 REGRAVA O ARQUIVO INTEIRO A CADA PAGAMENTO SEMANAL,
      * NOS MOLDES DO PEDABERTO NO EM0416.
      *
      * USO (FILE SECTION):
      *       COPY CADPAGAR.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADPAGAR ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-PAGAR.
      *--------------------------------------------------------------

       FD CADPAGAR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPAGAR.DAT".

       01 REG-PAGAR.
           02 FORN-PG        PIC 9(04).
           02 NUMNF-PG       PIC 9(09).
           02 EMISSAO-PG     PIC 9(08).
           02 VENCTO-PG      PIC 9(08).
           02 VALOR-PG       PIC 9(09)V99.
           02 STATUS-PG      PIC X(01).
           02 DTPAG-PG       PIC 9(08).
           02 LANC-PG        PIC 9(08).
