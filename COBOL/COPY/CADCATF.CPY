      *--------------------------------------------------------------
      * CADCATF.CPY
      *
      * LAYOUT DO CATALOGO FORNECEDOR X ITEM (CADCATF.DAT), MANTIDO
      * PELO EM0432 (CHAVE = ITEM + FORNECEDOR, EM ORDEM CRESCENTE).
      * O FORN-CAD DO CADMERC CONTINUA SENDO O FORNECEDOR HABITUAL
      * DO ITEM; O CATALOGO TRAZ AS OFERTAS DOS FORNECEDORES
      * HOMOLOGADOS, ENTRE AS QUAIS O EM0411 ESCOLHE A DO PEDIDO.
      *
      *   COD-CTF       ITEM DE CADMERC (VALE PARA TODOS OS DEPOSITOS).
      *   FORN-CTF      FORNECEDOR DE CADFORN.
      *   PRECO-CTF     PRECO UNITARIO DE COMPRA DO FORNECEDOR.
      *   LOTEMIN-CTF   QUANTIDADE MINIMA POR PEDIDO (ZERO = SEM
      *                 MINIMO); A SUGESTAO MENOR SOBE ATE ELA.
      *   PRAZO-CTF     PRAZO DE ENTREGA EM DIAS CORRIDOS.
      *   VALID-CTF     ULTIMO DIA DE VALIDADE DA OFERTA (AAAAMMDD);
      *                 VENCIDA, A OFERTA NAO E ESCOLHIDA E SAI DO
      *                 CATALOGO NA PROXIMA MANUTENCAO.
      *
      * USO (FILE SECTION):
      *       COPY CADCATF.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADCATF ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-CTF.
      *--------------------------------------------------------------

       FD CADCATF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCATF.DAT".

       01 REG-CTF.
           02 COD-CTF        PIC 9(03).
           02 FORN-CTF       PIC 9(04).
           02 PRECO-CTF      PIC 9(04)V99.
           02 LOTEMIN-CTF    PIC 9(04).
           02 PRAZO-CTF      PIC 9(03).
           02 VALID-CTF      PIC 9(08).
