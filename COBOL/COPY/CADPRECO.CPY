      *--------------------------------------------------------------
      * CADPRECO.CPY
      *
      * LAYOUT DA TABELA DE PRECOS DE VENDA (CADPRECO.DAT), MANTIDA
      * PELO EM0423 (CHAVE = ITEM + DEPOSITO + VIGENCIA, EM ORDEM
      * CRESCENTE). O PRECO DE CADMERC/ATUMERC E O CUSTO MEDIO
      * PONDERADO DO EM0403; O PRECO DE VENDA MORA AQUI. O EM0424
      * CONFRONTA OS DOIS NO RELATORIO DIARIO DE MARGEM.
      *
      *   COD-PRC       ITEM DE CADMERC.
      *   DEP-PRC       DEPOSITO; 00 = PRECO UNICO PARA TODOS OS
      *                 DEPOSITOS DO ITEM. O PRECO PROPRIO DO
      *                 DEPOSITO, QUANDO EXISTE, PREVALECE SOBRE O 00.
      *   VIG-PRC       INICIO DE VIGENCIA (AAAAMMDD). VALE O REGISTRO
      *                 DE MAIOR VIGENCIA ATE A DATA DE MOVIMENTO; OS
      *                 DE VIGENCIA FUTURA SAO REAJUSTES PROGRAMADOS.
      *   PRECO-PRC     PRECO DE VENDA UNITARIO.
      *   MARKUP-PRC    MARKUP ALVO EM % SOBRE O CUSTO MEDIO, BASE DO
      *                 PRECO SUGERIDO PELO EM0424.
      *
      * O EM0423 DESCARTA A VIGENCIA QUE JA FOI SUPERADA POR OUTRA EM
      * VIGOR; A TRILHA COMPLETA DAS ALTERACOES FICA EM HISTPRECO.DAT
      * (VER HISTPREC.CPY).
      *
      * USO (FILE SECTION):
      *       COPY CADPRECO.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADPRECO ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-PRC.
      *--------------------------------------------------------------

       FD CADPRECO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPRECO.DAT".

       01 REG-PRC.
           02 COD-PRC        PIC 9(03).
           02 DEP-PRC        PIC 9(02).
           02 VIG-PRC        PIC 9(08).
           02 PRECO-PRC      PIC 9(05)V99.
           02 MARKUP-PRC     PIC 9(03)V99.
