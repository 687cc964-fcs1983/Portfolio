      *--------------------------------------------------------------
      * CADTITC.CPY
      *
      * LAYOUT DO CADASTRO DE TITULOS A RECEBER DE CLIENTES
      * (CADTITC.DAT), MANTIDO PELO EM0229 (CHAVE = NUMERO DO TITULO).
      * UM TITULO POR VENDA A PRAZO ACEITA NO EM0422:
      *   NUM-TITC      NUMERO DO TITULO = NUMERO DO PEDIDO DE VENDA.
      *   CLI-TITC      CODIGO DO CLIENTE NO CADCLIX.
      *   EMISSAO-TITC  DATA DE MOVIMENTO DA VENDA (AAAAMMDD).
      *   VENC-TITC     VENCIMENTO AAAAMMDD (EMISSAO + PRAZO DO PEDIDO,
      *                 JA ROLADO PARA DIA UTIL PELO DATAROLL).
      *   VALOR-TITC    VALOR ORIGINAL DO TITULO (TOTAL DO PEDIDO).
      *   PAGO-TITC     TOTAL JA BAIXADO (PAGAMENTOS PARCIAIS SOMAM).
      *   SIT-TITC      "A" = ABERTO; "P" = PAGO (LIQUIDADO).
      *   NOSSONUM-TITC NOSSO NUMERO DO BOLETO EMITIDO PELO EM0229 NO
      *                 LAYOUT DO BOLETO.DAT: 9000000 + NUMERO DO
      *                 TITULO (A FAIXA 9NNNNNN FICA RESERVADA AOS
      *                 CLIENTES) + AAMMDD DA EMISSAO. E POR ELE QUE O
      *                 EM0219 RECONHECE O RETORNO DE UM CLIENTE.
      *   PAGTO-TITC    DATA DA ULTIMA BAIXA (ZERO SEM PAGAMENTO).
      * SALDO DO TITULO = VALOR-TITC - PAGO-TITC.
      *
      * USO (FILE SECTION):
      *       COPY CADTITC.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADTITC ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-TITC.
      *--------------------------------------------------------------

       FD CADTITC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTITC.DAT".

       01 REG-TITC.
           02 NUM-TITC       PIC 9(06).
           02 CLI-TITC       PIC X(03).
           02 EMISSAO-TITC   PIC 9(08).
           02 VENC-TITC      PIC 9(08).
           02 VALOR-TITC     PIC 9(09)V99.
           02 PAGO-TITC      PIC 9(09)V99.
           02 SIT-TITC       PIC X(01).
           02 NOSSONUM-TITC.
               03 NOSSONUM-NUM-TITC  PIC 9(07).
               03 NOSSONUM-DATA-TITC PIC 9(06).
           02 PAGTO-TITC     PIC 9(08).
