      *--------------------------------------------------------------
      * CADGUIA.CPY
      *
      * LAYOUT DO CADASTRO DE GUIAS DE RECOLHIMENTO DE TRIBUTOS
      * RETIDOS NA FOLHA (CADGUIA.DAT), MANTIDO PELO EM0329 (CHAVE =
      * TRIBUTO + COMPETENCIA). UMA GUIA POR TRIBUTO E COMPETENCIA:
      *   TRIB-GUIA     "INSS" = INSS RETIDO DOS SEGURADOS MAIS A
      *                          PARTE PATRONAL;
      *                 "IRRF" = IRRF RETIDO NA FONTE (SEM PARTE
      *                          PATRONAL).
      *   VENC-GUIA     VENCIMENTO AAAAMMDD JA ROLADO PARA DIA UTIL
      *                 (DATAROLL + CADFERIADO).
      *   QTD-GUIA      QUANTIDADE DE REGISTROS DO ACUMANO SOMADOS.
      *   SIT-GUIA      "A" = ABERTA (RECALCULADA A CADA RODADA ATE O
      *                       PAGAMENTO); "P" = PAGA, CONFIRMADA PELA
      *                       TESOURARIA NO CONFGUIA.DAT.
      *   PAGTO-GUIA    DATA DO PAGAMENTO CONFIRMADO (ZERO EM ABERTO).
      *   GERACAO-GUIA  DATA DE MOVIMENTO DA ULTIMA GERACAO.
      *
      * USO (FILE SECTION):
      *       COPY CADGUIA.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADGUIA ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-GUIA.
      *--------------------------------------------------------------

       FD CADGUIA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADGUIA.DAT".

       01 REG-GUIA.
           02 TRIB-GUIA      PIC X(04).
           02 COMP-GUIA      PIC 9(06).
           02 VENC-GUIA      PIC 9(08).
           02 RETIDO-GUIA    PIC 9(09)V99.
           02 PATRONAL-GUIA  PIC 9(09)V99.
           02 TOTAL-GUIA     PIC 9(09)V99.
           02 QTD-GUIA       PIC 9(05).
           02 SIT-GUIA       PIC X(01).
           02 PAGTO-GUIA     PIC 9(08).
           02 GERACAO-GUIA   PIC 9(08).
