      *--------------------------------------------------------------
      * CADACORD.CPY
      *
      * LAYOUT DO CADASTRO DE ACORDOS DE PARCELAMENTO DE SOCIOS EM
      * ATRASO (CADACORD.DAT), MANTIDO PELO EM0234 E REGRAVADO INTEIRO
      * A CADA RODADA. UM REGISTRO POR PARCELA; AS PARCELAS DE UM
      * ACORDO TEM O MESMO SOCIO E A MESMA DATA DO ACORDO:
      *   SOC-ACD       NUMERO DO SOCIO (NUM-SOC1).
      *   DATA-ACD      DATA DE MOVIMENTO EM QUE O ACORDO FOI FEITO
      *                 (AAAAMMDD) - COM O SOCIO, IDENTIFICA O ACORDO.
      *   PARC-ACD      NUMERO DA PARCELA: 00 = ENTRADA, 01 A NN.
      *   QTDPARC-ACD   QUANTIDADE DE PARCELAS DO ACORDO (SEM A
      *                 ENTRADA).
      *   DIVIDA-ACD    DIVIDA NEGOCIADA (SALDO CONGELADO DO CADHISTX
      *                 + MULTA + JUROS COM O DESCONTO CONCEDIDO),
      *                 REPETIDA EM TODAS AS PARCELAS.
      *   ATRASOS-ACD   ATRASOS DO CADHISTX NO CONGELAMENTO, DEVOLVIDOS
      *                 AO HISTORICO QUANDO O ACORDO E QUEBRADO.
      *   VALOR-ACD     VALOR DA PARCELA.
      *   VENC-ACD      VENCIMENTO AAAAMMDD (JA ROLADO PARA DIA UTIL
      *                 PELO DATAROLL).
      *   PAGO-ACD      TOTAL JA PAGO DA PARCELA.
      *   SIT-ACD       "A" = EM ABERTO; "P" = PAGA; "Q" = CANCELADA
      *                 NA QUEBRA DO ACORDO. ACORDO COM ALGUMA PARCELA
      *                 "A" ESTA VIGENTE.
      *   NOSSONUM-ACD  NOSSO NUMERO DO BOLETO DA PARCELA NO LAYOUT DO
      *                 BOLETO.DAT: 8000000 + NUMERO DO SOCIO (A FAIXA
      *                 8NNNNNN FICA RESERVADA AOS ACORDOS) + AAMMDD
      *                 DO VENCIMENTO DA PARCELA. E POR ELE QUE O
      *                 EM0219 RECONHECE O PAGAMENTO DE UMA PARCELA.
      *   PAGTO-ACD     DATA DO ULTIMO PAGAMENTO (ZERO SEM PAGAMENTO).
      * SALDO DA PARCELA = VALOR-ACD - PAGO-ACD.
      *
      * USO (FILE SECTION):
      *       COPY CADACORD.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADACORD ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-ACD.
      *--------------------------------------------------------------

       FD CADACORD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADACORD.DAT".

       01 REG-ACD.
           02 SOC-ACD        PIC 9(06).
           02 DATA-ACD       PIC 9(08).
           02 PARC-ACD       PIC 9(02).
           02 QTDPARC-ACD    PIC 9(02).
           02 DIVIDA-ACD     PIC 9(09)V99.
           02 ATRASOS-ACD    PIC 9(03).
           02 VALOR-ACD      PIC 9(09)V99.
           02 VENC-ACD       PIC 9(08).
           02 PAGO-ACD       PIC 9(09)V99.
           02 SIT-ACD        PIC X(01).
           02 NOSSONUM-ACD.
               03 NOSSONUM-NUM-ACD  PIC 9(07).
               03 NOSSONUM-DATA-ACD PIC 9(06).
           02 PAGTO-ACD      PIC 9(08).
