      *--------------------------------------------------------------
      * SALDOBCO.CPY
      *
      * LAYOUT DO RAZAO DE SALDO CONTABIL DA CONTA BANCARIA
      * (SALDOBCO.DAT), GRAVADO EM EXTEND PELA CONCILIACAO BANCARIA
      * DO EM0436 - UM REGISTRO POR DIA DE EXTRATO CONCILIADO:
      *   DATA-SB       DATA DO EXTRATO (AAAAMMDD).
      *   INICIAL-SB    SALDO CONTABIL DE ABERTURA (O FINAL-SB DO DIA
      *                 ANTERIOR, OU O SALDO INFORMADO NO RUNCTL NA
      *                 IMPLANTACAO).
      *   CREDITOS-SB   ENTRADAS PREVISTAS DO DIA (BOLETOS, DEBITOS
      *                 AUTOMATICOS E PIX RECEBIDOS).
      *   DEBITOS-SB    SAIDAS PREVISTAS DO DIA (FOLHA, FORNECEDORES E
      *                 DEVOLUCOES DE CREDITO).
      *   FINAL-SB      SALDO CONTABIL DE FECHAMENTO = INICIAL +
      *                 CREDITOS - DEBITOS.
      *   EXTRATO-SB    SALDO FINAL DO EXTRATO NO MESMO DIA, PARA
      *                 CONFERENCIA.
      *
      * USO (FILE SECTION):
      *       COPY SALDOBCO.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT SALDOBCO ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-SB.
      *
      *   ABRIR EM EXTEND COM FALLBACK PARA OUTPUT QUANDO O STATUS
      *   FOR "35", COMO NOS DEMAIS ACUMULADORES DA CADEIA.
      *--------------------------------------------------------------

       FD SALDOBCO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SALDOBCO.DAT".

       01 REG-SB.
           02 DATA-SB        PIC 9(08).
           02 INICIAL-SB     PIC S9(11)V99.
           02 CREDITOS-SB    PIC 9(11)V99.
           02 DEBITOS-SB     PIC 9(11)V99.
           02 FINAL-SB       PIC S9(11)V99.
           02 EXTRATO-SB     PIC S9(11)V99.
