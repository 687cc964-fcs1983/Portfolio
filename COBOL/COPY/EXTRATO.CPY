      *--------------------------------------------------------------
      * EXTRATO.CPY
      *
      * LAYOUT DO EXTRATO DIARIO DA CONTA DA EMPRESA ENVIADO PELO
      * BANCO (EXTRATO.DAT), LIDO PELA CONCILIACAO BANCARIA DO
      * EM0436. UM DIA POR ARQUIVO:
      *   TIPO-EXT      "S" = SALDO ANTERIOR (ABERTURA DO DIA),
      *                 "M" = LANCAMENTO, "F" = SALDO FINAL DO DIA.
      *   DATA-EXT      DATA DO LANCAMENTO / DO SALDO (AAAAMMDD).
      *   DOC-EXT       DOCUMENTO QUE O BANCO ECOA NO LANCAMENTO: A
      *                 REFERENCIA DA REMESSA (FOLHA, FORNECEDOR,
      *                 DEBITO AUTOMATICO, DEVOLUCAO DE CREDITO), O
      *                 NOSSO NUMERO DO BOLETO OU O E2E DO PIX.
      *   VALOR-EXT     VALOR DO LANCAMENTO OU DO SALDO.
      *   DC-EXT        "C" = CREDITO NA CONTA, "D" = DEBITO; NOS
      *                 SALDOS, "D" = SALDO DEVEDOR.
      *   HIST-EXT      CODIGO DE HISTORICO DO BANCO.
      *   DESCR-EXT     DESCRICAO DO HISTORICO (TARIFA, PIX ENVIADO,
      *                 ESTORNO, ...).
      *
      * USO (FILE SECTION):
      *       COPY EXTRATO.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT EXTRATO ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-EXT.
      *--------------------------------------------------------------

       FD EXTRATO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EXTRATO.DAT".

       01 REG-EXT.
           02 TIPO-EXT       PIC X(01).
           02 DATA-EXT       PIC 9(08).
           02 DOC-EXT        PIC X(35).
           02 VALOR-EXT      PIC 9(11)V99.
           02 DC-EXT         PIC X(01).
           02 HIST-EXT       PIC 9(04).
           02 DESCR-EXT      PIC X(25).
