      *--------------------------------------------------------------
      * SALDOPER.CPY
      *
      * LAYOUT DOS SALDOS DE ESTOQUE POR PERIODO (SALDOPER.DAT),
      * GRAVADO EM EXTEND PELO FECHAMENTO MENSAL DO EM0425 - UM
      * REGISTRO POR ITEM/DEPOSITO E COMPETENCIA FECHADA. O SALDO
      * CONGELADO NAO MUDA MAIS: E A POSICAO DE FIM DE MES QUE O
      * ATUMERC/CADMERC DO DIA NAO CONSEGUE REPRODUZIR DEPOIS QUE
      * NOVOS MOVIMENTOS CHEGAM.
      *   ANOMES-SP     COMPETENCIA (AAAAMM).
      *   COD-SP/DEP-SP ITEM E DEPOSITO.
      *   DESC-SP       DESCRICAO DO ITEM NO FECHAMENTO.
      *   QTDE-SP       QUANTIDADE DE FECHAMENTO.
      *   CUSTO-SP      CUSTO MEDIO DE FECHAMENTO.
      *   VALOR-SP      VALOR DE FECHAMENTO (QTDE X CUSTO MEDIO).
      *   QCMV-SP       QUANTIDADE LIQUIDA VENDIDA NO MES (VENDAS
      *                 MENOS DEVOLUCOES; NEGATIVA QUANDO A DEVOLUCAO
      *                 SUPERA A VENDA DO MES).
      *   CMV-SP        CUSTO DAS MERCADORIAS VENDIDAS NO MES.
      *
      * USO (FILE SECTION):
      *       COPY SALDOPER.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT SALDOPER ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-SPE.
      *--------------------------------------------------------------

       FD SALDOPER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SALDOPER.DAT".

       01 REG-SPE.
           02 ANOMES-SP      PIC 9(06).
           02 COD-SP         PIC 9(03).
           02 DEP-SP         PIC 9(02).
           02 DESC-SP        PIC X(30).
           02 QTDE-SP        PIC 9(03).
           02 CUSTO-SP       PIC 9(04)V99.
           02 VALOR-SP       PIC 9(07)V99.
           02 QCMV-SP        PIC S9(05).
           02 CMV-SP         PIC S9(07)V99.
