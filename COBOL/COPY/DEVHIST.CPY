      *--------------------------------------------------------------
      * DEVHIST.CPY
      *
      * LAYOUT DO RAZAO DE DEVOLUCOES DE VENDA (DEVHIST.DAT), GRAVADO
      * EM EXTEND PELO EM0330 - UMA LINHA POR DEVOLUCAO ACEITA - E
      * LIDO PELO RELATORIO MENSAL DE DEVOLUCOES DO EM0331:
      *   PERIODO-DH    AAAAMM DA DATA DE MOVIMENTO EM QUE A DEVOLUCAO
      *                 FOI PROCESSADA (MES DO RELATORIO).
      *   DATA-DH       DATA DE MOVIMENTO DO PROCESSAMENTO (AAAAMMDD).
      *   NR-DH         VENDEDOR DA VENDA ORIGINAL.
      *   ESTADO-DH     ESTADO DO VENDEDOR NO VENDHIST.
      *   NOME-DH       NOME DO VENDEDOR NO VENDHIST.
      *   VENDA-DH      DATA DA VENDA ORIGINAL (AAAAMMDD).
      *   DOC-DH        NUMERO DO PEDIDO DE VENDA ORIGINAL.
      *   COD-DH/DEP-DH ITEM E DEPOSITO QUE RECEBEM A MERCADORIA.
      *   QTDE-DH       QUANTIDADE DEVOLVIDA.
      *   VALOR-DH      VALOR DEVOLVIDO (ABATIDO DO VENDHIST).
      *   MOTIVO-DH     CODIGO DO MOTIVO (VER WSMOTDEV.CPY).
      *   ESTORNO-DH    COMISSAO ESTORNADA NO COMISMOV.
      *
      * USO (FILE SECTION):
      *       COPY DEVHIST.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT DEVHIST ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-DEVH.
      *--------------------------------------------------------------

       FD DEVHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEVHIST.DAT".

       01 REG-DEVH.
           02 PERIODO-DH     PIC 9(06).
           02 DATA-DH        PIC 9(08).
           02 NR-DH          PIC 9(05).
           02 ESTADO-DH      PIC X(02).
           02 NOME-DH        PIC X(20).
           02 VENDA-DH       PIC 9(08).
           02 DOC-DH         PIC 9(06).
           02 COD-DH         PIC 9(03).
           02 DEP-DH         PIC 9(02).
           02 QTDE-DH        PIC 9(03).
           02 VALOR-DH       PIC 9(07)V99.
           02 MOTIVO-DH      PIC 9(02).
           02 ESTORNO-DH     PIC 9(07)V99.
