      *--------------------------------------------------------------
      * LEDGCMV.CPY
      *
      * LAYOUT DO RAZAO DE CUSTO DAS SAIDAS DE MERCADORIA
      * (LEDGCMV.DAT), GRAVADO EM EXTEND PELO EM0403 - UMA LINHA POR
      * SAIDA POR VENDA (TIPO 7) OU DEVOLUCAO DE VENDA (TIPO 8)
      * APLICADA - E LIDO PELO FECHAMENTO MENSAL DO EM0425 PARA O
      * CUSTO DAS MERCADORIAS VENDIDAS (CMV):
      *   DATA-LC       DATA DO MOVIMENTO (AAAAMMDD) - DEFINE O MES.
      *   COD-LC/DEP-LC ITEM E DEPOSITO.
      *   TIPO-LC       "7" SAIDA POR VENDA (SOMA NO CMV) OU
      *                 "8" DEVOLUCAO DE VENDA (ABATE DO CMV).
      *   QTDE-LC       QUANTIDADE MOVIMENTADA.
      *   CUSTO-LC      CUSTO MEDIO DO ITEM/DEPOSITO NO MOMENTO DA
      *                 APLICACAO (PRECO-ATU).
      *   DOC-LC        NUMERO DO PEDIDO DE VENDA (DOC-MOV).
      *
      * USO (FILE SECTION):
      *       COPY LEDGCMV.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT LEDGCMV ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-LEDGCMV.
      *--------------------------------------------------------------

       FD LEDGCMV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LEDGCMV.DAT".

       01 REG-LC.
           02 DATA-LC        PIC 9(08).
           02 COD-LC         PIC 9(03).
           02 DEP-LC         PIC 9(02).
           02 TIPO-LC        PIC X(01).
           02 QTDE-LC        PIC 9(03).
           02 CUSTO-LC       PIC 9(04)V99.
           02 DOC-LC         PIC 9(06).
