      *--------------------------------------------------------------
      * MOVREEMB.CPY
      *
      * LAYOUT DO MOVIMENTO DE PEDIDOS DE REEMBOLSO DE DESPESAS
      * (MOVREEMB.DAT), DIGITADO PELO RH A PARTIR DOS FORMULARIOS DE
      * DESPESA E CRITICADO PELO EM0344. UM REGISTRO POR COMPROVANTE:
      *   MAT-MREE     = MATRICULA DO FUNCIONARIO (CADVEND);
      *   DATA-MREE    = DATA DA DESPESA (AAAAMMDD);
      *   CATEG-MREE   = CATEGORIA DA DESPESA (CADDESP);
      *   VALOR-MREE   = VALOR DO COMPROVANTE;
      *   COMPROV-MREE = NUMERO DO COMPROVANTE (NOTA, CUPOM, RECIBO);
      *   FORMA-MREE   = "B" CREDITO PROPRIO NO BANCO (BANCREEM) OU
      *                  "F" LINHA INDENIZATORIA NA FOLHA DO EM0306
      *                  (BRANCO = "B");
      *   SOLIC-MREE   = OPERADOR QUE DIGITOU O PEDIDO (NAO PODE
      *                  ASSINAR A APROVACAO DO LOTE).
      *
      * USO (FILE SECTION):
      *       COPY MOVREEMB.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT MOVREEMB ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-MREE.
      *--------------------------------------------------------------

       FD MOVREEMB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVREEMB.DAT".

       01 REG-MREE.
           02 MAT-MREE       PIC 9(05).
           02 DATA-MREE      PIC 9(08).
           02 CATEG-MREE     PIC X(03).
           02 VALOR-MREE     PIC 9(07)V99.
           02 COMPROV-MREE   PIC X(10).
           02 FORMA-MREE     PIC X(01).
           02 SOLIC-MREE     PIC X(08).
