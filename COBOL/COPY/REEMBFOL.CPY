      *--------------------------------------------------------------
      * REEMBFOL.CPY
      *
      * LAYOUT DOS REEMBOLSOS DE DESPESA A PAGAR NA FOLHA
      * (REEMBFOL.DAT), REGRAVADO PELO EM0344 A CADA RODADA COM OS
      * PEDIDOS APROVADOS NA FORMA "F" (VER CADREEMB.CPY) E PAGO PELO
      * EM0306 NA FOLHA NORMAL DA COMPETENCIA COMP-RFO, EM LINHA
      * PROPRIA: VERBA INDENIZATORIA, SEM INSS, IRRF OU FGTS, FORA DA
      * BASE DA PENSAO E DA MARGEM DO CONSIGNADO. UM REGISTRO POR
      * COMPROVANTE; O EM0306 SOMA OS DA MESMA MATRICULA.
      *
      * USO (FILE SECTION):
      *       COPY REEMBFOL.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT REEMBFOL ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-RFO.
      *--------------------------------------------------------------

       FD REEMBFOL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REEMBFOL.DAT".

       01 REG-RFO.
           02 MAT-RFO        PIC 9(05).
           02 COMP-RFO       PIC 9(06).
           02 CATEG-RFO      PIC X(03).
           02 COMPROV-RFO    PIC X(10).
           02 VALOR-RFO      PIC 9(07)V99.
