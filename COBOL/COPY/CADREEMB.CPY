      *--------------------------------------------------------------
      * CADREEMB.CPY
      *
      * CADASTRO PERMANENTE DOS PEDIDOS DE REEMBOLSO ACEITOS PELO
      * EM0344 (CADREEMB.DAT), REGRAVADO A CADA RODADA. OS PRIMEIROS
      * 44 BYTES SAO O PROPRIO PEDIDO (MESMA ORDEM DO MOVREEMB); OS
      * PEDIDOS "P" ENTRAM NA SOMA DE VERIFICACAO DA PENDENCIA
      * "EM0344" DO APROVA.DAT.
      *
      * SITU-REE:
      *   "P" = AGUARDANDO ASSINATURA NO UTILITARIO APROVA;
      *   "B" = PAGO POR CREDITO PROPRIO (BANCREEM.DAT);
      *   "R" = CREDITO PROPRIO RETIDO POR TROCA RECENTE DE CONTA
      *         (BANCREER.DAT, REMONTADO A CADA RODADA); VENCIDA A
      *         RETENCAO, VOLTA A "B" COM O CREDITO NO BANCREEM;
      *   "F" = ENVIADO A FOLHA DA COMPETENCIA COMP-FOL-REE
      *         (REEMBFOL.DAT, PAGO PELO EM0306);
      *   "M" = APROVADO, MAS A MATRICULA SAIU DO CADVEND: PAGAMENTO
      *         MANUAL PELO FINANCEIRO.
      * DATA-SIT-REE E APROV-REE = DATA DE MOVIMENTO E OPERADOR DA
      * ASSINATURA QUE LIBEROU O PAGAMENTO (NO "R", DATA-SIT-REE E A
      * DATA DA RETENCAO; NO "B", A DO CREDITO NO BANCREEM).
      *
      * USO (FILE SECTION):
      *       COPY CADREEMB.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADREEMB ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-REE.
      *--------------------------------------------------------------

       FD CADREEMB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADREEMB.DAT".

       01 REG-REE.
           02 MAT-REE        PIC 9(05).
           02 DATA-REE       PIC 9(08).
           02 CATEG-REE      PIC X(03).
           02 VALOR-REE      PIC 9(07)V99.
           02 COMPROV-REE    PIC X(10).
           02 FORMA-REE      PIC X(01).
           02 SOLIC-REE      PIC X(08).
           02 SITU-REE       PIC X(01).
           02 DATA-SIT-REE   PIC 9(08).
           02 APROV-REE      PIC X(08).
           02 COMP-FOL-REE   PIC 9(06).
