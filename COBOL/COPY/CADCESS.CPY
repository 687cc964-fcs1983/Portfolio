      *--------------------------------------------------------------
      * CADCESS.CPY
      *
      * LAYOUT DO CADASTRO DE CESSOES DE CREDITOS BAIXADOS A
      * ASSESSORIA DE COBRANCA EXTERNA (CADCESS.DAT). O EM0236
      * ACRESCENTA UM REGISTRO POR WRITE-OFF DO BAIXAPERDA CEDIDO E
      * O EM0237 ACUMULA NELE AS RECUPERACOES DO RETORNO; OS DOIS
      * REGRAVAM O ARQUIVO INTEIRO A CADA RODADA:
      *   SOC-CES       NUMERO DO SOCIO (NUM-PERDA).
      *   DATAPERDA-CES DATA DO WRITE-OFF (DATA-PERDA). COM O SOCIO,
      *                 IDENTIFICA O CREDITO - E O CONTRATO ENVIADO A
      *                 ASSESSORIA (SOCIO + DATA, 14 POSICOES).
      *   NOME-CES      NOME DO SOCIO NO BAIXAPERDA.
      *   CPF-CES       CPF ENVIADO NA CESSAO (CPF-SOC1).
      *   VALOR-CES     VALOR BAIXADO (VALOR-PERDA).
      *   MOTIVO-CES    MOTIVO DO WRITE-OFF (MOTIVO-PERDA).
      *   DATACES-CES   DATA DE MOVIMENTO EM QUE O CREDITO FOI CEDIDO.
      *   QTDREC-CES    QUANTIDADE DE RECUPERACOES RECEBIDAS.
      *   BRUTO-CES     TOTAL RECUPERADO DO DEVEDOR PELA ASSESSORIA.
      *   TARIFA-CES    TOTAL RETIDO PELA ASSESSORIA (HONORARIOS).
      *   LIQUIDO-CES   TOTAL REPASSADO AO CLUBE (BRUTO - TARIFA).
      *   DATAULT-CES   DATA DA ULTIMA RECUPERACAO PROCESSADA (ZERO
      *                 SEM RECUPERACAO) - O RETORNO COM DATA IGUAL OU
      *                 ANTERIOR E TRATADO COMO JA PROCESSADO.
      *
      * USO (FILE SECTION):
      *       COPY CADCESS.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADCESS ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-CES.
      *--------------------------------------------------------------

       FD CADCESS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCESS.DAT".

       01 REG-CES.
           02 SOC-CES        PIC 9(06).
           02 DATAPERDA-CES  PIC 9(08).
           02 NOME-CES       PIC X(30).
           02 CPF-CES        PIC 9(11).
           02 VALOR-CES      PIC 9(09)V99.
           02 MOTIVO-CES     PIC X(20).
           02 DATACES-CES    PIC 9(08).
           02 QTDREC-CES     PIC 9(03).
           02 BRUTO-CES      PIC 9(09)V99.
           02 TARIFA-CES     PIC 9(09)V99.
           02 LIQUIDO-CES    PIC 9(09)V99.
           02 DATAULT-CES    PIC 9(08).
