      *--------------------------------------------------------------
      * RECUPERA.CPY
      *
      * LAYOUT DO RAZAO DE RECUPERACOES DE CREDITOS BAIXADOS
      * (RECUPERA.DAT), A CONTRAPARTIDA DO BAIXAPERDA. O EM0237
      * ACRESCENTA, EM EXTEND, UM REGISTRO POR RECUPERACAO ACEITA NO
      * RETORNO DA ASSESSORIA DE COBRANCA; O EM0414 TOTALIZA O
      * LIQUIDO DO MES NO EVENTO CONTABIL RECUPERA.
      *   SOC-RCP       NUMERO DO SOCIO.
      *   DATAPERDA-RCP DATA DO WRITE-OFF RECUPERADO.
      *   MOTIVO-RCP    MOTIVO DO WRITE-OFF.
      *   DATA-RCP      DATA DA RECUPERACAO INFORMADA NO RETORNO.
      *   BRUTO-RCP     VALOR RECUPERADO DO DEVEDOR.
      *   TARIFA-RCP    HONORARIOS RETIDOS PELA ASSESSORIA.
      *   LIQUIDO-RCP   VALOR REPASSADO AO CLUBE (BRUTO - TARIFA).
      *   DATAPROC-RCP  DATA DE MOVIMENTO DO PROCESSAMENTO.
      *
      * USO (FILE SECTION):
      *       COPY RECUPERA.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT RECUPERA ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-RECUP.
      *--------------------------------------------------------------

       FD RECUPERA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RECUPERA.DAT".

       01 REG-RCP.
           02 SOC-RCP        PIC 9(06).
           02 DATAPERDA-RCP  PIC 9(08).
           02 MOTIVO-RCP     PIC X(20).
           02 DATA-RCP       PIC 9(08).
           02 BRUTO-RCP      PIC 9(09)V99.
           02 TARIFA-RCP     PIC 9(09)V99.
           02 LIQUIDO-RCP    PIC 9(09)V99.
           02 DATAPROC-RCP   PIC 9(08).
