      *--------------------------------------------------------------
      * AUDMENS.CPY
      *
      * LAYOUT DA AUDITORIA DE REAJUSTE DE MENSALIDADES (AUDMENS.DAT),
      * GRAVADA EM EXTEND PELA RODADA REAL DO EM0232 (UM REGISTRO POR
      * SOCIO REAJUSTADO, NA ORDEM DE CADSOC1) E LIDA PELO ESTORNO
      * EM0233, QUE DEVOLVE O VALOR ANTERIOR DOS SOCIOS DE UMA RODADA.
      *
      *   NUM-AUDM      NUMERO DO SOCIO (NUM-SOC1).
      *   FILIAL-AUDM   FILIAL DO SOCIO NA RODADA.
      *   VALANT-AUDM   MENSALIDADE ANTES DO REAJUSTE.
      *   PCT-AUDM      PERCENTUAL APLICADO (99,99).
      *   VALNOVO-AUDM  MENSALIDADE REAJUSTADA (JA ARREDONDADA).
      *   VIGENCIA-AUDM MES DE VIGENCIA DO NOVO VALOR (AAAAMM).
      *   DATA-AUDM     DATA DE MOVIMENTO DA RODADA (AAAAMMDD) - E A
      *                 CHAVE PELA QUAL O EM0233 SEPARA AS RODADAS.
      *
      * USO (FILE SECTION):
      *       COPY AUDMENS.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT AUDMENS ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-AUDM.
      *--------------------------------------------------------------

       FD AUDMENS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AUDMENS.DAT".

       01 REG-AUDM.
           02 NUM-AUDM       PIC 9(06).
           02 FILIAL-AUDM    PIC 9(02).
           02 VALANT-AUDM    PIC 9(09)V99.
           02 PCT-AUDM       PIC 9(02)V99.
           02 VALNOVO-AUDM   PIC 9(09)V99.
           02 VIGENCIA-AUDM  PIC 9(06).
           02 DATA-AUDM      PIC 9(08).
