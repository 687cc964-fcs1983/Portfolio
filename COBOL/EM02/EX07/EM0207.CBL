      *              NUMERO E CEP NO FIM DO REGISTRO), PARA LER O
      *              ARQUIVO NO TAMANHO ATUAL; O CADCLIX GERADO
      *              CONTINUA SEM ENDERECO (CHAVES E CONTATO).
      *  15/10/2026  ACOMPANHA OS INDICADORES DE CONSENTIMENTO LGPD NO
      *              FIM DO REGISTRO DO CADCLI (VER EM0206), PARA LER
      *              O ARQUIVO NO TAMANHO ATUAL; O CADCLIX NAO MUDA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 LOGRA-ENT      PIC X(30).
           02 NUMEND-ENT     PIC X(06).
           02 CEP-ENT        PIC 9(08).
           02 CONSMKT-ENT    PIC X(01).
           02 CONSCRM-ENT    PIC X(01).
           02 CONSCTT-ENT    PIC X(01).
           02 CANALCONS-ENT  PIC X(01).

       FD CADCLIX
           LABEL RECORD ARE STANDARD
