      *--------------------------------------------------------------
      * ACESSLOG.CPY
      *
      * LAYOUT DO LOG DE ACESSO AOS UTILITARIOS DE CONSOLE
      * (ACESSLOG.DAT), GRAVADO PELO SUBPROGRAMA LOGINOPR: QUEM
      * EXECUTOU O QUE, QUANDO E COM QUAIS RESPOSTAS. O ARQUIVO SO
      * CRESCE (OPEN EXTEND); O EM0435 LISTA AS ACOES PRIVILEGIADAS
      * POR OPERADOR.
      *
      *   DATA-ALOG      DATA REAL DO EVENTO (AAAAMMDD) - NAO A DATA
      *                  DE MOVIMENTO: O QUE SE AUDITA AQUI E O
      *                  RELOGIO.
      *   HORA-ALOG      HORA REAL (HHMMSSCC).
      *   OPER-ALOG      OPERADOR (O INFORMADO, MESMO QUANDO
      *                  RECUSADO).
      *   PROGID-ALOG    UTILITARIO.
      *   MODO-ALOG      MODO/OPCAO PEDIDO (BRANCO NA IDENTIFICACAO).
      *   EVENTO-ALOG    "L" IDENTIFICACAO ACEITA, "F" IDENTIFICACAO
      *                  RECUSADA, "B" OPERADOR BLOQUEADO (NA FALHA
      *                  QUE BLOQUEIA OU EM TENTATIVA SOBRE OPERADOR
      *                  JA BLOQUEADO), "A" MODO AUTORIZADO, "N" MODO
      *                  NEGADO, "R" RESPOSTAS DADAS NO CONSOLE.
      *   TEXTO-ALOG     COMPLEMENTO (MOTIVO, RESPOSTAS).
      *
      * USO (FILE SECTION):
      *       COPY ACESSLOG.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT ACESSLOG ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-ALOG.
      *--------------------------------------------------------------

       FD ACESSLOG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ACESSLOG.DAT".

       01 REG-ALOG.
           02 DATA-ALOG      PIC 9(08).
           02 HORA-ALOG      PIC 9(08).
           02 OPER-ALOG      PIC X(08).
           02 PROGID-ALOG    PIC X(08).
           02 MODO-ALOG      PIC X(08).
           02 EVENTO-ALOG    PIC X(01).
           02 TEXTO-ALOG     PIC X(60).
