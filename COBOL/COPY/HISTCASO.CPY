      *--------------------------------------------------------------
      * HISTCASO.CPY
      *
      * LAYOUT DO HISTORICO DOS CASOS DE EXCECAO (HISTCASO.DAT),
      * GRAVADO EM EXTEND - UM REGISTRO POR ACAO SOBRE UM CASO DO
      * CADCASO:
      *   ACAO-HC   "O" ABERTURA E "E" ESCALACAO (GRAVADAS PELO
      *             EM0437); "A" ATRIBUICAO, "C" COMENTARIO E
      *             "R" RESOLUCAO (GRAVADAS PELO EM0438).
      *   DATA-HC   DATA DE MOVIMENTO DA ACAO (AAAAMMDD).
      *   OPERADOR-HC  QUEM FEZ ("EM0437" NAS ACOES AUTOMATICAS).
      *   RESP-HC/RESOL-HC  RESPONSAVEL E CODIGO DE RESOLUCAO, QUANDO
      *             A ACAO OS TRAZ.
      *   TEXTO-HC  COMENTARIO, OU A MENSAGEM NA ABERTURA E NA
      *             ESCALACAO.
      *
      * USO (FILE SECTION):
      *       COPY HISTCASO.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT HISTCASO ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-HC.
      *
      *   ABRIR EM EXTEND COM FALLBACK PARA OUTPUT QUANDO O STATUS
      *   FOR "35".
      *--------------------------------------------------------------

       FD HISTCASO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTCASO.DAT".

       01 REG-HC.
           02 NUM-HC         PIC 9(06).
           02 DATA-HC        PIC 9(08).
           02 ACAO-HC        PIC X(01).
           02 OPERADOR-HC    PIC X(08).
           02 RESP-HC        PIC X(08).
           02 RESOL-HC       PIC X(02).
           02 TEXTO-HC       PIC X(40).
