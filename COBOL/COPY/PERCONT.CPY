      *--------------------------------------------------------------
      * PERCONT.CPY
      *
      * LAYOUT DO CONTROLE DE PERIODOS CONTABEIS (PERCONT.DAT), UM
      * REGISTRO POR COMPETENCIA QUE JA PASSOU POR FECHAMENTO. O
      * FECHAMENTO E FEITO PELA EXPORTACAO FINAL DO EM0414 (RUNCTL
      * "EM0414" PARM2 = 1) E A REABERTURA PELO EM0433, COM
      * APROVACAO ASSINADA (APROVA.DAT). COMPETENCIA SEM REGISTRO
      * ESTA ABERTA.
      *
      *   ANOMES-PERC    COMPETENCIA (AAAAMM).
      *   SITU-PERC      "A" ABERTA (REABERTA PELO EM0433);
      *                  "E" EM FECHAMENTO - O EM0414 COMECOU A
      *                      EXPORTACAO FINAL E NAO CONCLUIU (EVENTO
      *                      SEM DE-PARA OU QUEDA NO MEIO); JA
      *                      BLOQUEIA LANCAMENTOS;
      *                  "F" FECHADA.
      *   DATA-SITU-PERC DATA DE MOVIMENTO DA ULTIMA MUDANCA.
      *   LINHAS-PERC    LINHAS DE DIARIO DA EXPORTACAO FINAL.
      *   QTD-REAB-PERC  QUANTAS VEZES A COMPETENCIA FOI REABERTA.
      *   APROV-PERC     QUEM ASSINOU A ULTIMA REABERTURA.
      *
      * OS PROGRAMAS QUE LANCAM NO LEDGSOC, LEDGPAG, ACUMANO,
      * BAIXAPERDA E NO MOVIMENTO DE MERCADORIAS RECUSAM LANCAMENTO
      * DATADO EM COMPETENCIA "E" OU "F" (VER LEPERCONT.CPY).
      *
      * USO (FILE SECTION):
      *       COPY PERCONT.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT PERCONT ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-PERCONT.
      *--------------------------------------------------------------

       FD PERCONT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERCONT.DAT".

       01 REG-PERCONT.
           02 ANOMES-PERC    PIC 9(06).
           02 SITU-PERC      PIC X(01).
           02 DATA-SITU-PERC PIC 9(08).
           02 LINHAS-PERC    PIC 9(05).
           02 QTD-REAB-PERC  PIC 9(03).
           02 APROV-PERC     PIC X(20).
