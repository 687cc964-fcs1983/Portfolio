      *--------------------------------------------------------------
      * HISTCONT.CPY
      *
      * LAYOUT DO HISTORICO DE CONTAGENS FISICAS (HISTCONT.DAT),
      * GRAVADO EM EXTEND PELO EM0415 - UMA LINHA POR ITEM/DEPOSITO
      * CONTADO - E LIDO PELO PLANEJADOR DE CONTAGEM CICLICA EM0431
      * (DATA DA ULTIMA CONTAGEM E ACURACIDADE POR CLASSE ABC):
      *   DATA-HC       DATA DE MOVIMENTO DO PROCESSAMENTO (AAAAMMDD).
      *   COD-HC/DEP-HC ITEM E DEPOSITO CONTADOS.
      *   SISTEMA-HC    SALDO DE ATUMERC NO MOMENTO DA CONTAGEM.
      *   CONTADO-HC    QUANTIDADE CONTADA.
      *   RESULT-HC     "C" CONFERE (SEM DIFERENCA);
      *                 "A" AJUSTADO (DIFERENCA DENTRO DA TOLERANCIA);
      *                 "R" RECONTAR (DIFERENCA FORA DA TOLERANCIA);
      *                 "X" REJEITADO (ITEM/DEPOSITO SEM SALDO).
      *   CONTADOR-HC   QUEM CONTOU.
      *
      * USO (FILE SECTION):
      *       COPY HISTCONT.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT HISTCONT ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-HIST.
      *--------------------------------------------------------------

       FD HISTCONT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTCONT.DAT".

       01 REG-HC.
           02 DATA-HC        PIC 9(08).
           02 COD-HC         PIC 9(03).
           02 DEP-HC         PIC 9(02).
           02 SISTEMA-HC     PIC 9(03).
           02 CONTADO-HC     PIC 9(03).
           02 RESULT-HC      PIC X(01).
           02 CONTADOR-HC    PIC X(10).
