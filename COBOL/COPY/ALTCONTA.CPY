      *--------------------------------------------------------------
      * ALTCONTA.CPY
      *
      * LAYOUT DO HISTORICO DE TROCAS DE CONTA BANCARIA DE
      * FUNCIONARIO (ALTCONTA.DAT). SO O EM0114 GRAVA NESTE ARQUIVO,
      * E SO DEPOIS QUE A TROCA PEDIDA PELA MANUTENCAO DO CADFUNC FOI
      * ASSINADA POR OUTRO OPERADOR NO UTILITARIO APROVA (ORIGEM
      * "EM0114"). O ARQUIVO E ACRESCIDO EM ORDEM CRONOLOGICA E NUNCA
      * REGRAVADO: O ULTIMO REGISTRO DE CADA MATRICULA E A CONTA
      * VIGENTE.
      *
      * LEITORES:
      *   - EM0306: PAGA NA CONTA VIGENTE DO ARQUIVO E RETEM O CREDITO
      *     (BANCORET.DAT) QUANDO A TROCA TEM MENOS DE N DIAS;
      *   - EM0314: CONCILIA O BANCOPAG PELA CONTA VIGENTE;
      *   - EM0341: RELACAO DAS TROCAS DO CICLO DA FOLHA.
      *
      * DATA-ALT E A DATA DE MOVIMENTO EM QUE A TROCA FOI APLICADA
      * (AAAAMMDD); SOLIC-ALT E APROV-ALT SAO OS OPERADORES (CADOPER)
      * QUE PEDIRAM E ASSINARAM A TROCA.
      *
      * USO (FILE SECTION):
      *       COPY ALTCONTA.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT ALTCONTA ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-ALT.
      *--------------------------------------------------------------

       FD ALTCONTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ALTCONTA.DAT".

       01 REG-ALT.
           02 MAT-ALT        PIC 9(05).
           02 NOME-ALT       PIC X(30).
           02 DATA-ALT       PIC 9(08).
           02 CONTA-ANT-ALT  PIC 9(10).
           02 CONTA-NOVA-ALT PIC 9(10).
           02 SOLIC-ALT      PIC X(08).
           02 APROV-ALT      PIC X(08).
