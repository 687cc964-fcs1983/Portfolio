      *--------------------------------------------------------------
      * HISTHOL.CPY
      *
      * LAYOUT DO HISTORICO PERMANENTE DE HOLERITES (HISTHOL.DAT).
      * O HOLERITE.DAT E REGRAVADO A CADA RODADA DA FOLHA E DEPOIS DO
      * MES SO RESTAVAM OS TOTAIS DO ACUMANO. CADA RODADA QUE EMITE
      * DEMONSTRATIVO DE PAGAMENTO ACRESCENTA AQUI, EM EXTEND, CADA
      * LINHA IMPRESSA, COM O AVANCO DE IMPRESSAO, DE MODO QUE A
      * SEGUNDA VIA (EM0343) REPRODUZ O DOCUMENTO ORIGINAL:
      *   MAT-HHL       MATRICULA.
      *   COMPET-HHL    COMPETENCIA AAAAMM (DA DATA DE MOVIMENTO).
      *   TIPO-HHL      TIPO DA RODADA, OS MESMOS CODIGOS DO ACUMANO:
      *                   "F" FOLHA NORMAL (EM0306);
      *                   "1" / "2" PARCELAS DO 13O (EM0306);
      *                   "V" FERIAS (EM0323);
      *                   "T" RESCISAO (EM0312).
      *   DATA-HHL      DATA DE MOVIMENTO AAAAMMDD DA RODADA.
      *   SEQ-HHL       NUMERO DA LINHA DENTRO DO DOCUMENTO.
      *   AVANCO-HHL    AVANCO ANTES DA LINHA: 0 = SALTO DE PAGINA,
      *                 1 OU 2 = LINHAS.
      *   CONTA-HHL     CONTA, REFERENCIA E VALOR DO CREDITO REMETIDO
      *   REF-HHL       AO BANCO PELA RODADA (REPETIDOS EM TODAS AS
      *   LIQUIDO-HHL   LINHAS) - A CHAVE DO RETORNO NO LEDGPAG.
      *   SIT-HHL       " " CREDITO REMETIDO; "R" CREDITO RETIDO
      *                 (BANCORET, TROCA RECENTE DE CONTA).
      *   LINHA-HHL     A LINHA IMPRESSA.
      *
      * USO (FILE SECTION):
      *       COPY HISTHOL.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT HISTHOL ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-HHL.
      *
      *   ABRIR EM EXTEND COM FALLBACK PARA OUTPUT QUANDO O STATUS
      *   FOR "35", COMO NOS DEMAIS ACUMULADORES DA CADEIA. VER
      *   WSHISTHOL.CPY E GRAVAHOL.CPY PARA A GRAVACAO.
      *--------------------------------------------------------------

       FD HISTHOL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTHOL.DAT".

       01 REG-HHL.
           02 MAT-HHL        PIC 9(05).
           02 COMPET-HHL     PIC 9(06).
           02 TIPO-HHL       PIC X(01).
           02 DATA-HHL       PIC 9(08).
           02 SEQ-HHL        PIC 9(03).
           02 AVANCO-HHL     PIC 9(01).
           02 CONTA-HHL      PIC 9(10).
           02 REF-HHL        PIC X(20).
           02 LIQUIDO-HHL    PIC 9(07)V99.
           02 SIT-HHL        PIC X(01).
           02 LINHA-HHL      PIC X(80).
