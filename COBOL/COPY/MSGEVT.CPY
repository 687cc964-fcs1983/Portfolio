      *--------------------------------------------------------------
      * MSGEVT.CPY
      *
      * LAYOUT DO ARQUIVO DE EVENTOS DE MENSAGEM (MSGEVT.DAT). CADA
      * PROGRAMA QUE PRODUZ UM DOCUMENTO PARA UMA PESSOA (BOLETO,
      * AVISO DE COBRANCA, CARTA DE REAJUSTE, BOLETIM, REMATRICULA)
      * ACRESCENTA AQUI (EXTEND) UM EVENTO POR DOCUMENTO, E A CENTRAL
      * DE COMUNICACAO EM0240 O TRANSFORMA EM EMAIL/SMS PELO MODELO
      * DO TIPO (CADMODEL.DAT) E PELO ENDERECO DO CADASTRO:
      *   TIPO-EVT      TIPO DO EVENTO - CHAVE DO MODELO:
      *                   "BOLS" BOLETO DE SOCIO EM ATRASO (EM0211)
      *                   "COB1" AVISO DA REGUA DE COBRANCA (EM0220)
      *                   "COB2" COBRANCA DA REGUA (EM0220)
      *                   "COB3" PRE-JURIDICO DA REGUA (EM0220)
      *                   "REAJ" REAJUSTE DA MENSALIDADE (EM0232)
      *                   "BOLC" BOLETO DE TITULO DE CLIENTE (EM0229)
      *                   "BOLT" BOLETIM DO PERIODO (EM0318)
      *                   "MENS" BOLETO DA MENSALIDADE ESCOLAR (EM0320)
      *                   "REMA" REMATRICULA DO PERIODO (EM0338)
      *   PROG-EVT      PROGRAMA QUE GEROU O EVENTO.
      *   DEST-EVT      QUEM E O DESTINATARIO:
      *                   "S" SOCIO (CHAVE = NUM-SOC1);
      *                   "C" CLIENTE (CHAVE = CODIGO DO CADCLIX);
      *                   "A" ALUNO (CHAVE = MATRICULA; A MENSAGEM VAI
      *                       AO RESPONSAVEL DO CADRESP);
      *                   "R" RESPONSAVEL (CHAVE = COD-RESP).
      *   CHAVE-EVT     CHAVE DO DESTINATARIO NO CADASTRO DE ORIGEM.
      *                 AS NUMERICAS VAO EM CHAVE-NUM-EVT (7 DIGITOS,
      *                 ZEROS A ESQUERDA), A DO CLIENTE EM
      *                 CHAVE-CLI-EVT.
      *   IDENT-EVT     CPF/CNPJ DO DESTINATARIO QUANDO O PRODUTOR O
      *                 CONHECE (ZERO QUANDO NAO) - E POR ELE QUE SE
      *                 PROCURA O CONSENTIMENTO NO CADCONS E O
      *                 CONTATO NO CADOK.
      *   NOME-EVT      NOME QUE SAI NA MENSAGEM (@N NO MODELO).
      *   DATA-EVT      DATA DE REFERENCIA AAAAMMDD (VENCIMENTO,
      *                 VIGENCIA, DATA DO AVISO - @D NO MODELO).
      *   VALOR-EVT     VALOR DE REFERENCIA (@V NO MODELO).
      *   REF-EVT       REFERENCIA LIVRE (TXID, NOSSO NUMERO, TURMA,
      *                 RESULTADO - @R NO MODELO).
      *   DATAGER-EVT   DATA DE MOVIMENTO EM QUE O EVENTO FOI GERADO.
      *
      * USO (FILE SECTION):
      *       COPY MSGEVT.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT MSGEVT ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-EVT.
      *
      *   VER GRAVAEVT.CPY PARA O PARAGRAFO PADRAO DE GRAVACAO.
      *--------------------------------------------------------------

       FD MSGEVT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MSGEVT.DAT".

       01 REG-EVT.
           02 TIPO-EVT       PIC X(04).
           02 PROG-EVT       PIC X(06).
           02 DEST-EVT       PIC X(01).
           02 CHAVE-EVT      PIC X(15).
           02 CHAVE-NUM-R REDEFINES CHAVE-EVT.
               03 CHAVE-NUM-EVT  PIC 9(07).
               03 FILLER         PIC X(08).
           02 CHAVE-CLI-R REDEFINES CHAVE-EVT.
               03 CHAVE-CLI-EVT  PIC X(03).
               03 FILLER         PIC X(12).
           02 IDENT-EVT      PIC 9(14).
           02 NOME-EVT       PIC X(30).
           02 DATA-EVT       PIC 9(08).
           02 VALOR-EVT      PIC 9(09)V99.
           02 REF-EVT        PIC X(30).
           02 DATAGER-EVT    PIC 9(08).
