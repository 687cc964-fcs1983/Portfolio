      *--------------------------------------------------------------
      * RECSERV.CPY
      *
      * LAYOUT DO RAZAO DE RECEBIMENTOS DE SERVICO A FATURAR NA
      * NOTA FISCAL DE SERVICOS ELETRONICA (RECSERV.DAT). A BAIXA DE
      * RECEBIMENTOS ACRESCENTA, EM EXTEND, UM REGISTRO POR PAGAMENTO
      * APLICADO, COM O VALOR RECEBIDO INTEIRO (O EXCEDENTE QUE VIRA
      * CREDITO TAMBEM FOI RECEBIDO):
      *   EM02 - EM0212, MENSALIDADE DE SOCIO (TIPO "S");
      *   EM03 - EM0321, MENSALIDADE ESCOLAR (TIPO "A" PELO BOLETO DO
      *          ALUNO, "R" PELO BOLETO DO RESPONSAVEL).
      * NO LOTE DIARIO O RAZAO DO EM03 E TRANSFERIDO PARA O DO EM02,
      * ONDE O EM0242 JUNTA OS RECEBIMENTOS A FATURAR NO RPS DO MES E
      * O EM0243 GRAVA O RETORNO DA PREFEITURA - OS DOIS REGRAVAM O
      * ARQUIVO INTEIRO.
      *
      *   TIPO-RSV   "S" SOCIO, "A" ALUNO, "R" RESPONSAVEL FINANCEIRO.
      *   COD-RSV    NUMERO DO SOCIO, MATRICULA DO ALUNO OU CODIGO DO
      *              RESPONSAVEL (7NNNNNN).
      *   DATA-RSV   DATA DO PAGAMENTO (AAAAMMDD, A DO MOVIMENTO DE
      *              PAGAMENTOS).
      *   VALOR-RSV  VALOR RECEBIDO.
      *   RPS-RSV    NUMERO DO RPS EM QUE O RECEBIMENTO FOI ENVIADO
      *              (ZERO ENQUANTO NAO ENVIADO).
      *   NFSE-RSV   NUMERO DA NFS-E EMITIDA PELA PREFEITURA (ZERO
      *              ENQUANTO NAO HA RETORNO).
      *   SIT-RSV    " " A FATURAR; "E" ENVIADO EM RPS, SEM RETORNO;
      *              "N" NFS-E EMITIDA; "R" RPS RECUSADO PELA
      *              PREFEITURA - VOLTA A SER FATURADO NO RPS SEGUINTE.
      *
      * USO (FILE SECTION):
      *       COPY RECSERV.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT RECSERV ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-RSV.
      *--------------------------------------------------------------

       FD RECSERV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RECSERV.DAT".

       01 REG-RSV.
           02 TIPO-RSV       PIC X(01).
           02 COD-RSV        PIC 9(07).
           02 DATA-RSV       PIC 9(08).
           02 VALOR-RSV      PIC 9(09)V99.
           02 RPS-RSV        PIC 9(07).
           02 NFSE-RSV       PIC 9(12).
           02 SIT-RSV        PIC X(01).
