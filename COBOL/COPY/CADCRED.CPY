      *--------------------------------------------------------------
      * CADCRED.CPY
      *
      * LAYOUT DO CADASTRO DE CREDITOS DE PAGAMENTO A MAIOR
      * (CADCRED.DAT). UM REGISTRO POR CREDITO (LOTE), NA ORDEM EM
      * QUE SURGIRAM: A BAIXA DE RECEBIMENTOS ACRESCENTA, EM EXTEND,
      * O EXCEDENTE DO PAGAMENTO QUE PASSOU DO SALDO; A COBRANCA
      * SEGUINTE CONSOME OS CREDITOS DO MAIS ANTIGO PARA O MAIS NOVO
      * ANTES DE GERAR O BOLETO E A DEVOLUCAO PAGA O CREDITO NA CONTA
      * DO TITULAR. QUEM CONSOME REGRAVA O ARQUIVO INTEIRO, SEM OS
      * CREDITOS JA ZERADOS. HA UM CADCRED POR DIRETORIO DE GRUPO:
      *   EM02 - SOCIOS (EM0212 GERA, EM0201 CONSOME, EM0238
      *          DEVOLVE E LISTA);
      *   EM03 - ALUNOS (EM0321 GERA, EM0320 CONSOME, EM0332
      *          DEVOLVE E LISTA).
      *
      *   ID-CRD     NUMERO DO SOCIO OU MATRICULA DO ALUNO.
      *   DATA-CRD   DATA DE MOVIMENTO EM QUE O CREDITO SURGIU (BASE
      *              DA IDADE NO RELATORIO DE POSICAO).
      *   VALOR-CRD  EXCEDENTE ORIGINAL DO PAGAMENTO.
      *   SALDO-CRD  PARTE DO CREDITO AINDA NAO CONSUMIDA NEM
      *              DEVOLVIDA.
      *
      * USO (FILE SECTION):
      *       COPY CADCRED.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADCRED ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-CRED.
      *--------------------------------------------------------------

       FD CADCRED
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCRED.DAT".

       01 REG-CRD.
           02 ID-CRD         PIC 9(07).
           02 DATA-CRD       PIC 9(08).
           02 VALOR-CRD      PIC 9(09)V99.
           02 SALDO-CRD      PIC 9(09)V99.
