      *--------------------------------------------------------------
      * CADISS.CPY
      *
      * LAYOUT DA TABELA DE SERVICOS E ALIQUOTAS DE ISS (CADISS.DAT),
      * MANTIDA PELO MANREF (TABELA "ISS"), UM REGISTRO POR SERVICO
      * FATURADO NA NFS-E. O EM0242 TIRA DAQUI O CODIGO DO SERVICO, A
      * ALIQUOTA E A DISCRIMINACAO DE CADA RPS.
      *
      *   SERV-ISS    "S" MENSALIDADE DE SOCIO (EM0212);
      *               "E" MENSALIDADE ESCOLAR (EM0321, ALUNO OU
      *                   RESPONSAVEL).
      *   COD-ISS     CODIGO DO SERVICO NA LISTA DO MUNICIPIO.
      *   ALIQ-ISS    ALIQUOTA DO ISS EM PERCENTUAL (2,00 A 5,00).
      *   DISCR-ISS   DISCRIMINACAO DO SERVICO IMPRESSA NA NOTA.
      *
      * USO (FILE SECTION):
      *       COPY CADISS.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADISS ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-ISS.
      *--------------------------------------------------------------

       FD CADISS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADISS.DAT".

       01 REG-ISS.
           02 SERV-ISS       PIC X(01).
           02 COD-ISS        PIC 9(05).
           02 ALIQ-ISS       PIC 9(02)V99.
           02 DISCR-ISS      PIC X(30).
