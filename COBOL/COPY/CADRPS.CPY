      *--------------------------------------------------------------
      * CADRPS.CPY
      *
      * LAYOUT DO REGISTRO DE RPS EMITIDOS (CADRPS.DAT, EM02). O
      * EM0242 ACRESCENTA, EM EXTEND, UM REGISTRO POR RPS DO ARQUIVO
      * MENSAL (UM POR PAGADOR) E O EM0243 REGRAVA O ARQUIVO INTEIRO
      * COM O RETORNO DA PREFEITURA. O MAIOR NUMERO DO REGISTRO E A
      * BASE DA NUMERACAO DO RPS SEGUINTE; UMA COMPETENCIA QUE JA
      * TEM RPS NO REGISTRO NAO E GERADA DE NOVO.
      *
      *   NUM-RPS      NUMERO DO RPS (SEQUENCIAL UNICO DA SERIE).
      *   COMP-RPS     COMPETENCIA FATURADA (AAAAMM).
      *   DATA-RPS     DATA DE EMISSAO (DATA DE MOVIMENTO).
      *   TIPO-RPS     PAGADOR - "S" SOCIO, "A" ALUNO, "R" RESPONSAVEL.
      *   COD-RPS      NUMERO DO SOCIO, MATRICULA OU CODIGO DO
      *                RESPONSAVEL.
      *   IND-DOC-RPS  1 = CPF, 2 = CNPJ, 3 = TOMADOR SEM DOCUMENTO.
      *   DOC-RPS      CPF/CNPJ DO TOMADOR (14 DIGITOS).
      *   SERV-RPS     CODIGO DO SERVICO (CADISS).
      *   VALOR-RPS    VALOR DOS SERVICOS (SOMA DOS RECEBIMENTOS).
      *   ALIQ-RPS     ALIQUOTA DO ISS EM PERCENTUAL.
      *   ISS-RPS      VALOR DO ISS.
      *   NFSE-RPS     NUMERO DA NFS-E (ZERO SEM RETORNO OU RECUSADO).
      *   SIT-RPS      "E" ENVIADO, "N" NFS-E EMITIDA, "R" RECUSADO.
      *   MOTIVO-RPS   MOTIVO DA RECUSA DADO PELA PREFEITURA.
      *
      * USO (FILE SECTION):
      *       COPY CADRPS.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADRPS ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-RPS.
      *--------------------------------------------------------------

       FD CADRPS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRPS.DAT".

       01 REG-RPS.
           02 NUM-RPS        PIC 9(07).
           02 COMP-RPS       PIC 9(06).
           02 DATA-RPS       PIC 9(08).
           02 TIPO-RPS       PIC X(01).
           02 COD-RPS        PIC 9(07).
           02 IND-DOC-RPS    PIC 9(01).
           02 DOC-RPS        PIC 9(14).
           02 SERV-RPS       PIC 9(05).
           02 VALOR-RPS      PIC 9(09)V99.
           02 ALIQ-RPS       PIC 9(02)V99.
           02 ISS-RPS        PIC 9(07)V99.
           02 NFSE-RPS       PIC 9(12).
           02 SIT-RPS        PIC X(01).
           02 MOTIVO-RPS     PIC X(40).
