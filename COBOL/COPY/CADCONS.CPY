      *--------------------------------------------------------------
      * CADCONS.CPY
      *
      * LAYOUT DO CADASTRO DE CONSENTIMENTOS LGPD (CADCONS.DAT),
      * MANTIDO PELO EM0231 A PARTIR DO MOVCONS (CHAVE = IDENTIDADE
      * + FINALIDADE, EM ORDEM CRESCENTE). UMA ENTRADA POR CLIENTE E
      * FINALIDADE; SEM ENTRADA VIGENTE, O CLIENTE NAO CONSENTIU.
      *
      *   IDENT-CNS     CPF/CNPJ DO CLIENTE (14 DIGITOS, COMO EM
      *                 CADOK).
      *   FINAL-CNS     "M" MARKETING;
      *                 "C" COMPARTILHAMENTO COM O CRM;
      *                 "T" CONTATO POR SMS/EMAIL.
      *   SITUA-CNS     "V" VIGENTE; "R" REVOGADO.
      *   DATACONC-CNS  DATA EM QUE O CONSENTIMENTO FOI DADO
      *                 (AAAAMMDD).
      *   CANAL-CNS     CANAL DA CONCESSAO: "F" FICHA CADASTRAL,
      *                 "S" SITE, "T" TELEFONE, "L" LOJA, "E" EMAIL.
      *   PROTOC-CNS    PROTOCOLO DO PEDIDO (ZERO NA ENTRADA VIA
      *                 EM0206).
      *   DATAREG-CNS   DATA DE MOVIMENTO EM QUE A CONCESSAO FOI
      *                 REGISTRADA NO CADASTRO (A DATA-CONC PODE SER
      *                 ANTERIOR, QUANDO O PEDIDO E DIGITADO DEPOIS).
      *   DATAREV-CNS   DATA DA REVOGACAO (ZERO QUANDO VIGENTE).
      *   CANALREV-CNS  CANAL DA REVOGACAO (MESMOS CODIGOS).
      *   PROPAG-CNS    DATA DE MOVIMENTO EM QUE A REVOGACAO SAIU NO
      *                 RELREVOG PARA SER PROPAGADA AO CRM (ZERO =
      *                 AINDA PENDENTE).
      *
      * USO (FILE SECTION):
      *       COPY CADCONS.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADCONS ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-CNS.
      *--------------------------------------------------------------

       FD CADCONS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCONS.DAT".

       01 REG-CNS.
           02 IDENT-CNS      PIC 9(14).
           02 FINAL-CNS      PIC X(01).
           02 SITUA-CNS      PIC X(01).
           02 DATACONC-CNS   PIC 9(08).
           02 CANAL-CNS      PIC X(01).
           02 PROTOC-CNS     PIC 9(06).
           02 DATAREG-CNS    PIC 9(08).
           02 DATAREV-CNS    PIC 9(08).
           02 CANALREV-CNS   PIC X(01).
           02 PROPAG-CNS     PIC 9(08).
