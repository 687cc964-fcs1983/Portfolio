      *--------------------------------------------------------------
      * MOVCONS.CPY
      *
      * LAYOUT DO MOVIMENTO DE CONSENTIMENTOS LGPD (MOVCONS.DAT),
      * APLICADO PELO EM0231 NO CADASTRO CADCONS. RECEBE AS
      * TRANSACOES DIGITADAS PELO ATENDIMENTO E, EM EXTEND, AS
      * CONCESSOES CAPTURADAS NA FICHA DE ENTRADA DOS CLIENTES
      * APROVADOS PELO EM0206.
      *
      *   OPER-MCS      "C" CONCEDE O CONSENTIMENTO;
      *                 "R" REVOGA O CONSENTIMENTO.
      *   IDENT-MCS     CPF/CNPJ DO CLIENTE (14 DIGITOS).
      *   FINAL-MCS     "M" MARKETING, "C" COMPARTILHAMENTO COM O
      *                 CRM, "T" CONTATO POR SMS/EMAIL.
      *   CANAL-MCS     "F" FICHA, "S" SITE, "T" TELEFONE, "L" LOJA,
      *                 "E" EMAIL.
      *   DATA-MCS      DATA DA CONCESSAO/REVOGACAO (DD/MM/AAAA).
      *   PROTOC-MCS    PROTOCOLO DO PEDIDO DO TITULAR.
      *
      * USO (FILE SECTION):
      *       COPY MOVCONS.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT MOVCONS ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-MCS.
      *--------------------------------------------------------------

       FD MOVCONS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVCONS.DAT".

       01 REG-MCS.
           02 OPER-MCS       PIC X(01).
           02 IDENT-MCS      PIC 9(14).
           02 FINAL-MCS      PIC X(01).
           02 CANAL-MCS      PIC X(01).
           02 DATA-MCS.
               03 DD-MCS        PIC 9(02).
               03 MM-MCS        PIC 9(02).
               03 AA-MCS        PIC 9(04).
           02 PROTOC-MCS     PIC 9(06).
