      *--------------------------------------------------------------
      * PARNFSE.CPY
      *
      * PARAMETROS DO PRESTADOR JUNTO A PREFEITURA PARA A NOTA FISCAL
      * DE SERVICOS ELETRONICA (PARNFSE.DAT, UM UNICO REGISTRO).
      * ALIMENTA O CABECALHO DO ARQUIVO DE RPS MONTADO PELO EM0242 E
      * E CONFERIDO PELO EM0243 CONTRA O RETORNO DA PREFEITURA:
      *   CNPJ-PNF    CNPJ DO PRESTADOR;
      *   IM-PNF      INSCRICAO MUNICIPAL (CCM) DO PRESTADOR;
      *   NOME-PNF    RAZAO SOCIAL;
      *   SERIE-PNF   SERIE DOS RPS DADA PELA PREFEITURA.
      * SEM ESTE ARQUIVO NENHUM DOS DOIS PROGRAMAS RODA.
      *
      * USO (FILE SECTION):
      *       COPY PARNFSE.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT PARNFSE ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-PNF.
      *--------------------------------------------------------------

       FD PARNFSE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARNFSE.DAT".

       01 REG-PNF.
           02 CNPJ-PNF       PIC 9(14).
           02 IM-PNF         PIC 9(08).
           02 NOME-PNF       PIC X(30).
           02 SERIE-PNF      PIC X(05).
