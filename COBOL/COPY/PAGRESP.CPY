      *--------------------------------------------------------------
      * PAGRESP.CPY
      *
      * LAYOUT DO RAZAO DE MENSALIDADES PAGAS POR RESPONSAVEL
      * FINANCEIRO (PAGRESP.DAT). A BAIXA DO EM0321 ACRESCENTA, EM
      * EXTEND, UM REGISTRO POR ALUNO PARA CADA PAGAMENTO DE ALUNO
      * VINCULADO A UM RESPONSAVEL NO CADRESP - O PAGAMENTO DO BOLETO
      * DO RESPONSAVEL JA RATEADO ENTRE OS FILHOS. O EM0340 LE O ANO
      * DO RAZAO PARA O DEMONSTRATIVO ANUAL DO IMPOSTO DE RENDA.
      *
      *   COD-PGR    CODIGO DO RESPONSAVEL (COD-RESP).
      *   MAT-PGR    MATRICULA DO ALUNO.
      *   DATA-PGR   DATA DO PAGAMENTO (AAAAMMDD, A DO MOVPAGM).
      *   VALOR-PGR  VALOR PAGO ATRIBUIDO AO ALUNO (ABATIDO DO SALDO
      *              MAIS O EXCEDENTE QUE VIROU CREDITO DELE).
      *
      * USO (FILE SECTION):
      *       COPY PAGRESP.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT PAGRESP ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-PGR.
      *--------------------------------------------------------------

       FD PAGRESP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PAGRESP.DAT".

       01 REG-PGR.
           02 COD-PGR        PIC 9(07).
           02 MAT-PGR        PIC 9(07).
           02 DATA-PGR       PIC 9(08).
           02 VALOR-PGR      PIC 9(09)V99.
