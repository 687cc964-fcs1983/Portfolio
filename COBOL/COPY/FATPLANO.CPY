      *--------------------------------------------------------------
      * FATPLANO.CPY
      *
      * FATURA MENSAL DA OPERADORA DOS PLANOS DE SAUDE E
      * ODONTOLOGICO (FATPLANO.DAT), RECEBIDA NO DIRETORIO DO EM03.
      * UMA LINHA POR VIDA COBRADA: COMPETENCIA AAAAMM, CODIGO DO
      * BENEFICIARIO (MATRICULA + SEQUENCIA DO DEPENDENTE, 00 =
      * TITULAR), PLANO, NOME COMO CONSTA NA OPERADORA E VALOR
      * COBRADO (PARTE DO FUNCIONARIO + PARTE DA EMPRESA). CONFERIDA
      * CONTRA AS ADESOES PELO EM0342 ANTES DO PAGAMENTO.
      *
      * USO (FILE SECTION):
      *       COPY FATPLANO.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT FATPLANO ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-FAT.
      *--------------------------------------------------------------

       FD FATPLANO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FATPLANO.DAT".

       01 REG-FAT.
           02 COMP-FAT       PIC 9(06).
           02 MAT-FAT        PIC 9(05).
           02 SEQ-FAT        PIC 9(02).
           02 PLANO-FAT      PIC X(04).
           02 NOME-FAT       PIC X(30).
           02 VALOR-FAT      PIC 9(05)V99.
