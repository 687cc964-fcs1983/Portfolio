      *--------------------------------------------------------------
      * CADPENS.CPY
      *
      * LAYOUT DO CADASTRO DE ORDENS JUDICIAIS DE PENSAO ALIMENTICIA
      * (CADPENS.DAT), MANTIDO PELO MANREF (TABELA "PENSAO", CHAVE =
      * MATRICULA + SEQUENCIA). CADA ORDEM DESCONTA DO FUNCIONARIO E
      * CREDITA NA CONTA DO BENEFICIARIO, COMO CREDITO PROPRIO NO
      * BANCOPAG DO EM0306 - NAO MAIS COMO DESC-ENT DIGITADO A MAO
      * MAIS UMA TRANSFERENCIA AVULSA.
      *
      * FORMA-PENS:
      *   "B" = PERCENTUAL (FATOR-PENS) SOBRE O BRUTO DA RODADA;
      *   "L" = PERCENTUAL SOBRE O LIQUIDO LEGAL (BRUTO - INSS -
      *         IRRF);
      *   "F" = VALOR FIXO MENSAL (FATOR-PENS EM REAIS), SO NA FOLHA
      *         NORMAL.
      * INICIO-PENS/FIM-PENS SAO AAAAMMDD; FIM ZERADO = SEM PRAZO. A
      * ORDEM VALE QUANDO A DATA DE MOVIMENTO ESTA NO INTERVALO.
      *
      * USO (FILE SECTION):
      *       COPY CADPENS.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADPENS ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-PENS.
      *--------------------------------------------------------------

       FD CADPENS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPENS.DAT".

       01 REG-PENS.
           02 MAT-PENS       PIC 9(05).
           02 SEQ-PENS       PIC 9(01).
           02 BENEF-PENS     PIC X(18).
           02 CONTA-PENS     PIC 9(10).
           02 FORMA-PENS     PIC X(01).
           02 FATOR-PENS     PIC 9(07)V99.
           02 INICIO-PENS    PIC 9(08).
           02 FIM-PENS       PIC 9(08).
