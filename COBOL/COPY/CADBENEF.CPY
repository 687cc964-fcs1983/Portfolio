      *--------------------------------------------------------------
      * CADBENEF.CPY
      *
      * CADASTRO DE ADESOES AOS PLANOS DE SAUDE E ODONTOLOGICO
      * (CADBENEF.DAT), MANTIDO PELO MANREF (TABELA "BENEF", CHAVE =
      * MATRICULA + PLANO). UM REGISTRO POR PLANO DO FUNCIONARIO.
      *
      * COBERT-BEN (NIVEL DE COBERTURA):
      *   "T" = SO O TITULAR;
      *   "C" = TITULAR E CONJUGE (DEPENDENTE DE PARENTESCO "C");
      *   "F" = TITULAR E TODOS OS DEPENDENTES (FAMILIA).
      * OS DEPENDENTES E AS DATAS DE NASCIMENTO FICAM NO CADDEPEN.
      * NASC-BEN E A DATA DE NASCIMENTO DO TITULAR. INICIO-BEN/
      * FIM-BEN SAO AAAAMMDD; FIM ZERADO = ADESAO EM VIGOR. A ADESAO
      * VALE QUANDO A DATA DE MOVIMENTO ESTA NO INTERVALO.
      *
      * USO (FILE SECTION):
      *       COPY CADBENEF.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADBENEF ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-BEN.
      *--------------------------------------------------------------

       FD CADBENEF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADBENEF.DAT".

       01 REG-BEN.
           02 MAT-BEN        PIC 9(05).
           02 PLANO-BEN      PIC X(04).
           02 NOME-BEN       PIC X(20).
           02 COBERT-BEN     PIC X(01).
           02 NASC-BEN       PIC 9(08).
           02 INICIO-BEN     PIC 9(08).
           02 FIM-BEN        PIC 9(08).
