      *--------------------------------------------------------------
      * CADMENS.CPY
      *
      * LAYOUT DO CADASTRO DE MENSALIDADES ESCOLARES (CADMENS.DAT).
      * UM REGISTRO POR ALUNO. O EM0320 EMITE A MENSALIDADE DO MES A
      * PARTIR DELE; O EM0336 REVE A BOLSA NO FIM DE CADA PERIODO
      * CONTRA AS REGRAS DO TIPO DE BOLSA (CADBOLSA.DAT, MANTIDO PELO
      * MANREF) E, COM A REVISAO APROVADA, REGRAVA O ARQUIVO INTEIRO.
      *
      *   MAT-MENS         MATRICULA DO ALUNO.
      *   VALOR-MENS       MENSALIDADE CHEIA.
      *   BOLSA-MENS       DESCONTO/BOLSA EM % (ZERO = SEM BOLSA).
      *   DIAVEN-MENS      DIA DE VENCIMENTO.
      *   TIPO-BOLSA-MENS  TIPO DA BOLSA (CHAVE DO CADBOLSA). CONTINUA
      *                    GRAVADO QUANDO A BOLSA E REVOGADA.
      *   PERREV-MENS      ULTIMO PERIODO (AAAAMM) EM QUE A BOLSA FOI
      *                    REVISTA PELO EM0336 - A MESMA BOLSA NAO E
      *                    REVISTA DUAS VEZES NO MESMO PERIODO. REGISTRO
      *                    ANTIGO, SEM O CAMPO, VALE COMO NUNCA REVISTO.
      *
      * USO (FILE SECTION):
      *       COPY CADMENS.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADMENS ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-MENS.
      *--------------------------------------------------------------

       FD CADMENS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMENS.DAT".

       01 REG-MENS.
           02 MAT-MENS       PIC 9(07).
           02 VALOR-MENS     PIC 9(07)V99.
           02 BOLSA-MENS     PIC 99V99.
           02 DIAVEN-MENS    PIC 9(02).
           02 TIPO-BOLSA-MENS PIC X(02).
           02 PERREV-MENS    PIC 9(06).
