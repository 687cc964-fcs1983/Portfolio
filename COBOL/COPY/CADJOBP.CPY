      *--------------------------------------------------------------
      * CADJOBP.CPY
      *
      * LAYOUT DA TABELA DE FREQUENCIA DOS JOBS PERIODICOS
      * (CADJOBP.DAT), MANTIDA PELO MANREF (TABELA "JOBP"), UM
      * REGISTRO POR PROGRAMA QUE NAO RODA TODO DIA - FECHAMENTO DO
      * MES, EXPORTACAO CONTABIL, EXPURGO, EMISSAO DE MENSALIDADES
      * ETC. O PLANEJADOR EM0434 CALCULA, COM A DATA DE MOVIMENTO E
      * O CALENDARIO DE FERIADOS (CADFERIADO.DAT, VIA DATAROLL), QUAIS
      * DELES VENCEM NO DIA E OS POE NA AGENDA DO LOTE (AGENDJOB.CPY).
      *
      *   PROGID-JOBP    PROGRAMA (EX.: "EM0414"), CHAVE DA TABELA.
      *   FREQ-JOBP      "M" MENSAL NO N-ESIMO DIA UTIL DO MES (N EM
      *                      DIA-JOBP; N ALEM DOS DIAS UTEIS DO MES
      *                      VALE COMO O ULTIMO);
      *                  "U" MENSAL NO ULTIMO DIA UTIL DO MES;
      *                  "T" TRIMESTRAL: DIA-JOBP = N (1 A 23) E O
      *                      N-ESIMO DIA UTIL DE JAN/ABR/JUL/OUT;
      *                      DIA-JOBP = 0 E O ULTIMO DIA UTIL DE
      *                      MAR/JUN/SET/DEZ;
      *                  "A" ANUAL NA DATA DIA-JOBP/MES-JOBP, OU NO
      *                      PRIMEIRO DIA UTIL SEGUINTE.
      *   DIA-JOBP       DIA (VER FREQ-JOBP).
      *   MES-JOBP       MES (SO NA FREQUENCIA "A").
      *   GRUPO-JOBP     SUBDIRETORIO EM QUE O JOB RODA (EM01 A EM04);
      *                  EM BRANCO, NA RAIZ DO DIRETORIO DE DADOS.
      *   PREREQ1-JOBP   PASSOS QUE PRECISAM TER TERMINADO NO MESMO
      *   PREREQ2-JOBP   LOTE (RC ABAIXO DE 16) PARA O JOB RODAR; EM
      *                  BRANCO, SEM PRE-REQUISITO.
      *   DESC-JOBP      DESCRICAO LIVRE.
      *
      * USO (FILE SECTION):
      *       COPY CADJOBP.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADJOBP ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-CADJOBP.
      *--------------------------------------------------------------

       FD CADJOBP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADJOBP.DAT".

       01 REG-CADJOBP.
           02 PROGID-JOBP    PIC X(06).
           02 FREQ-JOBP      PIC X(01).
           02 DIA-JOBP       PIC 9(02).
           02 MES-JOBP       PIC 9(02).
           02 GRUPO-JOBP     PIC X(04).
           02 PREREQ1-JOBP   PIC X(06).
           02 PREREQ2-JOBP   PIC X(06).
           02 DESC-JOBP      PIC X(30).
