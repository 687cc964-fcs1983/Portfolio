      *                   PASSANDO).
      *               COM ISSO UMA RODADA DE TESTE DEIXA DE SER UMA
      *               EXPOSICAO DE DADO PESSOAL (LGPD).
      *
      *MODIFICACAO
      *  15/10/2026  CADCLI GANHOU NO FIM DO REGISTRO OS INDICADORES DE
      *              CONSENTIMENTO LGPD E O CANAL (VER EM0206); SAO
      *              COPIADOS PARA CADCLIA SEM ALTERACAO (NAO SAO
      *              DADO PESSOAL E A MASSA DE TESTE PRECISA GERAR
      *              CONCESSOES NO MOVCONS).
      *  15/10/2026  CADSOC1 GANHOU O CPF DO SOCIO NO FIM DO REGISTRO
      *              (VER EM0235); O CPF PREENCHIDO E REGERADO COMO O
      *              DE CLIENTE PESSOA FISICA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 LOGRA-ENT      PIC X(30).
           02 NUMEND-ENT     PIC X(06).
           02 CEP-ENT        PIC 9(08).
           02 CONSMKT-ENT    PIC X(01).
           02 CONSCRM-ENT    PIC X(01).
           02 CONSCTT-ENT    PIC X(01).
           02 CANALCONS-ENT  PIC X(01).

       FD CADCLIA
           LABEL RECORD ARE STANDARD
           02 LOGRA-ANO      PIC X(30).
           02 NUMEND-ANO     PIC X(06).
           02 CEP-ANO        PIC 9(08).
           02 CONSMKT-ANO    PIC X(01).
           02 CONSCRM-ANO    PIC X(01).
           02 CONSCTT-ANO    PIC X(01).
           02 CANALCONS-ANO  PIC X(01).

       FD CADSOC1
           LABEL RECORD ARE STANDARD
           02 FILIAL-SOC1    PIC 9(02).
           02 STATUS-SOC1    PIC X(01).
           02 DATACANC-SOC1  PIC 9(08).
           02 CPF-SOC1       PIC 9(11).

       FD CADSOC1A
           LABEL RECORD ARE STANDARD
           02 FILIAL-SOCA    PIC 9(02).
           02 STATUS-SOCA    PIC X(01).
           02 DATACANC-SOCA  PIC 9(08).
           02 CPF-SOCA       PIC 9(11).

       FD CADFUN
           LABEL RECORD ARE STANDARD
           MOVE REG-SOC TO REG-SOCA.
           PERFORM GERA-NOME.
           MOVE NOME-GERADO TO NOME-SOCA.
           IF CPF-SOC1 IS NUMERIC AND CPF-SOC1 NOT EQUAL ZEROES
               PERFORM GERA-CPF
               MOVE CPF-TRAB TO CPF-SOCA.
           ADD 1 TO CT-SOC.
           WRITE REG-SOCA.
           PERFORM LE-SOC.
