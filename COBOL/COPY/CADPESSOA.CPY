      *--------------------------------------------------------------
      * CADPESSOA.CPY
      *
      * LAYOUT DO CADASTRO UNICO DE PESSOAS (CADPESSOA.DAT), MANTIDO
      * TODA NOITE PELO EM0115 A PARTIR DOS CADASTROS DE CADA PAPEL E
      * LIDO PELA POSICAO CONSOLIDADA EM0116. UM REGISTRO POR CPF, EM
      * ORDEM ASCENDENTE DE CPF. A MESMA PESSOA PODE SER SOCIO
      * (CADSOC1), CLIENTE PESSOA FISICA (CADCLIX), RESPONSAVEL
      * FINANCEIRO DE ALUNOS (CADRESP) E FUNCIONARIO (CADFUNC, COM O
      * CPF DA TABELA CADDOCF DO MANREF); AQUI FICAM AS REFERENCIAS
      * CRUZADAS PARA A CHAVE DE CADA PAPEL:
      *   CPF-PES       CPF (CHAVE).
      *   NOME-PES      NOME, DO PRIMEIRO CADASTRO NA ORDEM
      *                 FUNCIONARIO, SOCIO, RESPONSAVEL, CLIENTE.
      *   NASC-PES      NASCIMENTO AAAAMMDD (CADDOCF/CADBENEF; ZERO =
      *                 NAO INFORMADO).
      *   SIT-PES       "A" = COM ALGUM PAPEL NOS CADASTROS DO DIA;
      *                 "I" = SEM PAPEL (SAIU DE TODOS OS CADASTROS) -
      *                 O REGISTRO E MANTIDO, SEM AS REFERENCIAS.
      *   INCL-PES      DATA DE MOVIMENTO EM QUE O CPF ENTROU.
      *   ATU-PES       DATA DE MOVIMENTO DA ULTIMA ALTERACAO.
      *   PAPEIS-PES    UMA POSICAO POR PAPEL, NA ORDEM F (FUNCIONARIO),
      *                 S (SOCIO), R (RESPONSAVEL), C (CLIENTE); A LETRA
      *                 QUANDO A PESSOA TEM O PAPEL, BRANCO QUANDO NAO.
      *   FUNC-PES      MATRICULAS DE FUNCIONARIO (MAT-FUNC), ATE 2.
      *   SOC-PES       NUMEROS DE SOCIO (NUM-SOC1), ATE 3.
      *   RESP-PES      CODIGO DO RESPONSAVEL (COD-RESP).
      *   ALU-PES       MATRICULAS DOS ALUNOS SOB O RESPONSAVEL
      *                 (MAT-FIL-RESP), ATE 6.
      *   CLI-PES       CODIGOS DE CLIENTE (CODIGO-ENT), ATE 3.
      * REFERENCIA NAO USADA FICA ZERADA (CLIENTE EM BRANCO). MAIS DE
      * UMA MATRICULA, SOCIO OU CLIENTE NO MESMO CPF SAI NO RELATORIO
      * DE CONFLITOS DO EM0115 COMO CPF REPETIDO NO CADASTRO.
      *
      * USO (FILE SECTION):
      *       COPY CADPESSOA.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADPESSOA ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-PES.
      *--------------------------------------------------------------

       FD CADPESSOA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPESSOA.DAT".

       01 REG-PES.
           02 CPF-PES        PIC 9(11).
           02 NOME-PES       PIC X(30).
           02 NASC-PES       PIC 9(08).
           02 SIT-PES        PIC X(01).
           02 INCL-PES       PIC 9(08).
           02 ATU-PES        PIC 9(08).
           02 PAPEIS-PES.
               03 PAPEL-F-PES    PIC X(01).
               03 PAPEL-S-PES    PIC X(01).
               03 PAPEL-R-PES    PIC X(01).
               03 PAPEL-C-PES    PIC X(01).
           02 FUNC-PES       PIC 9(05) OCCURS 2 TIMES.
           02 SOC-PES        PIC 9(06) OCCURS 3 TIMES.
           02 RESP-PES       PIC 9(07).
           02 ALU-PES        PIC 9(07) OCCURS 6 TIMES.
           02 CLI-PES        PIC X(03) OCCURS 3 TIMES.
