      *--------------------------------------------------------------
      * CADESPERA.CPY
      *
      * LAYOUT DA LISTA DE ESPERA DAS TURMAS LOTADAS (CADESPERA.DAT),
      * MANTIDA PELO EM0316. A INCLUSAO OU TROCA DE TURMA RECUSADA
      * POR FALTA DE VAGA (CAPAC-TURMA DO CADTURMA) ENTRA NO FIM DA
      * LISTA, DE MODO QUE O ARQUIVO FICA NA ORDEM DOS PEDIDOS E O
      * PRIMEIRO REGISTRO DE UMA TURMA E O PEDIDO MAIS ANTIGO DELA.
      * QUANDO UMA EXCLUSAO OU TRANSFERENCIA ABRE VAGA NA TURMA, O
      * PRIMEIRO DA LISTA E ALOCADO NA MESMA RODADA; O PEDIDO QUE
      * PASSA DO PRAZO DO RUNCTL SEM VAGA EXPIRA. QUEM CONSOME
      * REGRAVA O ARQUIVO INTEIRO.
      *
      *   TURMA-ESP   TURMA PEDIDA.
      *   DATA-ESP    DATA DE MOVIMENTO DO PEDIDO (AAAAMMDD) - BASE DA
      *               ORDEM E DO PRAZO DE VALIDADE.
      *   MAT-ESP     MATRICULA DO ALUNO.
      *   NOME-ESP    NOME DO ALUNO NO PEDIDO.
      *   OPER-ESP    "I" = MATRICULA NOVA (INCLUSAO NO CADALU);
      *               "A" = TROCA DE TURMA DE ALUNO JA MATRICULADO.
      *   ORIGEM-ESP  TURMA ATUAL DO ALUNO NA TROCA (ZERO NA
      *               INCLUSAO).
      *
      * USO (FILE SECTION):
      *       COPY CADESPERA.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADESPERA ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-ESP.
      *--------------------------------------------------------------

       FD CADESPERA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADESPERA.DAT".

       01 REG-ESP.
           02 TURMA-ESP      PIC 9(03).
           02 DATA-ESP       PIC 9(08).
           02 MAT-ESP        PIC 9(07).
           02 NOME-ESP       PIC X(30).
           02 OPER-ESP       PIC X(01).
           02 ORIGEM-ESP     PIC 9(03).
