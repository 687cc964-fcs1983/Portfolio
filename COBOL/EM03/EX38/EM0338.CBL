       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0338.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       REMATRICULA DE FIM DE PERIODO. A SECRETARIA
      *               REMONTAVA O CADALU NA MAO A CADA PERIODO, E AS
      *               NOTAS DO PERIODO ANTERIOR AS VEZES FICAVAM NO
      *               CADASTRO NOVO. ESTE JOB, RODADO UMA VEZ NO
      *               FECHAMENTO DO PERIODO (DEPOIS DO EM0307 E DO
      *               EM0319), REGRAVA O CADALU.DAT DO PERIODO
      *               SEGUINTE COM AS QUATRO NOTAS ZERADAS:
      *                 - CONCLUINTE (MATRICULA NO CERTIF.DAT DO
      *                   EM0319) SAI DO CADALU;
      *                 - APROVADO OU DESTAQUE NO RESULTADO FINAL DO
      *                   PERIODO (ULTIMO REGISTRO DO ALUNO NO PERIODO
      *                   NO HISTESC.DAT DO EM0307) E PROMOVIDO PARA A
      *                   TURMA DA SERIE SEGUINTE DA TABELA DE
      *                   SERIACAO CADSERIE.DAT (MANREF, TABELA
      *                   "SERIE": TURMA 9(03) + TURMA SEGUINTE 9(03),
      *                   000 = ULTIMA SERIE);
      *                 - REPROVADO REPETE A MESMA TURMA;
      *                 - ALUNO SEM RESULTADO NO PERIODO, DE TURMA SEM
      *                   SERIACAO OU APROVADO NA ULTIMA SERIE SEM O
      *                   CERTIFICADO DO EM0319 E MANTIDO NA MESMA
      *                   TURMA E APONTADO NO REGISTRO PARA CONFERENCIA.
      *               A CAPACIDADE DO CADTURMA (CAPAC-TURMA) E
      *               RESPEITADA: OS QUE FICAM NA TURMA (REPETENTES E
      *               MANTIDOS) TEM A VAGA PRIMEIRO, DEPOIS OS
      *               PROMOVIDOS PELA MAIOR MEDIA DO PERIODO; QUEM NAO
      *               CABE SAI DO CADALU PARA O FIM DA LISTA DE ESPERA
      *               CADESPERA.DAT (OPERACAO "I", ALOCADO PELO EM0316
      *               QUANDO ABRIR VAGA). SEM CADTURMA NAO HA CRITICA
      *               DE CAPACIDADE, COMO NO EM0316.
      *               O CADMENS.DAT DO PERIODO NOVO E REGRAVADO: A
      *               MENSALIDADE DO CONCLUINTE E BAIXADA, A DOS DEMAIS
      *               CONTINUA (COM A BOLSA E A REVISAO DO EM0336) E O
      *               ALUNO SEM CADASTRO GANHA UM REGISTRO COM A
      *               MENSALIDADE PADRAO DO RUNCTL, SEM BOLSA.
      *               RUNCTL (PROG "EM0338"):
      *                 PARM1 = PERIODO A FECHAR AAAAMM (ZERO = O DA
      *                         DATA DE MOVIMENTO);
      *                 PARM2 = MENSALIDADE PADRAO DO ALUNO SEM CADMENS
      *                         (ZERO = O ALUNO CONTINUA SEM CADMENS);
      *                 PARM3 = DIA DE VENCIMENTO DESSA MENSALIDADE
      *                         (ZERO = DIA 10).
      *               CADA REMATRICULA FEITA E ACRESCENTADA AO
      *               CONTROLE CTLREMAT.DAT (PERIODO + DATA + TOTAIS);
      *               PERIODO IGUAL OU ANTERIOR AO ULTIMO FECHADO E
      *               RECUSADO COM RETURN-CODE 16, ASSIM COMO HISTESC
      *               SEM NENHUM RESULTADO DO PERIODO, CADALU OU
      *               CADSERIE AUSENTE E PARAMETRO INVALIDO. O
      *               REGISTRO DA REMATRICULA SAI EM RELREMAT, POR
      *               TURMA DE DESTINO. RETURN-CODE 4 QUANDO HA ALUNO
      *               MANTIDO, EM ESPERA, SEM MENSALIDADE OU EM TURMA
      *               FORA DO CADTURMA.
      *
      *MODIFICACAO
      *  15/10/2026  CADA ALUNO QUE CONTINUA NA ESCOLA (ALOCADO OU EM
      *              ESPERA) GERA UM EVENTO "REMA" NO MSGEVT.DAT
      *              (EXTEND - VER MSGEVT.CPY: TURMA DE DESTINO E
      *              SITUACAO), PARA A CENTRAL DE COMUNICACAO EM0240
      *              MANDAR O AVISO DE VOLTA AS AULAS AO RESPONSAVEL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALU.

           SELECT CADTURMA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TURMA.

           SELECT CADSERIE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SERIE.

           SELECT HISTESC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HIST.

           SELECT CERTIF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CERT.

           SELECT CADMENS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MENS.

           SELECT CADESPERA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESP.

           SELECT CTLREMAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTL.

           SELECT WORKREM ASSIGN TO DISK.

           SELECT RELREMAT ASSIGN TO DISK.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

           SELECT MSGEVT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EVT.

       DATA DIVISION.
       FILE SECTION.

       FD CADALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".

       01 REG-ALU.
           02 TURMA-ALU      PIC 9(03).
           02 COD-ALU        PIC 9(07).
           02 NOME-ALU       PIC X(30).
           02 NOTA-ALU.
               03 NOTA-TAB-ALU PIC 99V99 OCCURS 4 TIMES.

       FD CADTURMA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTURMA.DAT".

       01 REG-TURMA.
           02 COD-TURMA      PIC 9(03).
           02 CURSO-TURMA    PIC X(20).
           02 PROF-TURMA     PIC X(20).
           02 CAPAC-TURMA    PIC 9(04).

       FD CADSERIE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSERIE.DAT".

       01 REG-SERIE.
           02 TURMA-SER      PIC 9(03).
           02 PROX-SER       PIC 9(03).

       FD HISTESC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTESC.DAT".

       01 REG-HISTESC.
           02 COD-HE         PIC 9(07).
           02 PERIODO-HE     PIC 9(06).
           02 TURMA-HE       PIC 9(03).
           02 NOTA1-HE       PIC 99V99.
           02 NOTA2-HE       PIC 99V99.
           02 NOTA3-HE       PIC 99V99.
           02 NOTA4-HE       PIC 99V99.
           02 MEDIA-HE       PIC 99V99.
           02 RESULTADO-HE   PIC X(09).

       FD CERTIF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CERTIF.DAT".

       01 REG-CERT.
           02 MAT-CERT       PIC 9(07).
           02 NOME-CERT      PIC X(30).
           02 PERIODOS-CERT  PIC 9(02).
           02 MEDIA-CERT     PIC 99V99.
           02 DATA-CERT      PIC 9(08).

       COPY CADMENS.

       COPY CADESPERA.

       FD CTLREMAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTLREMAT.DAT".

       01 REG-CTL.
           02 PERIODO-CTL    PIC 9(06).
           02 DATA-CTL       PIC 9(08).
           02 ALUNOS-CTL     PIC 9(05).
           02 PROMOV-CTL     PIC 9(05).
           02 REPET-CTL      PIC 9(05).
           02 MANT-CTL       PIC 9(05).
           02 CONCL-CTL      PIC 9(05).
           02 ESPERA-CTL     PIC 9(05).

       SD WORKREM.

       01 REG-WORKREM.
           02 DEST-W         PIC 9(03).
           02 PRIO-W         PIC 9(01).
           02 MEDIA-W        PIC 99V99.
           02 MAT-W          PIC 9(07).
           02 POS-W          PIC 9(03).

       FD RELREMAT
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".

       01 REG-RUNCTL.
           02 PROG-RUNCTL    PIC X(06).
           02 PARM1-RUNCTL   PIC 9(07)V99.
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

       COPY DATAMOV.

       COPY MSGEVT.

       WORKING-STORAGE SECTION.

       77 FIM-ALU            PIC X(03) VALUE "NAO".
       77 FIM-TURMA          PIC X(03) VALUE "NAO".
       77 FIM-SERIE          PIC X(03) VALUE "NAO".
       77 FIM-HIST           PIC X(03) VALUE "NAO".
       77 FIM-CERT           PIC X(03) VALUE "NAO".
       77 FIM-MENS           PIC X(03) VALUE "NAO".
       77 FIM-ESP            PIC X(03) VALUE "NAO".
       77 FIM-CTL            PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FIM-SORT           PIC X(03) VALUE "NAO".
       77 FS-ALU             PIC X(02) VALUE SPACES.
       77 FS-TURMA           PIC X(02) VALUE SPACES.
       77 FS-SERIE           PIC X(02) VALUE SPACES.
       77 FS-HIST            PIC X(02) VALUE SPACES.
       77 FS-CERT            PIC X(02) VALUE SPACES.
       77 FS-MENS            PIC X(02) VALUE SPACES.
       77 FS-ESP             PIC X(02) VALUE SPACES.
       77 FS-CTL             PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FS-EVT             PIC X(02) VALUE SPACES.
       77 TEM-TURMAS         PIC 9     VALUE ZEROES.
       77 TEM-MENS           PIC 9     VALUE ZEROES.
       77 LOTADA             PIC 9     VALUE ZEROES.
       77 VALOR-PADRAO       PIC 9(07)V99 VALUE ZEROES.
       77 DIAVEN-PADRAO      PIC 9(02) VALUE 10.
       77 QTD-ALU            PIC 9(03) VALUE ZEROES.
       77 IDX-ALU            PIC 9(03) VALUE ZEROES.
       77 POS-ALU            PIC 9(03) VALUE ZEROES.
       77 IDX-BUSCA          PIC 9(03) VALUE ZEROES.
       77 MAT-PROCURA        PIC 9(07) VALUE ZEROES.
       77 QTD-TURMA          PIC 9(03) VALUE ZEROES.
       77 IDX-TURMA          PIC 9(03) VALUE ZEROES.
       77 POS-TURMA          PIC 9(03) VALUE ZEROES.
       77 TURMA-PROCURA      PIC 9(03) VALUE ZEROES.
       77 QTD-SERIE          PIC 9(03) VALUE ZEROES.
       77 IDX-SERIE          PIC 9(03) VALUE ZEROES.
       77 POS-SERIE          PIC 9(03) VALUE ZEROES.
       77 QTD-MENS           PIC 9(03) VALUE ZEROES.
       77 IDX-MENS           PIC 9(03) VALUE ZEROES.
       77 POS-MENS           PIC 9(03) VALUE ZEROES.
       77 QTD-ESP            PIC 9(03) VALUE ZEROES.
       77 IDX-ESP            PIC 9(03) VALUE ZEROES.
       77 POS-ESP            PIC 9(03) VALUE ZEROES.
       77 SOBRA-TOTAL        PIC 9(05) VALUE ZEROES.
       77 DEST-ANT           PIC 9(03) VALUE ZEROES.
       77 ALOC-TURMA         PIC 9(04) VALUE ZEROES.
       77 ESP-TURMA          PIC 9(04) VALUE ZEROES.
       77 CT-HIST-PER        PIC 9(05) VALUE ZEROES.
       77 CT-PROMOV          PIC 9(05) VALUE ZEROES.
       77 CT-REPET           PIC 9(05) VALUE ZEROES.
       77 CT-MANTIDOS        PIC 9(05) VALUE ZEROES.
       77 CT-CONCL           PIC 9(05) VALUE ZEROES.
       77 CT-ALOCADOS        PIC 9(05) VALUE ZEROES.
       77 CT-ESPERA          PIC 9(05) VALUE ZEROES.
       77 CT-SEM-TURMA       PIC 9(05) VALUE ZEROES.
       77 CT-MENS-MANT       PIC 9(05) VALUE ZEROES.
       77 CT-MENS-NOVA       PIC 9(05) VALUE ZEROES.
       77 CT-MENS-SEM        PIC 9(05) VALUE ZEROES.
       77 CT-MENS-BAIXA      PIC 9(05) VALUE ZEROES.

       COPY WSDATAMOV.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X.
           02 ANO-ROD        PIC 9(04).
           02 MES-ROD        PIC 9(02).
           02 DIA-ROD        PIC 9(02).
       01 DATA-RODADA-9 REDEFINES DATA-RODADA-X PIC 9(08).

       01 PERIODO-FEC.
           02 ANO-FEC        PIC 9(04).
           02 MES-FEC        PIC 9(02).
       01 PERIODO-FEC-9 REDEFINES PERIODO-FEC PIC 9(06).

      * ALUNOS DO CADALU DO PERIODO QUE FECHA. SIT-TAB: "C" =
      * CONCLUIU, "P" = PROMOVIDO, "R" = REPETENTE, "M" = MANTIDO
      * NA TURMA PARA CONFERENCIA. MENS-TAB: "M" = MENSALIDADE
      * MANTIDA, "N" = NOVA, "S" = SEM CADMENS, "B" = BAIXADA.
       01 TAB-ALU.
           02 ENT-ALU OCCURS 500 TIMES.
               03 MAT-TAB        PIC 9(07).
               03 NOME-TAB       PIC X(30).
               03 TURMA-TAB      PIC 9(03).
               03 RES-TAB        PIC X(09).
               03 MEDIA-TAB      PIC 99V99.
               03 CONCL-TAB      PIC X(01).
               03 DEST-TAB       PIC 9(03).
               03 PRIO-TAB       PIC 9(01).
               03 SIT-TAB        PIC X(01).
               03 ESPERA-TAB     PIC X(01).
               03 MENS-TAB       PIC X(01).
               03 OBS-TAB        PIC X(40).

       01 TAB-TURMA.
           02 ENT-TURMA OCCURS 30 TIMES.
               03 COD-TURMA-TAB  PIC 9(03).
               03 CURSO-TUR-TAB  PIC X(20).
               03 CAPAC-TUR-TAB  PIC 9(04).
               03 CAND-TUR-TAB   PIC 9(04).

       01 TAB-SERIE.
           02 ENT-SERIE OCCURS 30 TIMES.
               03 TURMA-SER-TAB  PIC 9(03).
               03 PROX-SER-TAB   PIC 9(03).

      * CADMENS INTEIRO, NA ORDEM DO ARQUIVO, MAIS OS REGISTROS NOVOS
      * NO FIM. BAIXA-MENS-TAB = "S" NAO E REGRAVADO.
       01 TAB-MENS.
           02 ENT-MENS OCCURS 600 TIMES.
               03 REG-MENS-TAB.
                   04 MAT-MENS-TAB    PIC 9(07).
                   04 VALOR-MENS-TAB  PIC 9(07)V99.
                   04 BOLSA-MENS-TAB  PIC 99V99.
                   04 DIAVEN-MENS-TAB PIC 9(02).
                   04 TIPO-MENS-TAB   PIC X(02).
                   04 PERREV-MENS-TAB PIC X(06).
               03 BAIXA-MENS-TAB PIC X(01).

       01 TAB-ESP.
           02 ENT-ESP OCCURS 300 TIMES.
               03 MAT-ESP-TAB    PIC 9(07).
               03 TURMA-ESP-TAB  PIC 9(03).
               03 OPER-ESP-TAB   PIC X(01).

       01 LIN-TITULO.
           02 FILLER         PIC X(36) VALUE
                "REMATRICULA - FECHAMENTO DO PERIODO ".
           02 MES-TIT        PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 ANO-TIT        PIC 9(04).
           02 FILLER         PIC X(10) VALUE " - RODADA ".
           02 DIA-ROD-TIT    PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MES-ROD-TIT    PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 ANO-ROD-TIT    PIC 9(04).
           02 FILLER         PIC X(17) VALUE SPACES.

       01 LIN-PADRAO.
           02 FILLER         PIC X(40) VALUE
                "MENSALIDADE PADRAO DO ALUNO SEM CADMENS:".
           02 VALOR-PAD-LIN  PIC Z.ZZZ.ZZ9,99.
           02 FILLER         PIC X(17) VALUE " - VENCIMENTO DIA".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DIAVEN-PAD-LIN PIC 9(02).
           02 FILLER         PIC X(08) VALUE SPACES.

       01 LIN-SEM-PADRAO.
           02 FILLER         PIC X(43) VALUE
                "SEM MENSALIDADE PADRAO NO RUNCTL - O ALUNO ".
           02 FILLER         PIC X(37) VALUE
                "SEM CADMENS CONTINUA SEM MENSALIDADE".

       01 LIN-TURMA.
           02 FILLER         PIC X(06) VALUE "TURMA ".
           02 TURMA-LIN      PIC 9(03).
           02 FILLER         PIC X(03) VALUE " - ".
           02 CURSO-LIN      PIC X(20).
           02 FILLER         PIC X(13) VALUE " CAPACIDADE: ".
           02 CAPAC-LIN      PIC ZZZ9.
           02 CAPAC-LIN-X REDEFINES CAPAC-LIN PIC X(04).
           02 FILLER         PIC X(31) VALUE SPACES.

       01 LIN-CONCLUINTES.
           02 FILLER         PIC X(39) VALUE
                "CONCLUINTES (CERTIF DO EM0319) - SAEM D".
           02 FILLER         PIC X(09) VALUE "O CADALU".
           02 FILLER         PIC X(32) VALUE SPACES.

       01 LIN-CAB.
           02 FILLER         PIC X(34) VALUE
                "MATRIC. NOME                 ORIG ".
           02 FILLER         PIC X(36) VALUE
                "RESULTADO MEDIA SITUACAO  DESTINO ME".
           02 FILLER         PIC X(10) VALUE "NS".

       01 LIN-DET.
           02 MAT-DET        PIC 9(07).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-DET       PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ORIG-DET       PIC 9(03).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 RES-DET        PIC X(09).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MEDIA-DET      PIC Z9,99.
           02 MEDIA-DET-X REDEFINES MEDIA-DET PIC X(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SIT-DET        PIC X(09).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DESTINO-DET    PIC X(07).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MENS-DET       PIC X(04).
           02 FILLER         PIC X(07) VALUE SPACES.

       01 LIN-OBS.
           02 FILLER         PIC X(09) VALUE SPACES.
           02 FILLER         PIC X(05) VALUE "OBS: ".
           02 OBS-LIN        PIC X(40).
           02 FILLER         PIC X(26) VALUE SPACES.

       01 LIN-SUBTOTAL.
           02 FILLER         PIC X(14) VALUE "    ALOCADOS: ".
           02 ALOC-SUB       PIC ZZZ9.
           02 FILLER         PIC X(14) VALUE "   EM ESPERA: ".
           02 ESP-SUB        PIC ZZZ9.
           02 FILLER         PIC X(44) VALUE SPACES.

       01 LIN-RESUMO.
           02 FILLER         PIC X(08) VALUE "ALUNOS: ".
           02 ALUNOS-RES     PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  PROMOVIDOS: ".
           02 PROMOV-RES     PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  REPETENTES: ".
           02 REPET-RES      PIC ZZ.ZZ9.
           02 FILLER         PIC X(12) VALUE "  MANTIDOS: ".
           02 MANT-RES       PIC ZZ.ZZ9.
           02 FILLER         PIC X(08) VALUE SPACES.

       01 LIN-RESUMO-2.
           02 FILLER         PIC X(13) VALUE "CONCLUINTES: ".
           02 CONCL-RES      PIC ZZ.ZZ9.
           02 FILLER         PIC X(12) VALUE "  ALOCADOS: ".
           02 ALOC-RES       PIC ZZ.ZZ9.
           02 FILLER         PIC X(13) VALUE "  EM ESPERA: ".
           02 ESP-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(24) VALUE SPACES.

       01 LIN-RESUMO-3.
           02 FILLER         PIC X(18) VALUE "CADMENS: MANTIDAS ".
           02 MENS-MANT-RES  PIC ZZ.ZZ9.
           02 FILLER         PIC X(08) VALUE "  NOVAS ".
           02 MENS-NOVA-RES  PIC ZZ.ZZ9.
           02 FILLER         PIC X(15) VALUE "  SEM CADASTRO ".
           02 MENS-SEM-RES   PIC ZZ.ZZ9.
           02 FILLER         PIC X(11) VALUE "  BAIXADAS ".
           02 MENS-BAIXA-RES PIC ZZ.ZZ9.
           02 FILLER         PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.

       EM03-38.
           PERFORM INICIO.
           MOVE ZEROES TO IDX-ALU.
           PERFORM CLASSIFICA-ALUNO QTD-ALU TIMES.
           PERFORM CONFERE-ESPERA.
           MOVE ZEROES TO IDX-ALU.
           PERFORM PREPARA-MENS QTD-ALU TIMES.
           SORT WORKREM
               ASCENDING KEY DEST-W
               ASCENDING KEY PRIO-W
               DESCENDING KEY MEDIA-W
               ASCENDING KEY MAT-W
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           PERFORM GRAVA-MENS.
           PERFORM GRAVA-CONTROLE.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           MOVE ANO-ROD TO ANO-FEC.
           MOVE MES-ROD TO MES-FEC.
           PERFORM CARGA-RUNCTL.
           PERFORM CARGA-CONTROLE.
           PERFORM CARGA-ALU.
           PERFORM CARGA-TURMA.
           PERFORM CARGA-SERIE.
           PERFORM CARGA-HISTESC.
           PERFORM CARGA-CERTIF.
           PERFORM CARGA-MENS.
           PERFORM CARGA-ESPERA.
           OPEN OUTPUT RELREMAT
                EXTEND MSGEVT.
           IF FS-EVT EQUAL "35"
               CLOSE MSGEVT
               OPEN OUTPUT MSGEVT.
           MOVE MES-FEC TO MES-TIT.
           MOVE ANO-FEC TO ANO-TIT.
           MOVE DIA-ROD TO DIA-ROD-TIT.
           MOVE MES-ROD TO MES-ROD-TIT.
           MOVE ANO-ROD TO ANO-ROD-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           IF VALOR-PADRAO IS GREATER THAN ZEROES
               MOVE VALOR-PADRAO TO VALOR-PAD-LIN
               MOVE DIAVEN-PADRAO TO DIAVEN-PAD-LIN
               WRITE REL-SAI FROM LIN-PADRAO AFTER ADVANCING 2 LINES
           ELSE
               WRITE REL-SAI FROM LIN-SEM-PADRAO
                   AFTER ADVANCING 2 LINES.

      * PERIODO A FECHAR, MENSALIDADE E VENCIMENTO PADRAO. SEM O
      * RUNCTL OU SEM O REGISTRO, FECHA O PERIODO DA DATA DE
      * MOVIMENTO E O ALUNO SEM CADMENS CONTINUA SEM MENSALIDADE.
       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0338"
               IF PROG-RUNCTL EQUAL "EM0338"
                   PERFORM ACEITA-PARAMETROS
               END-IF
               CLOSE RUNCTL.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

       ACEITA-PARAMETROS.
           IF PARM1-RUNCTL IS GREATER THAN 999999 OR
              PARM3-RUNCTL IS GREATER THAN 31
               DISPLAY "EM0338 - PARAMETRO INVALIDO NO RUNCTL - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF PARM1-RUNCTL IS GREATER THAN ZEROES
               MOVE PARM1-RUNCTL TO PERIODO-FEC-9.
           IF MES-FEC IS LESS THAN 1 OR MES-FEC IS GREATER THAN 12
               DISPLAY "EM0338 - PERIODO INVALIDO NO RUNCTL ("
                       PERIODO-FEC-9 ") - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE PARM2-RUNCTL TO VALOR-PADRAO.
           IF PARM3-RUNCTL IS GREATER THAN ZEROES
               MOVE PARM3-RUNCTL TO DIAVEN-PADRAO.

      * A REMATRICULA SO RODA UMA VEZ POR PERIODO: PERIODO IGUAL OU
      * ANTERIOR A UM JA FECHADO NO CTLREMAT E RECUSADO.
       CARGA-CONTROLE.
           OPEN INPUT CTLREMAT.
           IF FS-CTL EQUAL "00"
               PERFORM LE-CONTROLE UNTIL FIM-CTL EQUAL "SIM"
               CLOSE CTLREMAT.

       LE-CONTROLE.
           READ CTLREMAT AT END
               MOVE "SIM" TO FIM-CTL.
           IF FIM-CTL NOT EQUAL "SIM"
               IF PERIODO-CTL IS NOT LESS THAN PERIODO-FEC-9
                   DISPLAY "EM0338 - PERIODO " PERIODO-CTL
                           " JA REMATRICULADO EM " DATA-CTL
                           " - PERIODO " PERIODO-FEC-9 " RECUSADO"
                   CLOSE CTLREMAT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.

       CARGA-ALU.
           OPEN INPUT CADALU.
           IF FS-ALU NOT EQUAL "00"
               DISPLAY "CADALU NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-ALU
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-ALU UNTIL FIM-ALU EQUAL "SIM".
           CLOSE CADALU.
           IF QTD-ALU EQUAL ZEROES
               DISPLAY "CADALU SEM ALUNOS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       LE-ALU.
           READ CADALU AT END
               MOVE "SIM" TO FIM-ALU.
           IF FIM-ALU NOT EQUAL "SIM"
               IF QTD-ALU GREATER THAN OR EQUAL TO 500
                   DISPLAY "CADALU EXCEDE LIMITE DE 500 ALUNOS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-ALU
                   MOVE COD-ALU TO MAT-TAB(QTD-ALU)
                   MOVE NOME-ALU TO NOME-TAB(QTD-ALU)
                   MOVE TURMA-ALU TO TURMA-TAB(QTD-ALU)
                   MOVE ZEROES TO MEDIA-TAB(QTD-ALU)
                                  DEST-TAB(QTD-ALU)
                                  PRIO-TAB(QTD-ALU)
                   MOVE SPACES TO RES-TAB(QTD-ALU)
                                  SIT-TAB(QTD-ALU)
                                  MENS-TAB(QTD-ALU)
                                  OBS-TAB(QTD-ALU)
                   MOVE "N" TO CONCL-TAB(QTD-ALU)
                               ESPERA-TAB(QTD-ALU).

      * SEM CADTURMA A REMATRICULA RODA SEM CRITICA DE CAPACIDADE
      * (AVISADO NO CONSOLE), COMO NO EM0316.
       CARGA-TURMA.
           OPEN INPUT CADTURMA.
           IF FS-TURMA EQUAL "00"
               MOVE 1 TO TEM-TURMAS
               PERFORM LE-TURMA UNTIL FIM-TURMA EQUAL "SIM"
               CLOSE CADTURMA
           ELSE
               DISPLAY "EM0338 - SEM CADTURMA - CAPACIDADE DAS TURMAS "
                       "NAO CRITICADA".

       LE-TURMA.
           READ CADTURMA AT END
               MOVE "SIM" TO FIM-TURMA.
           IF FIM-TURMA NOT EQUAL "SIM"
               IF QTD-TURMA GREATER THAN OR EQUAL TO 30
                   DISPLAY "CADTURMA EXCEDE LIMITE DE 30 TURMAS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-TURMA
                   MOVE COD-TURMA TO COD-TURMA-TAB(QTD-TURMA)
                   MOVE CURSO-TURMA TO CURSO-TUR-TAB(QTD-TURMA)
                   MOVE CAPAC-TURMA TO CAPAC-TUR-TAB(QTD-TURMA)
                   MOVE ZEROES TO CAND-TUR-TAB(QTD-TURMA).

      * SEM A TABELA DE SERIACAO NINGUEM PODE SER PROMOVIDO.
       CARGA-SERIE.
           OPEN INPUT CADSERIE.
           IF FS-SERIE NOT EQUAL "00"
               DISPLAY "CADSERIE NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-SERIE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-SERIE UNTIL FIM-SERIE EQUAL "SIM".
           CLOSE CADSERIE.

       LE-SERIE.
           READ CADSERIE AT END
               MOVE "SIM" TO FIM-SERIE.
           IF FIM-SERIE NOT EQUAL "SIM"
               IF QTD-SERIE GREATER THAN OR EQUAL TO 30
                   DISPLAY "CADSERIE EXCEDE LIMITE DE 30 TURMAS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-SERIE
                   MOVE TURMA-SER TO TURMA-SER-TAB(QTD-SERIE)
                   MOVE PROX-SER TO PROX-SER-TAB(QTD-SERIE).

      * RESULTADO FINAL DO PERIODO: O EM0307 ACRESCENTA UM REGISTRO A
      * CADA RODADA, ENTAO VALE O ULTIMO DO ALUNO NO PERIODO.
       CARGA-HISTESC.
           OPEN INPUT HISTESC.
           IF FS-HIST NOT EQUAL "00"
               DISPLAY "HISTESC NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-HIST
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-HISTESC UNTIL FIM-HIST EQUAL "SIM".
           CLOSE HISTESC.
           IF CT-HIST-PER EQUAL ZEROES
               DISPLAY "EM0338 - HISTESC SEM RESULTADO FINAL DO "
                       "PERIODO " PERIODO-FEC-9 " - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       LE-HISTESC.
           READ HISTESC AT END
               MOVE "SIM" TO FIM-HIST.
           IF FIM-HIST NOT EQUAL "SIM"
               IF PERIODO-HE EQUAL PERIODO-FEC-9
                   ADD 1 TO CT-HIST-PER
                   MOVE COD-HE TO MAT-PROCURA
                   PERFORM PROCURA-ALU
                   IF POS-ALU IS GREATER THAN ZEROES
                       MOVE RESULTADO-HE TO RES-TAB(POS-ALU)
                       MOVE MEDIA-HE TO MEDIA-TAB(POS-ALU).

      * CONCLUINTES DO EM0319. SEM O CERTIF NINGUEM CONCLUI NESTA
      * RODADA (AVISADO NO CONSOLE).
       CARGA-CERTIF.
           OPEN INPUT CERTIF.
           IF FS-CERT EQUAL "00"
               PERFORM LE-CERTIF UNTIL FIM-CERT EQUAL "SIM"
               CLOSE CERTIF
           ELSE
               DISPLAY "EM0338 - SEM CERTIF (EM0319) - NENHUM "
                       "CONCLUINTE NESTA REMATRICULA".

       LE-CERTIF.
           READ CERTIF AT END
               MOVE "SIM" TO FIM-CERT.
           IF FIM-CERT NOT EQUAL "SIM"
               MOVE MAT-CERT TO MAT-PROCURA
               PERFORM PROCURA-ALU
               IF POS-ALU IS GREATER THAN ZEROES
                   MOVE "S" TO CONCL-TAB(POS-ALU).

       CARGA-MENS.
           OPEN INPUT CADMENS.
           IF FS-MENS EQUAL "00"
               MOVE 1 TO TEM-MENS
               PERFORM LE-MENS UNTIL FIM-MENS EQUAL "SIM"
               CLOSE CADMENS
           ELSE
               DISPLAY "EM0338 - SEM CADMENS - MENSALIDADES SO DO "
                       "VALOR PADRAO".

       LE-MENS.
           READ CADMENS AT END
               MOVE "SIM" TO FIM-MENS.
           IF FIM-MENS NOT EQUAL "SIM"
               IF QTD-MENS GREATER THAN OR EQUAL TO 600
                   DISPLAY "CADMENS EXCEDE LIMITE DE 600 REGISTROS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-MENS
                   MOVE REG-MENS TO REG-MENS-TAB(QTD-MENS)
                   MOVE "N" TO BAIXA-MENS-TAB(QTD-MENS).

      * PEDIDOS JA NA LISTA DE ESPERA, PARA NAO DUPLICAR A MATRICULA
      * NOVA ("I") DO ALUNO QUE JA ESPERAVA A MESMA TURMA. A TROCA
      * ("A") PENDENTE PERDE O SENTIDO COM O ALUNO FORA DO CADALU E E
      * CANCELADA PELO EM0316.
       CARGA-ESPERA.
           OPEN INPUT CADESPERA.
           IF FS-ESP EQUAL "00"
               PERFORM LE-ESPERA UNTIL FIM-ESP EQUAL "SIM"
               CLOSE CADESPERA.

       LE-ESPERA.
           READ CADESPERA AT END
               MOVE "SIM" TO FIM-ESP.
           IF FIM-ESP NOT EQUAL "SIM"
               IF QTD-ESP GREATER THAN OR EQUAL TO 300
                   DISPLAY "CADESPERA EXCEDE LIMITE DE 300 PEDIDOS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-ESP
                   MOVE MAT-ESP TO MAT-ESP-TAB(QTD-ESP)
                   MOVE TURMA-ESP TO TURMA-ESP-TAB(QTD-ESP)
                   MOVE OPER-ESP TO OPER-ESP-TAB(QTD-ESP).

       PROCURA-ALU.
           MOVE ZEROES TO POS-ALU IDX-BUSCA.
           PERFORM TESTA-ALU QTD-ALU TIMES.

       TESTA-ALU.
           ADD 1 TO IDX-BUSCA.
           IF POS-ALU EQUAL ZEROES AND
              MAT-TAB(IDX-BUSCA) EQUAL MAT-PROCURA
               MOVE IDX-BUSCA TO POS-ALU.

       PROCURA-TURMA.
           MOVE ZEROES TO POS-TURMA IDX-TURMA.
           PERFORM TESTA-TURMA QTD-TURMA TIMES.

       TESTA-TURMA.
           ADD 1 TO IDX-TURMA.
           IF COD-TURMA-TAB(IDX-TURMA) EQUAL TURMA-PROCURA
               MOVE IDX-TURMA TO POS-TURMA.

       PROCURA-SERIE.
           MOVE ZEROES TO POS-SERIE IDX-SERIE.
           PERFORM TESTA-SERIE QTD-SERIE TIMES.

       TESTA-SERIE.
           ADD 1 TO IDX-SERIE.
           IF TURMA-SER-TAB(IDX-SERIE) EQUAL TURMA-PROCURA
               MOVE IDX-SERIE TO POS-SERIE.

       PROCURA-MENS.
           MOVE ZEROES TO POS-MENS IDX-MENS.
           PERFORM TESTA-MENS QTD-MENS TIMES.

       TESTA-MENS.
           ADD 1 TO IDX-MENS.
           IF POS-MENS EQUAL ZEROES AND
              MAT-MENS-TAB(IDX-MENS) EQUAL MAT-PROCURA
               MOVE IDX-MENS TO POS-MENS.

      ******************************************************************
      * SITUACAO DE CADA ALUNO NO PERIODO NOVO E TURMA DE DESTINO.     *
      ******************************************************************
       CLASSIFICA-ALUNO.
           ADD 1 TO IDX-ALU.
           IF CONCL-TAB(IDX-ALU) EQUAL "S"
               MOVE "C" TO SIT-TAB(IDX-ALU)
               ADD 1 TO CT-CONCL
           ELSE
               IF RES-TAB(IDX-ALU) EQUAL SPACES
                   MOVE "SEM RESULTADO FINAL NO PERIODO (EM0307)"
                       TO OBS-TAB(IDX-ALU)
                   PERFORM MANTEM-ALUNO
               ELSE
                   IF RES-TAB(IDX-ALU) EQUAL "REPROVADO"
                       MOVE "R" TO SIT-TAB(IDX-ALU)
                       MOVE TURMA-TAB(IDX-ALU) TO DEST-TAB(IDX-ALU)
                       MOVE 1 TO PRIO-TAB(IDX-ALU)
                       ADD 1 TO CT-REPET
                   ELSE
                       PERFORM PROMOVE-ALUNO.
           IF SIT-TAB(IDX-ALU) NOT EQUAL "C"
               MOVE DEST-TAB(IDX-ALU) TO TURMA-PROCURA
               PERFORM PROCURA-TURMA
               IF POS-TURMA IS GREATER THAN ZEROES
                   ADD 1 TO CAND-TUR-TAB(POS-TURMA).

       PROMOVE-ALUNO.
           MOVE TURMA-TAB(IDX-ALU) TO TURMA-PROCURA.
           PERFORM PROCURA-SERIE.
           IF POS-SERIE EQUAL ZEROES
               MOVE "TURMA SEM SERIACAO NO CADSERIE"
                   TO OBS-TAB(IDX-ALU)
               PERFORM MANTEM-ALUNO
           ELSE
               IF PROX-SER-TAB(POS-SERIE) EQUAL ZEROES
                   MOVE "ULTIMA SERIE SEM O CERTIF DO EM0319"
                       TO OBS-TAB(IDX-ALU)
                   PERFORM MANTEM-ALUNO
               ELSE
                   MOVE "P" TO SIT-TAB(IDX-ALU)
                   MOVE PROX-SER-TAB(POS-SERIE) TO DEST-TAB(IDX-ALU)
                   MOVE 2 TO PRIO-TAB(IDX-ALU)
                   ADD 1 TO CT-PROMOV.

       MANTEM-ALUNO.
           MOVE "M" TO SIT-TAB(IDX-ALU).
           MOVE TURMA-TAB(IDX-ALU) TO DEST-TAB(IDX-ALU).
           MOVE 1 TO PRIO-TAB(IDX-ALU).
           ADD 1 TO CT-MANTIDOS.

      * O EXCEDENTE DAS TURMAS TEM DE CABER NA LISTA DE ESPERA (300
      * PEDIDOS, O LIMITE DO EM0316) ANTES DE QUALQUER GRAVACAO.
       CONFERE-ESPERA.
           MOVE ZEROES TO SOBRA-TOTAL IDX-TURMA.
           PERFORM SOMA-SOBRA QTD-TURMA TIMES.
           IF QTD-ESP + SOBRA-TOTAL IS GREATER THAN 300
               DISPLAY "EM0338 - " SOBRA-TOTAL " ALUNOS EXCEDENTES NAO "
                       "CABEM NA LISTA DE ESPERA - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       SOMA-SOBRA.
           ADD 1 TO IDX-TURMA.
           IF CAND-TUR-TAB(IDX-TURMA) IS GREATER THAN
              CAPAC-TUR-TAB(IDX-TURMA)
               COMPUTE SOBRA-TOTAL = SOBRA-TOTAL
                                   + CAND-TUR-TAB(IDX-TURMA)
                                   - CAPAC-TUR-TAB(IDX-TURMA).

      * MENSALIDADE DO PERIODO NOVO: BAIXA DO CONCLUINTE, CONTINUA A
      * DO ALUNO QUE FICA, REGISTRO NOVO COM O VALOR PADRAO PARA QUEM
      * NAO TINHA.
       PREPARA-MENS.
           ADD 1 TO IDX-ALU.
           MOVE MAT-TAB(IDX-ALU) TO MAT-PROCURA.
           PERFORM PROCURA-MENS.
           IF SIT-TAB(IDX-ALU) EQUAL "C"
               IF POS-MENS IS GREATER THAN ZEROES
                   MOVE "S" TO BAIXA-MENS-TAB(POS-MENS)
                   MOVE "B" TO MENS-TAB(IDX-ALU)
                   ADD 1 TO CT-MENS-BAIXA
               END-IF
           ELSE
               IF POS-MENS IS GREATER THAN ZEROES
                   MOVE "M" TO MENS-TAB(IDX-ALU)
                   ADD 1 TO CT-MENS-MANT
               ELSE
                   IF VALOR-PADRAO IS GREATER THAN ZEROES
                       PERFORM CRIA-MENS
                   ELSE
                       MOVE "S" TO MENS-TAB(IDX-ALU)
                       ADD 1 TO CT-MENS-SEM.

       CRIA-MENS.
           IF QTD-MENS GREATER THAN OR EQUAL TO 600
               DISPLAY "CADMENS EXCEDE LIMITE DE 600 REGISTROS - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-MENS CT-MENS-NOVA.
           MOVE MAT-TAB(IDX-ALU) TO MAT-MENS-TAB(QTD-MENS).
           MOVE VALOR-PADRAO TO VALOR-MENS-TAB(QTD-MENS).
           MOVE ZEROES TO BOLSA-MENS-TAB(QTD-MENS).
           MOVE DIAVEN-PADRAO TO DIAVEN-MENS-TAB(QTD-MENS).
           MOVE SPACES TO TIPO-MENS-TAB(QTD-MENS).
           MOVE "000000" TO PERREV-MENS-TAB(QTD-MENS).
           MOVE "N" TO BAIXA-MENS-TAB(QTD-MENS).
           MOVE "N" TO MENS-TAB(IDX-ALU).

       ROT-ENTRADA.
           MOVE ZEROES TO IDX-ALU.
           PERFORM LIBERA-ALUNO QTD-ALU TIMES.

       LIBERA-ALUNO.
           ADD 1 TO IDX-ALU.
           MOVE DEST-TAB(IDX-ALU) TO DEST-W.
           MOVE PRIO-TAB(IDX-ALU) TO PRIO-W.
           MOVE MEDIA-TAB(IDX-ALU) TO MEDIA-W.
           MOVE MAT-TAB(IDX-ALU) TO MAT-W.
           MOVE IDX-ALU TO POS-W.
           RELEASE REG-WORKREM.

      ******************************************************************
      * CADALU NOVO E REGISTRO DA REMATRICULA, POR TURMA DE DESTINO.   *
      ******************************************************************
       ROT-SAIDA.
           OPEN OUTPUT CADALU.
           OPEN EXTEND CADESPERA.
           IF FS-ESP EQUAL "35"
               CLOSE CADESPERA
               OPEN OUTPUT CADESPERA.
           PERFORM RETORNA-SORT.
           PERFORM IMPRIME-TURMA UNTIL FIM-SORT EQUAL "SIM".
           CLOSE CADALU
                 CADESPERA.

       RETORNA-SORT.
           RETURN WORKREM AT END MOVE "SIM" TO FIM-SORT.

       IMPRIME-TURMA.
           MOVE DEST-W TO DEST-ANT.
           MOVE ZEROES TO ALOC-TURMA ESP-TURMA POS-TURMA.
           IF DEST-ANT EQUAL ZEROES
               WRITE REL-SAI FROM LIN-CONCLUINTES
                   AFTER ADVANCING 3 LINES
           ELSE
               PERFORM CABECALHO-TURMA.
           WRITE REL-SAI FROM LIN-CAB AFTER ADVANCING 2 LINES.
           PERFORM IMPRIME-ALUNO
               UNTIL FIM-SORT EQUAL "SIM"
                  OR DEST-W NOT EQUAL DEST-ANT.
           IF DEST-ANT NOT EQUAL ZEROES
               MOVE ALOC-TURMA TO ALOC-SUB
               MOVE ESP-TURMA TO ESP-SUB
               WRITE REL-SAI FROM LIN-SUBTOTAL AFTER ADVANCING 2 LINES.

       CABECALHO-TURMA.
           MOVE DEST-ANT TO TURMA-LIN TURMA-PROCURA.
           PERFORM PROCURA-TURMA.
           IF POS-TURMA IS GREATER THAN ZEROES
               MOVE CURSO-TUR-TAB(POS-TURMA) TO CURSO-LIN
               MOVE CAPAC-TUR-TAB(POS-TURMA) TO CAPAC-LIN
           ELSE
               MOVE "(FORA DO CADTURMA)" TO CURSO-LIN
               MOVE SPACES TO CAPAC-LIN-X.
           WRITE REL-SAI FROM LIN-TURMA AFTER ADVANCING 3 LINES.

       IMPRIME-ALUNO.
           MOVE POS-W TO POS-ALU.
           IF DEST-ANT NOT EQUAL ZEROES
               PERFORM ALOCA-ALUNO
               IF ESPERA-TAB(POS-ALU) EQUAL "S"
                   MOVE "ESPERA" TO DESTINO-DET
               ELSE
                   MOVE "ALOCADO" TO DESTINO-DET
               END-IF
           ELSE
               MOVE "SAI" TO DESTINO-DET.
           MOVE MAT-TAB(POS-ALU) TO MAT-DET.
           MOVE NOME-TAB(POS-ALU) TO NOME-DET.
           MOVE TURMA-TAB(POS-ALU) TO ORIG-DET.
           MOVE RES-TAB(POS-ALU) TO RES-DET.
           IF RES-TAB(POS-ALU) EQUAL SPACES
               MOVE SPACES TO MEDIA-DET-X
           ELSE
               MOVE MEDIA-TAB(POS-ALU) TO MEDIA-DET.
           EVALUATE SIT-TAB(POS-ALU)
               WHEN "C"
                   MOVE "CONCLUIU" TO SIT-DET
               WHEN "P"
                   MOVE "PROMOVIDO" TO SIT-DET
               WHEN "R"
                   MOVE "REPETENTE" TO SIT-DET
               WHEN OTHER
                   MOVE "MANTIDO" TO SIT-DET
           END-EVALUATE.
           EVALUATE MENS-TAB(POS-ALU)
               WHEN "M"
                   MOVE "MANT" TO MENS-DET
               WHEN "N"
                   MOVE "NOVA" TO MENS-DET
               WHEN "B"
                   MOVE "BAIX" TO MENS-DET
               WHEN "S"
                   MOVE "SEM" TO MENS-DET
               WHEN OTHER
                   MOVE SPACES TO MENS-DET
           END-EVALUATE.
           WRITE REL-SAI FROM LIN-DET AFTER ADVANCING 1 LINE.
           IF OBS-TAB(POS-ALU) NOT EQUAL SPACES
               MOVE OBS-TAB(POS-ALU) TO OBS-LIN
               WRITE REL-SAI FROM LIN-OBS AFTER ADVANCING 1 LINE.
           IF DEST-ANT NOT EQUAL ZEROES
               PERFORM GERA-EVENTO.
           PERFORM RETORNA-SORT.

      * EVENTO DA REMATRICULA PARA A CENTRAL DE COMUNICACAO (EM0240),
      * QUE ENDERECA A MENSAGEM AO RESPONSAVEL DA MATRICULA: TURMA DE
      * DESTINO, SITUACAO E SE FICOU ALOCADO OU EM ESPERA.
       GERA-EVENTO.
           MOVE "REMA" TO TIPO-EVT.
           MOVE "A" TO DEST-EVT.
           MOVE SPACES TO CHAVE-EVT REF-EVT.
           MOVE MAT-TAB(POS-ALU) TO CHAVE-NUM-EVT.
           MOVE ZEROES TO IDENT-EVT.
           MOVE NOME-TAB(POS-ALU) TO NOME-EVT.
           MOVE DATA-RODADA-9 TO DATA-EVT.
           MOVE MEDIA-TAB(POS-ALU) TO VALOR-EVT.
           STRING "TURMA " DELIMITED BY SIZE
                  DEST-ANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SIT-DET DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  DESTINO-DET DELIMITED BY SPACE
                  INTO REF-EVT.
           PERFORM GRAVA-MSGEVT.

      * OS QUE FICAM NA TURMA VEM PRIMEIRO NA ORDEM DO SORT; QUANDO A
      * CAPACIDADE ACABA, O ALUNO VAI PARA A LISTA DE ESPERA DA TURMA.
       ALOCA-ALUNO.
           MOVE ZEROES TO LOTADA.
           IF POS-TURMA IS GREATER THAN ZEROES
               IF ALOC-TURMA IS NOT LESS THAN CAPAC-TUR-TAB(POS-TURMA)
                   MOVE 1 TO LOTADA.
           IF LOTADA EQUAL 1
               PERFORM ENVIA-ESPERA
           ELSE
               PERFORM GRAVA-ALUNO.

       GRAVA-ALUNO.
           IF POS-TURMA EQUAL ZEROES AND TEM-TURMAS EQUAL 1
               ADD 1 TO CT-SEM-TURMA
               IF OBS-TAB(POS-ALU) EQUAL SPACES
                   MOVE "TURMA DE DESTINO FORA DO CADTURMA"
                       TO OBS-TAB(POS-ALU).
           MOVE DEST-ANT TO TURMA-ALU.
           MOVE MAT-TAB(POS-ALU) TO COD-ALU.
           MOVE NOME-TAB(POS-ALU) TO NOME-ALU.
           MOVE ZEROES TO NOTA-TAB-ALU(1) NOTA-TAB-ALU(2)
                          NOTA-TAB-ALU(3) NOTA-TAB-ALU(4).
           WRITE REG-ALU.
           ADD 1 TO ALOC-TURMA CT-ALOCADOS.

       ENVIA-ESPERA.
           MOVE "S" TO ESPERA-TAB(POS-ALU).
           ADD 1 TO ESP-TURMA CT-ESPERA.
           MOVE ZEROES TO POS-ESP IDX-ESP.
           PERFORM TESTA-JA-NA-LISTA QTD-ESP TIMES.
           IF POS-ESP IS GREATER THAN ZEROES
               MOVE "TURMA LOTADA - JA ESTAVA NA LISTA"
                   TO OBS-TAB(POS-ALU)
           ELSE
               MOVE "TURMA LOTADA - ENTROU NA LISTA DE ESPERA"
                   TO OBS-TAB(POS-ALU)
               MOVE DEST-ANT TO TURMA-ESP
               MOVE DATA-RODADA-9 TO DATA-ESP
               MOVE MAT-TAB(POS-ALU) TO MAT-ESP
               MOVE NOME-TAB(POS-ALU) TO NOME-ESP
               MOVE "I" TO OPER-ESP
               MOVE ZEROES TO ORIGEM-ESP
               WRITE REG-ESP.

       TESTA-JA-NA-LISTA.
           ADD 1 TO IDX-ESP.
           IF MAT-ESP-TAB(IDX-ESP) EQUAL MAT-TAB(POS-ALU) AND
              TURMA-ESP-TAB(IDX-ESP) EQUAL DEST-ANT AND
              OPER-ESP-TAB(IDX-ESP) EQUAL "I"
               MOVE IDX-ESP TO POS-ESP.

       GRAVA-MENS.
           IF TEM-MENS EQUAL 1 OR CT-MENS-NOVA IS GREATER THAN ZEROES
               OPEN OUTPUT CADMENS
               MOVE ZEROES TO IDX-MENS
               PERFORM GRAVA-REG-MENS QTD-MENS TIMES
               CLOSE CADMENS.

       GRAVA-REG-MENS.
           ADD 1 TO IDX-MENS.
           IF BAIXA-MENS-TAB(IDX-MENS) NOT EQUAL "S"
               MOVE REG-MENS-TAB(IDX-MENS) TO REG-MENS
               WRITE REG-MENS.

      * O PERIODO FECHADO ENTRA NO CONTROLE; DAQUI EM DIANTE ELE E OS
      * ANTERIORES SAO RECUSADOS.
       GRAVA-CONTROLE.
           OPEN EXTEND CTLREMAT.
           IF FS-CTL EQUAL "35"
               CLOSE CTLREMAT
               OPEN OUTPUT CTLREMAT.
           MOVE PERIODO-FEC-9 TO PERIODO-CTL.
           MOVE DATA-RODADA-9 TO DATA-CTL.
           MOVE QTD-ALU TO ALUNOS-CTL.
           MOVE CT-PROMOV TO PROMOV-CTL.
           MOVE CT-REPET TO REPET-CTL.
           MOVE CT-MANTIDOS TO MANT-CTL.
           MOVE CT-CONCL TO CONCL-CTL.
           MOVE CT-ESPERA TO ESPERA-CTL.
           WRITE REG-CTL.
           CLOSE CTLREMAT.

       FIM.
           MOVE QTD-ALU TO ALUNOS-RES.
           MOVE CT-PROMOV TO PROMOV-RES.
           MOVE CT-REPET TO REPET-RES.
           MOVE CT-MANTIDOS TO MANT-RES.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 3 LINES.
           MOVE CT-CONCL TO CONCL-RES.
           MOVE CT-ALOCADOS TO ALOC-RES.
           MOVE CT-ESPERA TO ESP-RES.
           WRITE REL-SAI FROM LIN-RESUMO-2 AFTER ADVANCING 1 LINE.
           MOVE CT-MENS-MANT TO MENS-MANT-RES.
           MOVE CT-MENS-NOVA TO MENS-NOVA-RES.
           MOVE CT-MENS-SEM TO MENS-SEM-RES.
           MOVE CT-MENS-BAIXA TO MENS-BAIXA-RES.
           WRITE REL-SAI FROM LIN-RESUMO-3 AFTER ADVANCING 1 LINE.
           CLOSE RELREMAT
                 MSGEVT.
           IF CT-MANTIDOS IS GREATER THAN ZEROES OR
              CT-ESPERA IS GREATER THAN ZEROES OR
              CT-MENS-SEM IS GREATER THAN ZEROES OR
              CT-SEM-TURMA IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           DISPLAY "EM0338 - PERIODO " PERIODO-FEC-9 " - "
                   CT-ALOCADOS " ALOCADOS, " CT-ESPERA " EM ESPERA, "
                   CT-CONCL " CONCLUINTES".

       COPY LEDATAMOV.

       COPY GRAVAEVT
           REPLACING ==CPY-PROGID== BY =="EM0338"==.
