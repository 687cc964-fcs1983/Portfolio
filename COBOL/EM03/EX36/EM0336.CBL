       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0336.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       REVISAO DAS BOLSAS ESCOLARES POR MERITO. A BOLSA
      *               (BOLSA-MENS DO CADMENS.DAT, COPY CADMENS) ERA
      *               CONCEDIDA UMA VEZ E NUNCA MAIS REVISTA, MESMO
      *               QUANDO AS NOTAS DO ALUNO DESABAVAM. NO FIM DE
      *               CADA PERIODO ESTE JOB CONFRONTA CADA BOLSISTA
      *               COM AS REGRAS DO SEU TIPO DE BOLSA (CADBOLSA.DAT,
      *               MANTIDO PELO MANREF, TABELA "BOLSA": TIPO +
      *               DESCRICAO + MEDIA MINIMA DO PERIODO + MAXIMO DE
      *               FALTAS + MAXIMO DE REPROVACOES NO CURSO +
      *               PERCENTUAL DE REDUCAO):
      *                 - MEDIA DO PERIODO = MEDIA DAS MEDIAS DO
      *                   HISTORICO ESCOLAR HISTESC.DAT (GRAVADO PELO
      *                   EM0307) NO PERIODO REVISTO; REPROVACOES = OS
      *                   RESULTADOS "REPROVADO" DO HISTESC ATE O
      *                   PERIODO REVISTO; FALTAS = AS APURADAS PELO
      *                   EM0213 EM ARQALUN.DAT (SEM O ARQUIVO, ZERO,
      *                   COMO NO BOLETIM DO EM0318);
      *                 - NENHUMA REGRA VIOLADA: BOLSA MANTIDA; UMA
      *                   REGRA VIOLADA: BOLSA REDUZIDA PELO PERCENTUAL
      *                   DE REDUCAO DO TIPO (40% COM REDUCAO DE 50
      *                   PASSA A 20%); DUAS OU MAIS: BOLSA REVOGADA;
      *                 - RUNCTL (PROG "EM0336"): PARM1 = 1 RODA EM
      *                   SIMULACAO; PARM2 = PERIODO REVISTO (AAAAMM,
      *                   ZERO = O ULTIMO PERIODO DO HISTESC NAO
      *                   POSTERIOR AO MES DE MOVIMENTO);
      *                 - NOS MOLDES DO EM0232, A SIMULACAO SO EMITE O
      *                   RELATORIO RELBOLSA E GRAVA EM APROVA.DAT A
      *                   PENDENCIA COM A QUANTIDADE DE BOLSAS
      *                   ALTERADAS, O DESCONTO MENSAL RETIRADO E A
      *                   SOMA DE VERIFICACAO DO PERIODO, DAS REGRAS E
      *                   DE CADA ALTERACAO PROPOSTA (MATRICULA + BOLSA
      *                   ATUAL + BOLSA NOVA);
      *                 - A RODADA REAL EXIGE A APROVACAO ASSINADA
      *                   (UTILITARIO APROVA) CUJA SOMA CONFIRA,
      *                   CONSOME-A, REGRAVA O CADMENS COM AS BOLSAS
      *                   NOVAS E O PERIODO DA REVISAO EM PERREV-MENS E
      *                   IMPRIME EM RELAVBOL O AVISO A FAMILIA DE CADA
      *                   ALUNO CUJA BOLSA MUDOU (UMA PAGINA POR
      *                   ALUNO). SEM NENHUMA ALTERACAO PROPOSTA, A
      *                   RODADA REAL SO MARCA O PERIODO, SEM
      *                   APROVACAO.
      *               BOLSA JA REVISTA NO PERIODO NAO E REVISTA DE
      *               NOVO. SAEM COMO PENDENCIA, SEM ALTERACAO
      *               (RETURN-CODE 4): BOLSISTA FORA DO CADALU, TIPO DE
      *               BOLSA SEM REGRA NO CADBOLSA E ALUNO SEM RESULTADO
      *               NO HISTESC NO PERIODO. PARAMETRO INVALIDO,
      *               CADMENS, CADBOLSA, CADALU OU HISTESC AUSENTE/
      *               VAZIO E FALTA DE APROVACAO ABORTAM COM
      *               RETURN-CODE 16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADMENS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MENS.

           SELECT CADBOLSA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BOL.

           SELECT CADALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALU.

           SELECT HISTESC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HIST.

           SELECT ARQALUN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FALTA.

           SELECT RELBOLSA ASSIGN TO DISK.

           SELECT RELAVBOL ASSIGN TO DISK.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

           SELECT APROVA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-APROVA.

       DATA DIVISION.
       FILE SECTION.

       COPY CADMENS.

       FD CADBOLSA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADBOLSA.DAT".

       01 REG-BOL.
           02 TIPO-BOL       PIC X(02).
           02 DESC-BOL       PIC X(20).
           02 MEDMIN-BOL     PIC 99V99.
           02 FALTMAX-BOL    PIC 9(03).
           02 REPMAX-BOL     PIC 9(02).
           02 PCTRED-BOL     PIC 99V99.

       FD CADALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".

       01 REG-ALU.
           02 TURMA-ALU      PIC 9(03).
           02 COD-ALU        PIC 9(07).
           02 NOME-ALU       PIC X(30).
           02 NOTA-ALU       PIC X(16).

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

       FD ARQALUN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQALUN.DAT".

       01 REG-FALTA.
           02 MAT-FALTA      PIC 9(07).
           02 NOME-FALTA     PIC X(30).
           02 NOTA1-FALTA    PIC 99V99.
           02 NOTA2-FALTA    PIC 99V99.
           02 NOTA3-FALTA    PIC 99V99.
           02 FALTAS-FALTA   PIC 99.
           02 SEXO-FALTA     PIC X.
           02 TURMA-FALTA    PIC 9(03).

       FD RELBOLSA
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       FD RELAVBOL
           LABEL RECORD IS OMITTED.

       01 AVI-SAI            PIC X(80).

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".

       01 REG-RUNCTL.
           02 PROG-RUNCTL    PIC X(06).
           02 PARM1-RUNCTL   PIC 9(07)V99.
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

       COPY DATAMOV.

       COPY APROVA.

       WORKING-STORAGE SECTION.

       77 FIM-MENS           PIC X(03) VALUE "NAO".
       77 FIM-BOL            PIC X(03) VALUE "NAO".
       77 FIM-ALU            PIC X(03) VALUE "NAO".
       77 FIM-HIST           PIC X(03) VALUE "NAO".
       77 FIM-FALTA          PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FIM-APR            PIC X(03) VALUE "NAO".
       77 FS-MENS            PIC X(02) VALUE SPACES.
       77 FS-BOL             PIC X(02) VALUE SPACES.
       77 FS-ALU             PIC X(02) VALUE SPACES.
       77 FS-HIST            PIC X(02) VALUE SPACES.
       77 FS-FALTA           PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FS-APROVA          PIC X(02) VALUE SPACES.
       77 MODO-SIMULA        PIC 9     VALUE ZEROES.
       77 PERIODO-PARM       PIC 9(07) VALUE ZEROES.
       77 PERIODO-REV        PIC 9(06) VALUE ZEROES.
       77 AAAAMM-MOV         PIC 9(06) VALUE ZEROES.
       77 QTD-MENS           PIC 9(03) VALUE ZEROES.
       77 IDX-MENS           PIC 9(03) VALUE ZEROES.
       77 POS-MENS           PIC 9(03) VALUE ZEROES.
       77 IDX-BUSCA          PIC 9(03) VALUE ZEROES.
       77 MAT-PROCURA        PIC 9(07) VALUE ZEROES.
       77 QTD-REGRA          PIC 9(02) VALUE ZEROES.
       77 IDX-REGRA          PIC 9(02) VALUE ZEROES.
       77 POS-REGRA          PIC 9(02) VALUE ZEROES.
       77 QTD-VIOLADAS       PIC 9(01) VALUE ZEROES.
       77 MEDIA-PER          PIC 99V99 VALUE ZEROES.
       77 BOLSA-NOVA         PIC 99V99 VALUE ZEROES.
       77 VALOR-LIQUIDO      PIC 9(07)V99 VALUE ZEROES.
       77 DESCONTO-RETIRADO  PIC 9(11)V99 VALUE ZEROES.
       77 CT-BOLSISTAS       PIC 9(05) VALUE ZEROES.
       77 CT-MANTIDAS        PIC 9(05) VALUE ZEROES.
       77 CT-ALTERADAS       PIC 9(05) VALUE ZEROES.
       77 CT-JA-REVISTAS     PIC 9(05) VALUE ZEROES.
       77 CT-PENDENTES       PIC 9(05) VALUE ZEROES.
       77 CT-AVISOS          PIC 9(05) VALUE ZEROES.
       77 QTD-APROVA         PIC 9(03) VALUE ZEROES.
       77 IDX-APROVA         PIC 9(03) VALUE ZEROES.
       77 POS-APROVA         PIC 9(03) VALUE ZEROES.
       77 APROVA-MUDOU       PIC 9     VALUE ZEROES.

       COPY WSHASH.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X.
           02 ANO-ROD        PIC 9(04).
           02 MES-ROD        PIC 9(02).
           02 DIA-ROD        PIC 9(02).
       01 DATA-RODADA-9 REDEFINES DATA-RODADA-X PIC 9(08).

       01 PERIODO-MONTA.
           02 ANO-PER        PIC 9(04).
           02 MM-PER         PIC 9(02).
       01 PERIODO-MONTA-9 REDEFINES PERIODO-MONTA PIC 9(06).

      * CADA ALTERACAO PROPOSTA ENTRA NA SOMA DE VERIFICACAO: A
      * APROVACAO VALE PARA ESTE CONJUNTO DE BOLSAS, NAO PARA OUTRO.
       01 ALTERA-HASH.
           02 MAT-HASH       PIC 9(07).
           02 BOLSA-ANT-HASH PIC 99V99.
           02 BOLSA-NOV-HASH PIC 99V99.

       COPY WSDATAMOV.

      * BOLSISTAS E NAO BOLSISTAS, NA ORDEM DO CADMENS (O ARQUIVO E
      * REGRAVADO INTEIRO NA RODADA REAL). SITUACAO DA REVISAO:
      * "N" SEM BOLSA, "M" MANTIDA, "R" REDUZIDA, "V" REVOGADA,
      * "J" JA REVISTA NO PERIODO, "P" PENDENTE (MOTIVO-TAB: 1 FORA
      * DO CADALU, 2 TIPO SEM REGRA, 3 SEM RESULTADO NO PERIODO).
       01 TAB-MENS.
           02 ENT-MENS OCCURS 500 TIMES.
               03 REG-MENS-TAB   PIC X(30).
               03 NOME-TAB       PIC X(30).
               03 TURMA-TAB      PIC 9(03).
               03 SOMA-MED-TAB   PIC 9(04)V99.
               03 QTD-NOTA-TAB   PIC 9(02).
               03 FALTAS-TAB     PIC 9(03).
               03 REPROV-TAB     PIC 9(02).
               03 MEDIA-TAB      PIC 99V99.
               03 SIT-TAB        PIC X(01).
               03 MOTIVO-TAB     PIC 9(01).
               03 REGRA-TAB      PIC 9(02).
               03 BOLSA-NOVA-TAB PIC 99V99.
               03 CRIT-TAB       PIC X(03).

       01 REG-MENS-TRAB.
           02 MAT-TRAB       PIC 9(07).
           02 VALOR-TRAB     PIC 9(07)V99.
           02 BOLSA-TRAB     PIC 99V99.
           02 DIAVEN-TRAB    PIC 9(02).
           02 TIPO-TRAB      PIC X(02).
           02 PERREV-TRAB-X  PIC X(06).
           02 PERREV-TRAB REDEFINES PERREV-TRAB-X PIC 9(06).

       01 TAB-REGRA.
           02 ENT-REGRA OCCURS 50 TIMES.
               03 TIPO-REG-TAB   PIC X(02).
               03 DESC-REG-TAB   PIC X(20).
               03 MEDMIN-TAB     PIC 99V99.
               03 FALTMAX-TAB    PIC 9(03).
               03 REPMAX-TAB     PIC 9(02).
               03 PCTRED-TAB     PIC 99V99.
               03 CT-MANT-TAB    PIC 9(04).
               03 CT-RED-TAB     PIC 9(04).
               03 CT-REV-TAB     PIC 9(04).

       01 TAB-APROVA.
           02 ENT-APROVA OCCURS 50 TIMES.
               03 REG-APR-TAB    PIC X(72).

       01 REG-APR-TRAB.
           02 ORIGEM-TRAB    PIC X(06).
           02 HASH-TRAB      PIC 9(09).
           02 QTD-TRAB       PIC 9(07).
           02 VALOR-APR-TRAB PIC 9(11)V99.
           02 DATA-GER-TRAB  PIC 9(08).
           02 SITU-TRAB      PIC X(01).
           02 APROVADOR-TRAB PIC X(20).
           02 DATA-APR-TRAB  PIC 9(08).

       01 CAB-01.
           02 FILLER         PIC X(16) VALUE SPACES.
           02 FILLER         PIC X(34) VALUE
                             "REVISAO DAS BOLSAS POR MERITO - ".
           02 MODO-CAB       PIC X(13).
           02 FILLER         PIC X(17) VALUE SPACES.

       01 CAB-02.
           02 FILLER         PIC X(17) VALUE "PERIODO REVISTO: ".
           02 MM-CAB         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AAAA-CAB       PIC 9(04).
           02 FILLER         PIC X(56) VALUE SPACES.

       01 CAB-03.
           02 FILLER         PIC X(07) VALUE "MATRIC.".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 FILLER         PIC X(20) VALUE "NOME".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 FILLER         PIC X(02) VALUE "TP".
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(05) VALUE "MEDIA".
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(03) VALUE "FAL".
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(02) VALUE "RP".
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(05) VALUE "BOLSA".
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(05) VALUE " NOVA".
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(08) VALUE "SITUACAO".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 FILLER         PIC X(04) VALUE "CRIT".
           02 FILLER         PIC X(04) VALUE SPACES.

       01 DET-BOLSA.
           02 MAT-DET        PIC 9(07).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-DET       PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 TIPO-DET       PIC X(02).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 MEDIA-DET      PIC Z9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FALT-DET       PIC ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 REP-DET        PIC Z9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 BOLATU-DET     PIC Z9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 BOLNOVA-DET    PIC Z9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 SIT-DET        PIC X(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CRIT-DET       PIC X(03).
           02 FILLER         PIC X(05) VALUE SPACES.

       01 DET-PENDENCIA.
           02 FILLER         PIC X(08) VALUE SPACES.
           02 FILLER         PIC X(12) VALUE "PENDENCIA - ".
           02 MOTIVO-PEND    PIC X(30).
           02 FILLER         PIC X(30) VALUE SPACES.

       01 CAB-TIPO.
           02 FILLER         PIC X(36) VALUE
                             "RESUMO POR TIPO DE BOLSA".
           02 FILLER         PIC X(44) VALUE SPACES.

       01 LIN-TIPO.
           02 FILLER         PIC X(05) VALUE "TIPO ".
           02 TIPO-LIN       PIC X(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DESC-LIN       PIC X(20).
           02 FILLER         PIC X(10) VALUE " MANTIDAS ".
           02 MANT-LIN       PIC ZZZ9.
           02 FILLER         PIC X(11) VALUE " REDUZIDAS ".
           02 RED-LIN        PIC ZZZ9.
           02 FILLER         PIC X(11) VALUE " REVOGADAS ".
           02 REV-LIN        PIC ZZZ9.
           02 FILLER         PIC X(08) VALUE SPACES.

       01 LIN-TOTAL.
           02 FILLER         PIC X(11) VALUE "BOLSISTAS: ".
           02 BOLS-LIN       PIC ZZZ9.
           02 FILLER         PIC X(13) VALUE "  ALTERADAS: ".
           02 ALT-LIN        PIC ZZZ9.
           02 FILLER         PIC X(15) VALUE "  JA REVISTAS: ".
           02 JAREV-LIN      PIC ZZZ9.
           02 FILLER         PIC X(13) VALUE "  PENDENTES: ".
           02 PEND-LIN       PIC ZZZ9.
           02 FILLER         PIC X(12) VALUE SPACES.

       01 LIN-VALOR.
           02 FILLER         PIC X(26) VALUE
                             "DESCONTO MENSAL RETIRADO: ".
           02 DESC-RET-LIN   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(40) VALUE SPACES.

       01 LIN-LEGENDA.
           02 FILLER         PIC X(40) VALUE
                  "CRIT: M = MEDIA ABAIXO DO MINIMO  F = FA".
           02 FILLER         PIC X(40) VALUE
                  "LTAS ACIMA  R = REPROVACOES ACIMA       ".

       01 AVI-TITULO.
           02 FILLER         PIC X(27) VALUE SPACES.
           02 FILLER         PIC X(25) VALUE
                             "AVISO DE REVISAO DE BOLSA".
           02 FILLER         PIC X(28) VALUE SPACES.

       01 AVI-DEST.
           02 FILLER         PIC X(40) VALUE
                  "AOS PAIS OU RESPONSAVEIS PELO(A) ALUNO(A".
           02 FILLER         PIC X(02) VALUE ") ".
           02 NOME-AVI       PIC X(30).
           02 FILLER         PIC X(08) VALUE SPACES.

       01 AVI-IDENT.
           02 FILLER         PIC X(11) VALUE "MATRICULA: ".
           02 MAT-AVI        PIC 9(07).
           02 FILLER         PIC X(09) VALUE "  TURMA: ".
           02 TURMA-AVI      PIC 9(03).
           02 FILLER         PIC X(19) VALUE "  PERIODO REVISTO: ".
           02 MM-AVI         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AAAA-AVI       PIC 9(04).
           02 FILLER         PIC X(24) VALUE SPACES.

       01 AVI-TEXTO.
           02 FILLER         PIC X(40) VALUE
                  "NA REVISAO DE FIM DE PERIODO, A BOLSA DO".
           02 FILLER         PIC X(40) VALUE
                  " ALUNO FOI REAVALIADA PELAS REGRAS:     ".

       01 AVI-TIPO.
           02 FILLER         PIC X(15) VALUE "TIPO DE BOLSA: ".
           02 TIPO-AVI       PIC X(02).
           02 FILLER         PIC X(03) VALUE " - ".
           02 DESC-AVI       PIC X(20).
           02 FILLER         PIC X(40) VALUE SPACES.

       01 AVI-MEDIA.
           02 FILLER         PIC X(18) VALUE "MEDIA DO PERIODO: ".
           02 MEDIA-AVI      PIC Z9,99.
           02 FILLER         PIC X(10) VALUE " (MINIMO: ".
           02 MEDMIN-AVI     PIC Z9,99.
           02 FILLER         PIC X(01) VALUE ")".
           02 FILLER         PIC X(41) VALUE SPACES.

       01 AVI-FALTAS.
           02 FILLER         PIC X(08) VALUE "FALTAS: ".
           02 FALT-AVI       PIC ZZ9.
           02 FILLER         PIC X(11) VALUE " (MAXIMO: ".
           02 FALTMAX-AVI    PIC ZZ9.
           02 FILLER         PIC X(27) VALUE
                             ")   REPROVACOES NO CURSO: ".
           02 REP-AVI        PIC Z9.
           02 FILLER         PIC X(11) VALUE " (MAXIMO: ".
           02 REPMAX-AVI     PIC Z9.
           02 FILLER         PIC X(01) VALUE ")".
           02 FILLER         PIC X(12) VALUE SPACES.

       01 AVI-BOLSA.
           02 FILLER         PIC X(13) VALUE "BOLSA ATUAL: ".
           02 BOLATU-AVI     PIC Z9,99.
           02 FILLER         PIC X(16) VALUE "%   NOVA BOLSA: ".
           02 BOLNOVA-AVI    PIC Z9,99.
           02 FILLER         PIC X(14) VALUE "%   SITUACAO: ".
           02 SIT-AVI        PIC X(08).
           02 FILLER         PIC X(19) VALUE SPACES.

       01 AVI-VALOR.
           02 FILLER         PIC X(19) VALUE "MENSALIDADE CHEIA: ".
           02 VALOR-AVI      PIC Z.ZZZ.ZZ9,99.
           02 FILLER         PIC X(23) VALUE
                             "   NOVO VALOR A PAGAR: ".
           02 LIQUIDO-AVI    PIC Z.ZZZ.ZZ9,99.
           02 FILLER         PIC X(14) VALUE SPACES.

       01 AVI-RODAPE1.
           02 FILLER         PIC X(40) VALUE
                  "A NOVA CONDICAO VALE A PARTIR DA PROXIMA".
           02 FILLER         PIC X(40) VALUE
                  " MENSALIDADE.                           ".

       01 AVI-RODAPE2.
           02 FILLER         PIC X(40) VALUE
                  "A SECRETARIA ESTA A DISPOSICAO PARA ESCL".
           02 FILLER         PIC X(40) VALUE
                  "ARECIMENTOS.                            ".

       PROCEDURE DIVISION.

       EM03-36.
           PERFORM INICIO.
           MOVE ZEROES TO IDX-MENS.
           PERFORM CLASSIFICA QTD-MENS TIMES.
           IF MODO-SIMULA NOT EQUAL 1 AND
              CT-ALTERADAS IS GREATER THAN ZEROES
               PERFORM CONFERE-APROVACAO.
           PERFORM IMPRIME-REVISAO.
           PERFORM TERMINO.
           IF CT-PENDENTES IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           COMPUTE AAAAMM-MOV = ANO-ROD * 100 + MES-ROD.
           PERFORM CARGA-RUNCTL.
           PERFORM DEFINE-PERIODO.
           MOVE ZEROES TO HASH-VALOR.
           MOVE PERIODO-REV TO HASH-AREA.
           MOVE 6 TO HASH-TAM.
           PERFORM CALC-HASH.
           PERFORM CARGA-BOLSA.
           PERFORM CARGA-MENS.
           PERFORM CARGA-ALU.
           PERFORM CARGA-FALTAS.
           PERFORM CARGA-HIST.
           PERFORM CARGA-APROVA.
           IF MODO-SIMULA EQUAL 1
               DISPLAY "EM0336 EM MODO DE SIMULACAO - CADMENS/RELAVBOL "
                       "NAO SERAO GRAVADOS"
               MOVE "SIMULACAO" TO MODO-CAB
           ELSE
               MOVE "RODADA REAL" TO MODO-CAB.

       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0336"
               IF PROG-RUNCTL EQUAL "EM0336"
                   MOVE PARM1-RUNCTL TO MODO-SIMULA
                   MOVE PARM2-RUNCTL TO PERIODO-PARM
               END-IF
               CLOSE RUNCTL
           END-IF.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

      * PERIODO INFORMADO: AAAAMM VALIDO E NAO POSTERIOR AO MES DE
      * MOVIMENTO. ZERO: O ULTIMO PERIODO GRAVADO NO HISTESC QUE NAO
      * PASSE DO MES DE MOVIMENTO.
       DEFINE-PERIODO.
           IF PERIODO-PARM EQUAL ZEROES
               PERFORM PROCURA-ULTIMO-PERIODO
           ELSE
               IF PERIODO-PARM IS GREATER THAN 999999
                   DISPLAY "EM0336 - PERIODO INVALIDO NO RUNCTL "
                           "(PARM2 = " PERIODO-PARM ") - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE PERIODO-PARM TO PERIODO-REV.
           MOVE PERIODO-REV TO PERIODO-MONTA-9.
           IF MM-PER IS LESS THAN 1 OR MM-PER IS GREATER THAN 12
               DISPLAY "EM0336 - PERIODO INVALIDO NO RUNCTL (PARM2 = "
                       PERIODO-PARM ") - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF PERIODO-REV IS GREATER THAN AAAAMM-MOV
               DISPLAY "EM0336 - PERIODO " PERIODO-REV
                       " POSTERIOR AO MES DE MOVIMENTO - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       PROCURA-ULTIMO-PERIODO.
           PERFORM ABRE-HIST.
           PERFORM LE-HIST.
           PERFORM TESTA-PERIODO UNTIL FIM-HIST EQUAL "SIM".
           CLOSE HISTESC.
           IF PERIODO-REV EQUAL ZEROES
               DISPLAY "EM0336 - HISTESC SEM PERIODO ATE O MES DE "
                       "MOVIMENTO - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       TESTA-PERIODO.
           IF PERIODO-HE IS GREATER THAN PERIODO-REV AND
              PERIODO-HE IS NOT GREATER THAN AAAAMM-MOV
               MOVE PERIODO-HE TO PERIODO-REV.
           PERFORM LE-HIST.

       ABRE-HIST.
           MOVE "NAO" TO FIM-HIST.
           OPEN INPUT HISTESC.
           IF FS-HIST NOT EQUAL "00"
               DISPLAY "HISTESC NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-HIST
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       LE-HIST.
           READ HISTESC AT END MOVE "SIM" TO FIM-HIST.

      * TODA REGRA LIDA ENTRA NA SOMA DE VERIFICACAO.
       CARGA-BOLSA.
           OPEN INPUT CADBOLSA.
           IF FS-BOL NOT EQUAL "00"
               DISPLAY "CADBOLSA NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-BOL
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-BOLSA UNTIL FIM-BOL EQUAL "SIM".
           CLOSE CADBOLSA.
           IF QTD-REGRA EQUAL ZEROES
               DISPLAY "CADBOLSA SEM REGRAS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       LE-BOLSA.
           READ CADBOLSA AT END
               MOVE "SIM" TO FIM-BOL.
           IF FIM-BOL NOT EQUAL "SIM"
               IF QTD-REGRA GREATER THAN OR EQUAL TO 50
                   DISPLAY "CADBOLSA EXCEDE LIMITE DE 50 TIPOS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE REG-BOL TO HASH-AREA
                   MOVE 35 TO HASH-TAM
                   PERFORM CALC-HASH
                   ADD 1 TO QTD-REGRA
                   MOVE TIPO-BOL TO TIPO-REG-TAB(QTD-REGRA)
                   MOVE DESC-BOL TO DESC-REG-TAB(QTD-REGRA)
                   MOVE MEDMIN-BOL TO MEDMIN-TAB(QTD-REGRA)
                   MOVE FALTMAX-BOL TO FALTMAX-TAB(QTD-REGRA)
                   MOVE REPMAX-BOL TO REPMAX-TAB(QTD-REGRA)
                   MOVE PCTRED-BOL TO PCTRED-TAB(QTD-REGRA)
                   MOVE ZEROES TO CT-MANT-TAB(QTD-REGRA)
                                  CT-RED-TAB(QTD-REGRA)
                                  CT-REV-TAB(QTD-REGRA).

       CARGA-MENS.
           OPEN INPUT CADMENS.
           IF FS-MENS NOT EQUAL "00"
               DISPLAY "CADMENS NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-MENS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-MENS UNTIL FIM-MENS EQUAL "SIM".
           CLOSE CADMENS.
           IF QTD-MENS EQUAL ZEROES
               DISPLAY "CADMENS SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       LE-MENS.
           READ CADMENS AT END
               MOVE "SIM" TO FIM-MENS.
           IF FIM-MENS NOT EQUAL "SIM"
               IF QTD-MENS GREATER THAN OR EQUAL TO 500
                   DISPLAY "CADMENS EXCEDE LIMITE DE 500 ALUNOS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-MENS
                   MOVE REG-MENS TO REG-MENS-TAB(QTD-MENS)
                   MOVE SPACES TO NOME-TAB(QTD-MENS)
                                  SIT-TAB(QTD-MENS)
                                  CRIT-TAB(QTD-MENS)
                   MOVE ZEROES TO TURMA-TAB(QTD-MENS)
                                  SOMA-MED-TAB(QTD-MENS)
                                  QTD-NOTA-TAB(QTD-MENS)
                                  FALTAS-TAB(QTD-MENS)
                                  REPROV-TAB(QTD-MENS)
                                  MEDIA-TAB(QTD-MENS)
                                  MOTIVO-TAB(QTD-MENS)
                                  REGRA-TAB(QTD-MENS)
                                  BOLSA-NOVA-TAB(QTD-MENS).

      * NOME E TURMA DO ALUNO PARA O RELATORIO E O AVISO.
       CARGA-ALU.
           OPEN INPUT CADALU.
           IF FS-ALU NOT EQUAL "00"
               DISPLAY "CADALU NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-ALU
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-ALU UNTIL FIM-ALU EQUAL "SIM".
           CLOSE CADALU.

       LE-ALU.
           READ CADALU AT END
               MOVE "SIM" TO FIM-ALU.
           IF FIM-ALU NOT EQUAL "SIM"
               MOVE COD-ALU TO MAT-PROCURA
               PERFORM PROCURA-MENS
               IF POS-MENS IS GREATER THAN ZEROES
                   MOVE NOME-ALU TO NOME-TAB(POS-MENS)
                   MOVE TURMA-ALU TO TURMA-TAB(POS-MENS).

      * FALTAS APURADAS PELO EM0213; SEM ARQALUN A REVISAO CORRE COM
      * FALTAS ZERADAS (AVISADO NO CONSOLE).
       CARGA-FALTAS.
           OPEN INPUT ARQALUN.
           IF FS-FALTA EQUAL "00"
               PERFORM LE-FALTA UNTIL FIM-FALTA EQUAL "SIM"
               CLOSE ARQALUN
           ELSE
               DISPLAY "EM0336 - SEM ARQALUN - REVISAO COM FALTAS "
                       "ZERADAS".

       LE-FALTA.
           READ ARQALUN AT END
               MOVE "SIM" TO FIM-FALTA.
           IF FIM-FALTA NOT EQUAL "SIM"
               MOVE MAT-FALTA TO MAT-PROCURA
               PERFORM PROCURA-MENS
               IF POS-MENS IS GREATER THAN ZEROES
                   MOVE FALTAS-FALTA TO FALTAS-TAB(POS-MENS).

      * MEDIAS DO PERIODO REVISTO E REPROVACOES ATE ELE.
       CARGA-HIST.
           PERFORM ABRE-HIST.
           PERFORM LE-HIST.
           IF FIM-HIST EQUAL "SIM"
               DISPLAY "HISTESC SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM ACUMULA-HIST UNTIL FIM-HIST EQUAL "SIM".
           CLOSE HISTESC.

       ACUMULA-HIST.
           IF PERIODO-HE IS NOT GREATER THAN PERIODO-REV
               MOVE COD-HE TO MAT-PROCURA
               PERFORM PROCURA-MENS
               IF POS-MENS IS GREATER THAN ZEROES
                   IF PERIODO-HE EQUAL PERIODO-REV
                       ADD MEDIA-HE TO SOMA-MED-TAB(POS-MENS)
                       ADD 1 TO QTD-NOTA-TAB(POS-MENS)
                   END-IF
                   IF RESULTADO-HE EQUAL "REPROVADO"
                       ADD 1 TO REPROV-TAB(POS-MENS).
           PERFORM LE-HIST.

       PROCURA-MENS.
           MOVE ZEROES TO POS-MENS IDX-BUSCA.
           PERFORM TESTA-MENS QTD-MENS TIMES.

       TESTA-MENS.
           ADD 1 TO IDX-BUSCA.
           IF POS-MENS EQUAL ZEROES AND
              REG-MENS-TAB(IDX-BUSCA)(1:7) EQUAL MAT-PROCURA
               MOVE IDX-BUSCA TO POS-MENS.

      ******************************************************************
      * CLASSIFICACAO DE CADA BOLSISTA CONTRA AS REGRAS DO SEU TIPO.   *
      ******************************************************************
       CLASSIFICA.
           ADD 1 TO IDX-MENS.
           MOVE REG-MENS-TAB(IDX-MENS) TO REG-MENS-TRAB.
           IF BOLSA-TRAB EQUAL ZEROES
               MOVE "N" TO SIT-TAB(IDX-MENS)
           ELSE
               ADD 1 TO CT-BOLSISTAS
               IF PERREV-TRAB-X IS NUMERIC AND
                  PERREV-TRAB IS NOT LESS THAN PERIODO-REV
                   MOVE "J" TO SIT-TAB(IDX-MENS)
                   ADD 1 TO CT-JA-REVISTAS
               ELSE
                   PERFORM AVALIA-BOLSISTA.

       AVALIA-BOLSISTA.
           PERFORM PROCURA-REGRA.
           MOVE POS-REGRA TO REGRA-TAB(IDX-MENS).
           IF NOME-TAB(IDX-MENS) EQUAL SPACES
               MOVE 1 TO MOTIVO-TAB(IDX-MENS)
           ELSE
               IF POS-REGRA EQUAL ZEROES
                   MOVE 2 TO MOTIVO-TAB(IDX-MENS)
               ELSE
                   IF QTD-NOTA-TAB(IDX-MENS) EQUAL ZEROES
                       MOVE 3 TO MOTIVO-TAB(IDX-MENS).
           IF MOTIVO-TAB(IDX-MENS) IS GREATER THAN ZEROES
               MOVE "P" TO SIT-TAB(IDX-MENS)
               ADD 1 TO CT-PENDENTES
           ELSE
               PERFORM APLICA-REGRA.

       PROCURA-REGRA.
           MOVE ZEROES TO POS-REGRA IDX-REGRA.
           PERFORM TESTA-REGRA QTD-REGRA TIMES.

       TESTA-REGRA.
           ADD 1 TO IDX-REGRA.
           IF TIPO-REG-TAB(IDX-REGRA) EQUAL TIPO-TRAB
               MOVE IDX-REGRA TO POS-REGRA.

      * NENHUMA REGRA VIOLADA MANTEM A BOLSA; UMA REDUZ PELO
      * PERCENTUAL DO TIPO; DUAS OU MAIS REVOGAM. REDUCAO QUE ZERA A
      * BOLSA CONTA COMO REVOGACAO.
       APLICA-REGRA.
           COMPUTE MEDIA-PER ROUNDED =
               SOMA-MED-TAB(IDX-MENS) / QTD-NOTA-TAB(IDX-MENS).
           MOVE MEDIA-PER TO MEDIA-TAB(IDX-MENS).
           MOVE ZEROES TO QTD-VIOLADAS.
           MOVE "---" TO CRIT-TAB(IDX-MENS).
           IF MEDIA-PER IS LESS THAN MEDMIN-TAB(POS-REGRA)
               ADD 1 TO QTD-VIOLADAS
               MOVE "M" TO CRIT-TAB(IDX-MENS)(1:1).
           IF FALTAS-TAB(IDX-MENS)
              IS GREATER THAN FALTMAX-TAB(POS-REGRA)
               ADD 1 TO QTD-VIOLADAS
               MOVE "F" TO CRIT-TAB(IDX-MENS)(2:1).
           IF REPROV-TAB(IDX-MENS)
              IS GREATER THAN REPMAX-TAB(POS-REGRA)
               ADD 1 TO QTD-VIOLADAS
               MOVE "R" TO CRIT-TAB(IDX-MENS)(3:1).
           EVALUATE QTD-VIOLADAS
               WHEN 0
                   MOVE BOLSA-TRAB TO BOLSA-NOVA
               WHEN 1
                   COMPUTE BOLSA-NOVA ROUNDED = BOLSA-TRAB
                       * (100 - PCTRED-TAB(POS-REGRA)) / 100
               WHEN OTHER
                   MOVE ZEROES TO BOLSA-NOVA
           END-EVALUATE.
           MOVE BOLSA-NOVA TO BOLSA-NOVA-TAB(IDX-MENS).
           IF BOLSA-NOVA EQUAL BOLSA-TRAB
               MOVE "M" TO SIT-TAB(IDX-MENS)
               ADD 1 TO CT-MANTIDAS
               ADD 1 TO CT-MANT-TAB(POS-REGRA)
           ELSE
               IF BOLSA-NOVA EQUAL ZEROES
                   MOVE "V" TO SIT-TAB(IDX-MENS)
                   ADD 1 TO CT-REV-TAB(POS-REGRA)
               ELSE
                   MOVE "R" TO SIT-TAB(IDX-MENS)
                   ADD 1 TO CT-RED-TAB(POS-REGRA)
               END-IF
               PERFORM REGISTRA-ALTERACAO.

       REGISTRA-ALTERACAO.
           ADD 1 TO CT-ALTERADAS.
           COMPUTE DESCONTO-RETIRADO ROUNDED = DESCONTO-RETIRADO
               + VALOR-TRAB * (BOLSA-TRAB - BOLSA-NOVA) / 100.
           MOVE MAT-TRAB TO MAT-HASH.
           MOVE BOLSA-TRAB TO BOLSA-ANT-HASH.
           MOVE BOLSA-NOVA TO BOLSA-NOV-HASH.
           MOVE ALTERA-HASH TO HASH-AREA.
           MOVE 15 TO HASH-TAM.
           PERFORM CALC-HASH.

      ******************************************************************
      * RELATORIO DA REVISAO E, NA RODADA REAL, AVISOS E CADMENS.      *
      ******************************************************************
       IMPRIME-REVISAO.
           OPEN OUTPUT RELBOLSA.
           IF MODO-SIMULA NOT EQUAL 1
               OPEN OUTPUT RELAVBOL.
           WRITE REL-SAI FROM CAB-01 AFTER ADVANCING 1 LINE.
           MOVE MM-PER TO MM-CAB.
           MOVE ANO-PER TO AAAA-CAB.
           WRITE REL-SAI FROM CAB-02 AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO IDX-MENS.
           PERFORM IMPRIME-BOLSISTA QTD-MENS TIMES.

       IMPRIME-BOLSISTA.
           ADD 1 TO IDX-MENS.
           MOVE REG-MENS-TAB(IDX-MENS) TO REG-MENS-TRAB.
           IF SIT-TAB(IDX-MENS) NOT EQUAL "N"
               PERFORM LINHA-BOLSISTA
               IF MODO-SIMULA NOT EQUAL 1
                   PERFORM ATUALIZA-BOLSISTA.

       LINHA-BOLSISTA.
           MOVE MAT-TRAB TO MAT-DET.
           MOVE NOME-TAB(IDX-MENS) TO NOME-DET.
           MOVE TIPO-TRAB TO TIPO-DET.
           MOVE MEDIA-TAB(IDX-MENS) TO MEDIA-DET.
           MOVE FALTAS-TAB(IDX-MENS) TO FALT-DET.
           MOVE REPROV-TAB(IDX-MENS) TO REP-DET.
           MOVE BOLSA-TRAB TO BOLATU-DET.
           MOVE BOLSA-NOVA-TAB(IDX-MENS) TO BOLNOVA-DET.
           MOVE CRIT-TAB(IDX-MENS) TO CRIT-DET.
           EVALUATE SIT-TAB(IDX-MENS)
               WHEN "M" MOVE "MANTIDA" TO SIT-DET
               WHEN "R" MOVE "REDUZIDA" TO SIT-DET
               WHEN "V" MOVE "REVOGADA" TO SIT-DET
               WHEN "J" MOVE "JA REV." TO SIT-DET
                        MOVE BOLSA-TRAB TO BOLNOVA-DET
               WHEN "P" MOVE "PENDENTE" TO SIT-DET
                        MOVE BOLSA-TRAB TO BOLNOVA-DET
           END-EVALUATE.
           WRITE REL-SAI FROM DET-BOLSA AFTER ADVANCING 1 LINE.
           IF SIT-TAB(IDX-MENS) EQUAL "P"
               EVALUATE MOTIVO-TAB(IDX-MENS)
                   WHEN 1 MOVE "ALUNO FORA DO CADALU" TO MOTIVO-PEND
                   WHEN 2 MOVE "TIPO DE BOLSA SEM REGRA"
                              TO MOTIVO-PEND
                   WHEN 3 MOVE "SEM RESULTADO NO PERIODO"
                              TO MOTIVO-PEND
               END-EVALUATE
               WRITE REL-SAI FROM DET-PENDENCIA
                   AFTER ADVANCING 1 LINE.

      * BOLSA REVISTA RECEBE O PERIODO DA REVISAO; A QUE MUDOU RECEBE
      * A BOLSA NOVA E GERA O AVISO A FAMILIA.
       ATUALIZA-BOLSISTA.
           IF SIT-TAB(IDX-MENS) EQUAL "M" OR "R" OR "V"
               MOVE PERIODO-REV TO PERREV-TRAB
               IF SIT-TAB(IDX-MENS) NOT EQUAL "M"
                   PERFORM EMITE-AVISO
                   MOVE BOLSA-NOVA-TAB(IDX-MENS) TO BOLSA-TRAB
               END-IF
               MOVE REG-MENS-TRAB TO REG-MENS-TAB(IDX-MENS).

       EMITE-AVISO.
           MOVE REGRA-TAB(IDX-MENS) TO POS-REGRA.
           MOVE SPACES TO AVI-SAI.
           WRITE AVI-SAI AFTER ADVANCING PAGE.
           WRITE AVI-SAI FROM AVI-TITULO AFTER ADVANCING 1 LINE.
           MOVE NOME-TAB(IDX-MENS) TO NOME-AVI.
           WRITE AVI-SAI FROM AVI-DEST AFTER ADVANCING 2 LINES.
           MOVE MAT-TRAB TO MAT-AVI.
           MOVE TURMA-TAB(IDX-MENS) TO TURMA-AVI.
           MOVE MM-PER TO MM-AVI.
           MOVE ANO-PER TO AAAA-AVI.
           WRITE AVI-SAI FROM AVI-IDENT AFTER ADVANCING 1 LINE.
           WRITE AVI-SAI FROM AVI-TEXTO AFTER ADVANCING 2 LINES.
           MOVE TIPO-TRAB TO TIPO-AVI.
           MOVE DESC-REG-TAB(POS-REGRA) TO DESC-AVI.
           WRITE AVI-SAI FROM AVI-TIPO AFTER ADVANCING 1 LINE.
           MOVE MEDIA-TAB(IDX-MENS) TO MEDIA-AVI.
           MOVE MEDMIN-TAB(POS-REGRA) TO MEDMIN-AVI.
           WRITE AVI-SAI FROM AVI-MEDIA AFTER ADVANCING 2 LINES.
           MOVE FALTAS-TAB(IDX-MENS) TO FALT-AVI.
           MOVE FALTMAX-TAB(POS-REGRA) TO FALTMAX-AVI.
           MOVE REPROV-TAB(IDX-MENS) TO REP-AVI.
           MOVE REPMAX-TAB(POS-REGRA) TO REPMAX-AVI.
           WRITE AVI-SAI FROM AVI-FALTAS AFTER ADVANCING 1 LINE.
           MOVE BOLSA-TRAB TO BOLATU-AVI.
           MOVE BOLSA-NOVA-TAB(IDX-MENS) TO BOLNOVA-AVI.
           MOVE SIT-DET TO SIT-AVI.
           WRITE AVI-SAI FROM AVI-BOLSA AFTER ADVANCING 2 LINES.
           COMPUTE VALOR-LIQUIDO ROUNDED = VALOR-TRAB
               - VALOR-TRAB * BOLSA-NOVA-TAB(IDX-MENS) / 100.
           MOVE VALOR-TRAB TO VALOR-AVI.
           MOVE VALOR-LIQUIDO TO LIQUIDO-AVI.
           WRITE AVI-SAI FROM AVI-VALOR AFTER ADVANCING 1 LINE.
           WRITE AVI-SAI FROM AVI-RODAPE1 AFTER ADVANCING 2 LINES.
           WRITE AVI-SAI FROM AVI-RODAPE2 AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-AVISOS.

       TERMINO.
           PERFORM IMPRIME-RESUMO.
           CLOSE RELBOLSA.
           IF MODO-SIMULA EQUAL 1
               PERFORM GRAVA-PENDENCIA
           ELSE
               CLOSE RELAVBOL
               PERFORM REGRAVA-CADMENS.
           IF APROVA-MUDOU EQUAL 1
               PERFORM REGRAVA-APROVA.
           DISPLAY "EM0336 - BOLSISTAS: " CT-BOLSISTAS
                   " ALTERADAS: " CT-ALTERADAS
                   " PENDENTES: " CT-PENDENTES
                   " AVISOS: " CT-AVISOS.

       IMPRIME-RESUMO.
           WRITE REL-SAI FROM LIN-LEGENDA AFTER ADVANCING 2 LINES.
           WRITE REL-SAI FROM CAB-TIPO AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO IDX-REGRA.
           PERFORM IMPRIME-TIPO QTD-REGRA TIMES.
           MOVE CT-BOLSISTAS TO BOLS-LIN.
           MOVE CT-ALTERADAS TO ALT-LIN.
           MOVE CT-JA-REVISTAS TO JAREV-LIN.
           MOVE CT-PENDENTES TO PEND-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           MOVE DESCONTO-RETIRADO TO DESC-RET-LIN.
           WRITE REL-SAI FROM LIN-VALOR AFTER ADVANCING 1 LINE.

       IMPRIME-TIPO.
           ADD 1 TO IDX-REGRA.
           MOVE TIPO-REG-TAB(IDX-REGRA) TO TIPO-LIN.
           MOVE DESC-REG-TAB(IDX-REGRA) TO DESC-LIN.
           MOVE CT-MANT-TAB(IDX-REGRA) TO MANT-LIN.
           MOVE CT-RED-TAB(IDX-REGRA) TO RED-LIN.
           MOVE CT-REV-TAB(IDX-REGRA) TO REV-LIN.
           WRITE REL-SAI FROM LIN-TIPO AFTER ADVANCING 1 LINE.

       REGRAVA-CADMENS.
           OPEN OUTPUT CADMENS.
           MOVE ZEROES TO IDX-MENS.
           PERFORM GRAVA-MENS QTD-MENS TIMES.
           CLOSE CADMENS.

       GRAVA-MENS.
           ADD 1 TO IDX-MENS.
           MOVE REG-MENS-TAB(IDX-MENS) TO REG-MENS.
           WRITE REG-MENS.

      * ARQUIVO DE APROVACOES CARREGADO EM TABELA; AUSENTE VALE COMO
      * VAZIO (NENHUMA PENDENCIA E NENHUMA APROVACAO).
       CARGA-APROVA.
           OPEN INPUT APROVA.
           IF FS-APROVA EQUAL "00"
               PERFORM LE-APROVA UNTIL FIM-APR EQUAL "SIM"
               CLOSE APROVA.

       LE-APROVA.
           READ APROVA AT END
               MOVE "SIM" TO FIM-APR.
           IF FIM-APR NOT EQUAL "SIM"
               IF QTD-APROVA GREATER THAN OR EQUAL TO 50
                   DISPLAY "APROVA.DAT EXCEDE 50 REGISTROS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-APROVA
                   MOVE REG-APROVA TO REG-APR-TAB(QTD-APROVA).

      * A RODADA REAL QUE ALTERA BOLSAS EXIGE APROVACAO ASSINADA ("A")
      * DA ORIGEM EM0336 CUJA SOMA CONFIRA COM O PERIODO, AS REGRAS E
      * AS ALTERACOES APURADAS AGORA; ENCONTRADA, E CONSUMIDA ("C").
       CONFERE-APROVACAO.
           MOVE ZEROES TO POS-APROVA IDX-APROVA.
           PERFORM TESTA-APROVACAO QTD-APROVA TIMES.
           IF POS-APROVA EQUAL ZEROES
               DISPLAY "EM0336 SEM APROVACAO ASSINADA PARA AS BOLSAS "
                       "ALTERADAS - RODE A SIMULACAO E COLHA A "
                       "ASSINATURA NO UTILITARIO APROVA"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE REG-APR-TAB(POS-APROVA) TO REG-APR-TRAB.
           MOVE "C" TO SITU-TRAB.
           MOVE REG-APR-TRAB TO REG-APR-TAB(POS-APROVA).
           MOVE 1 TO APROVA-MUDOU.

       TESTA-APROVACAO.
           ADD 1 TO IDX-APROVA.
           MOVE REG-APR-TAB(IDX-APROVA) TO REG-APR-TRAB.
           IF ORIGEM-TRAB EQUAL "EM0336" AND
              SITU-TRAB EQUAL "A" AND
              HASH-TRAB EQUAL HASH-VALOR
               MOVE IDX-APROVA TO POS-APROVA.

      * A SIMULACAO DEIXA (OU SUBSTITUI) A PENDENCIA DA ORIGEM EM0336
      * COM AS BOLSAS ALTERADAS, O DESCONTO RETIRADO E A SOMA; SEM
      * ALTERACAO NAO HA O QUE APROVAR.
       GRAVA-PENDENCIA.
           IF CT-ALTERADAS EQUAL ZEROES
               DISPLAY "EM0336 - NENHUMA BOLSA ALTERADA - SEM "
                       "PENDENCIA DE APROVACAO"
           ELSE
               MOVE ZEROES TO POS-APROVA IDX-APROVA
               PERFORM TESTA-PENDENCIA QTD-APROVA TIMES
               IF POS-APROVA EQUAL ZEROES
                   IF QTD-APROVA GREATER THAN OR EQUAL TO 50
                       DISPLAY "APROVA.DAT CHEIO - PENDENCIA NAO "
                               "GRAVADA"
                   ELSE
                       ADD 1 TO QTD-APROVA
                       MOVE QTD-APROVA TO POS-APROVA
                   END-IF
               END-IF
               IF POS-APROVA IS GREATER THAN ZEROES
                   MOVE "EM0336" TO ORIGEM-TRAB
                   MOVE HASH-VALOR TO HASH-TRAB
                   MOVE CT-ALTERADAS TO QTD-TRAB
                   MOVE DESCONTO-RETIRADO TO VALOR-APR-TRAB
                   MOVE DATA-RODADA-9 TO DATA-GER-TRAB
                   MOVE "P" TO SITU-TRAB
                   MOVE SPACES TO APROVADOR-TRAB
                   MOVE ZEROES TO DATA-APR-TRAB
                   MOVE REG-APR-TRAB TO REG-APR-TAB(POS-APROVA)
                   MOVE 1 TO APROVA-MUDOU
                   DISPLAY "PENDENCIA DE APROVACAO GRAVADA EM "
                           "APROVA.DAT".

       TESTA-PENDENCIA.
           ADD 1 TO IDX-APROVA.
           MOVE REG-APR-TAB(IDX-APROVA) TO REG-APR-TRAB.
           IF ORIGEM-TRAB EQUAL "EM0336" AND
              SITU-TRAB EQUAL "P"
               MOVE IDX-APROVA TO POS-APROVA.

       REGRAVA-APROVA.
           OPEN OUTPUT APROVA.
           MOVE ZEROES TO IDX-APROVA.
           PERFORM GRAVA-APROVA QTD-APROVA TIMES.
           CLOSE APROVA.

       GRAVA-APROVA.
           ADD 1 TO IDX-APROVA.
           MOVE REG-APR-TAB(IDX-APROVA) TO REG-APROVA.
           WRITE REG-APROVA.

       COPY LEDATAMOV.

       COPY CALCHASH.
