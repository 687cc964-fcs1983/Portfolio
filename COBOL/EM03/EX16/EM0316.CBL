      *               AS NOTAS. TRANSACAO INVALIDA VAI PARA O
      *               RELATORIO RELMALU COM O MOTIVO, DEVOLVENDO
      *               RETURN-CODE 4.
      *
      *MODIFICACAO
      *  15/10/2026  LISTA DE ESPERA DAS TURMAS LOTADAS (CADESPERA.DAT,
      *              COPY CADESPERA). A INCLUSAO OU TROCA DE TURMA
      *              RECUSADA POR FALTA DE VAGA DEIXA DE SER REJEITADA
      *              E ENTRA NO FIM DA LISTA DA TURMA, DATADA PELA
      *              DATA DE MOVIMENTO. A EXCLUSAO E A TRANSFERENCIA
      *              PARA OUTRA TURMA ALOCAM, NA MESMA RODADA, O
      *              PRIMEIRO DA LISTA DA TURMA QUE FICOU COM VAGA
      *              (A ALOCACAO DE UMA TROCA ABRE VAGA NA TURMA DE
      *              ORIGEM, QUE E PREENCHIDA DO MESMO JEITO). PEDIDO
      *              QUE PASSA DO PRAZO DO RUNCTL (PROG "EM0316",
      *              PARM1 = DIAS NA LISTA, BASE 30/360, PADRAO 60)
      *              EXPIRA; PEDIDO QUE PERDEU O SENTIDO (ALUNO JA
      *              MATRICULADO, EXCLUIDO OU JA NA TURMA, TURMA FORA
      *              DO CADTURMA) E CANCELADO; A EXCLUSAO DE MATRICULA
      *              QUE ESTA NA LISTA RETIRA OS SEUS PEDIDOS. O
      *              RELATORIO RELESPE LISTA CADA MOVIMENTO DA LISTA
      *              (PARA O CONTATO COM A FAMILIA) E A LISTA ATUAL
      *              POR TURMA, NA ORDEM DE ATENDIMENTO.
      *  15/10/2026  A TROCA DE TURMA PASSA A RELER O REGISTRO DO ALUNO
      *              ANTES DE GRAVAR - A CONTAGEM DA OCUPACAO DEIXAVA
      *              NA AREA DE TRABALHO O ULTIMO ALUNO DO CADASTRO.
      *  15/10/2026  PRE-REQUISITOS POR CURSO. A INCLUSAO E A TROCA
      *              PARA TURMA DE OUTRO CURSO CONFEREM A TABELA
      *              CADPREREQ.DAT (MANREF, TABELA "PREREQ": CURSO +
      *              CURSO EXIGIDO + RESULTADO MINIMO "A" = APROVADO
      *              OU DESTAQUE, "D" = SO DESTAQUE) CONTRA O
      *              HISTORICO ESCOLAR HISTESC.DAT (O CURSO DE CADA
      *              RESULTADO VEM DA TURMA NO CADTURMA). SEM O
      *              PRE-REQUISITO A MATRICULA FICA RETIDA EM
      *              CADRETIDA.DAT ATE A COORDENACAO DECIDIR NA
      *              TABELA DE LIBERACOES CADLIBPRE.DAT (MANREF,
      *              TABELA "LIBPRE": MATRICULA + CURSO + DECISAO S/N
      *              + COORDENADOR). A CADA RODADA, A RETENCAO
      *              LIBERADA OU CUJO PRE-REQUISITO PASSOU A CONSTAR
      *              DO HISTESC E PROCESSADA COMO TRANSACAO NORMAL NO
      *              FIM DO MOVIMENTO; A NEGADA E REJEITADA; A QUE
      *              PASSA DO PRAZO DA LISTA DE ESPERA EXPIRA. O
      *              RELATORIO RELPREQ LISTA AS RETENCOES, AS
      *              LIBERACOES CONCEDIDAS E AS PENDENTES. MATRICULA
      *              RETIDA TAMBEM DEVOLVE RETURN-CODE 4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           SELECT RELMALU ASSIGN TO DISK.

           SELECT CADESPERA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESP.

           SELECT RELESPE ASSIGN TO DISK.

           SELECT CADPREREQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRE.

           SELECT CADLIBPRE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIB.

           SELECT CADRETIDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RET.

           SELECT HISTESC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HE.

           SELECT RELPREQ ASSIGN TO DISK.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.


       01 REL-SAI            PIC X(80).

       COPY CADESPERA.

       FD RELESPE
           LABEL RECORD IS OMITTED.

       01 REL-ESP            PIC X(80).

       FD CADPREREQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPREREQ.DAT".

       01 REG-PRE.
           02 CURSO-PRE      PIC X(20).
           02 REQ-PRE        PIC X(20).
           02 RESMIN-PRE     PIC X(01).

       FD CADLIBPRE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADLIBPRE.DAT".

       01 REG-LIB.
           02 MAT-LIB        PIC 9(07).
           02 CURSO-LIB      PIC X(20).
           02 DECISAO-LIB    PIC X(01).
           02 COORD-LIB      PIC X(20).

      * MATRICULAS RETIDAS POR FALTA DE PRE-REQUISITO, NA ORDEM EM
      * QUE FORAM RETIDAS; OS CAMPOS SAO OS DA LISTA DE ESPERA MAIS
      * O CURSO EXIGIDO QUE FALTOU.
       FD CADRETIDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRETIDA.DAT".

       01 REG-RET.
           02 TURMA-RET      PIC 9(03).
           02 DATA-RET       PIC 9(08).
           02 MAT-RET        PIC 9(07).
           02 NOME-RET       PIC X(30).
           02 OPER-RET       PIC X(01).
           02 ORIGEM-RET     PIC 9(03).
           02 REQ-RET        PIC X(20).

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

       FD RELPREQ
           LABEL RECORD IS OMITTED.

       01 REL-PRE            PIC X(80).

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".

       01 REG-RUNCTL.
           02 PROG-RUNCTL    PIC X(06).
           02 PARM1-RUNCTL   PIC 9(07)V99.
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-MOV            PIC X(03) VALUE "NAO".
       77 CT-APLICADAS       PIC 9(05) VALUE ZEROES.
       77 CT-REJEITADAS      PIC 9(05) VALUE ZEROES.
       77 MOTIVO-REJ         PIC X(30) VALUE SPACES.
       77 FIM-ESP            PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FS-ESP             PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 PRAZO-ESPERA       PIC 9(03) VALUE 60.
       77 DIAS-ESPERA        PIC S9(05) VALUE ZEROES.
       77 TURMA-PROCURA      PIC 9(03) VALUE ZEROES.
       77 MAT-PROCURA        PIC 9(07) VALUE ZEROES.
       77 TURMA-SAIDA        PIC 9(03) VALUE ZEROES.
       77 QTD-ESP            PIC 9(03) VALUE ZEROES.
       77 IDX-ESP            PIC 9(03) VALUE ZEROES.
       77 POS-ESP            PIC 9(03) VALUE ZEROES.
       77 POSICAO-FILA       PIC 9(03) VALUE ZEROES.
       77 QTD-VAGA           PIC 9(03) VALUE ZEROES.
       77 FIM-ALOCA          PIC 9     VALUE ZEROES.
       77 CT-RETIRADOS       PIC 9(03) VALUE ZEROES.
       77 CT-ESPERA          PIC 9(05) VALUE ZEROES.
       77 CT-ALOCADOS        PIC 9(05) VALUE ZEROES.
       77 CT-EXPIRADOS       PIC 9(05) VALUE ZEROES.
       77 CT-CANCELADOS      PIC 9(05) VALUE ZEROES.
       77 MOTIVO-ESP         PIC X(17) VALUE SPACES.
       77 FIM-PRE            PIC X(03) VALUE "NAO".
       77 FIM-LIB            PIC X(03) VALUE "NAO".
       77 FIM-RET            PIC X(03) VALUE "NAO".
       77 FIM-HE             PIC X(03) VALUE "NAO".
       77 FS-PRE             PIC X(02) VALUE SPACES.
       77 FS-LIB             PIC X(02) VALUE SPACES.
       77 FS-RET             PIC X(02) VALUE SPACES.
       77 FS-HE              PIC X(02) VALUE SPACES.
       77 QTD-PRE            PIC 9(03) VALUE ZEROES.
       77 IDX-PRE            PIC 9(03) VALUE ZEROES.
       77 QTD-LIB            PIC 9(03) VALUE ZEROES.
       77 IDX-LIB            PIC 9(03) VALUE ZEROES.
       77 POS-LIB            PIC 9(03) VALUE ZEROES.
       77 QTD-RET            PIC 9(03) VALUE ZEROES.
       77 IDX-RET            PIC 9(03) VALUE ZEROES.
       77 IDX-REVE           PIC 9(03) VALUE ZEROES.
       77 POS-RET            PIC 9(03) VALUE ZEROES.
       77 IDX-CURSO          PIC 9(03) VALUE ZEROES.
       77 POS-CURSO          PIC 9(03) VALUE ZEROES.
       77 TURMA-BUSCA        PIC 9(03) VALUE ZEROES.
       77 CURSO-ALVO         PIC X(20) VALUE SPACES.
       77 CURSO-FALTA        PIC X(20) VALUE SPACES.
       77 PRE-SITUACAO       PIC X(01) VALUE SPACES.
       77 ACHOU-REQ          PIC 9     VALUE ZEROES.
       77 REVENDO-RETIDA     PIC 9     VALUE ZEROES.
       77 CT-RETIDAS         PIC 9(05) VALUE ZEROES.
       77 CT-LIBERADAS       PIC 9(05) VALUE ZEROES.
       77 CT-NEGADAS         PIC 9(05) VALUE ZEROES.
       77 CT-CUMPRIDAS       PIC 9(05) VALUE ZEROES.
       77 CT-RET-BAIXAS      PIC 9(05) VALUE ZEROES.

       COPY WSDATAMOV.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X.
           02 ANO-ROD        PIC 9(04).
           02 MES-ROD        PIC 9(02).
           02 DIA-ROD        PIC 9(02).
       01 DATA-RODADA-9 REDEFINES DATA-RODADA-X PIC 9(08).

       01 DATA-PED.
           02 ANO-PED        PIC 9(04).
           02 MES-PED        PIC 9(02).
           02 DIA-PED        PIC 9(02).
       01 DATA-PED-9 REDEFINES DATA-PED PIC 9(08).

      * LISTA DE ESPERA NA ORDEM DOS PEDIDOS (A ORDEM DO ARQUIVO).
       01 TAB-ESP.
           02 ENT-ESP OCCURS 300 TIMES.
               03 TURMA-ESP-TAB  PIC 9(03).
               03 DATA-ESP-TAB   PIC 9(08).
               03 MAT-ESP-TAB    PIC 9(07).
               03 NOME-ESP-TAB   PIC X(30).
               03 OPER-ESP-TAB   PIC X(01).
               03 ORIGEM-ESP-TAB PIC 9(03).

      * TURMAS QUE GANHARAM VAGA E AINDA NAO FORAM PREENCHIDAS PELA
      * LISTA (A ALOCACAO DE UMA TROCA EMPILHA A TURMA DE ORIGEM).
       01 TAB-VAGA.
           02 TURMA-VAGA-TAB PIC 9(03) OCCURS 60 TIMES.

       01 TAB-ALU.
           02 ENT-ALU OCCURS 500 TIMES.
           02 ENT-TURMA OCCURS 30 TIMES.
               03 COD-TURMA-TAB  PIC 9(03).
               03 CAPAC-TUR-TAB  PIC 9(04).
               03 CURSO-TUR-TAB  PIC X(20).

       01 TAB-PRE.
           02 ENT-PRE OCCURS 50 TIMES.
               03 CURSO-PRE-TAB  PIC X(20).
               03 REQ-PRE-TAB    PIC X(20).
               03 RESMIN-PRE-TAB PIC X(01).

       01 TAB-LIB.
           02 ENT-LIB OCCURS 300 TIMES.
               03 MAT-LIB-TAB    PIC 9(07).
               03 CURSO-LIB-TAB  PIC X(20).
               03 DECISAO-LIB-TAB PIC X(01).
               03 COORD-LIB-TAB  PIC X(20).

       01 TAB-RET.
           02 ENT-RET OCCURS 300 TIMES.
               03 TURMA-RET-TAB  PIC 9(03).
               03 DATA-RET-TAB   PIC 9(08).
               03 MAT-RET-TAB    PIC 9(07).
               03 NOME-RET-TAB   PIC X(30).
               03 OPER-RET-TAB   PIC X(01).
               03 ORIGEM-RET-TAB PIC 9(03).
               03 REQ-RET-TAB    PIC X(20).

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
           02 APLIC-LIN      PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  REJEITADAS: ".
           02 REJ-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  EM ESPERA: ".
           02 ESPERA-LIN     PIC ZZ.ZZ9.
           02 FILLER         PIC X(09) VALUE " RETIDAS:".
           02 RETIDA-LIN     PIC ZZZ9.

       01 LIN-TIT-ESP.
           02 FILLER         PIC X(40) VALUE
                "LISTA DE ESPERA DAS TURMAS - MOVIMENTO  ".
           02 DATA-TIT-ESP   PIC 9(08).
           02 FILLER         PIC X(32) VALUE SPACES.

       01 LIN-CAB-EVENTO.
           02 FILLER         PIC X(40) VALUE
                "EVENTO     TUR MATRIC. NOME             ".
           02 FILLER         PIC X(40) VALUE
                "              PEDIDO   OBSERVACAO       ".

       01 LIN-EVENTO.
           02 EVENTO-LIN     PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 TURMA-EVE      PIC 9(03).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MAT-EVE        PIC 9(07).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-EVE       PIC X(30).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DATA-EVE       PIC 9(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 OBS-EVE        PIC X(17).

       01 LIN-TIT-LISTA.
           02 FILLER         PIC X(40) VALUE
                "LISTA ATUAL POR TURMA (ORDEM DE ATENDIME".
           02 FILLER         PIC X(40) VALUE
                "NTO)                                    ".

       01 LIN-CAB-LISTA.
           02 FILLER         PIC X(40) VALUE
                "POS TUR MATRIC. NOME                    ".
           02 FILLER         PIC X(40) VALUE
                "       PEDIDO   TIPO                    ".

       01 LIN-LISTA.
           02 POS-LISTA      PIC ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 TURMA-LISTA    PIC 9(03).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MAT-LISTA      PIC 9(07).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-LISTA     PIC X(30).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DATA-LISTA     PIC 9(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 TIPO-LISTA     PIC X(14).
           02 FILLER         PIC X(10) VALUE SPACES.

       01 LIN-TOT-ESP.
           02 FILLER         PIC X(10) VALUE "INCLUIDOS:".
           02 ESP-TOT        PIC ZZZ9.
           02 FILLER         PIC X(11) VALUE "  ALOCADOS:".
           02 ALOC-TOT       PIC ZZZ9.
           02 FILLER         PIC X(12) VALUE "  EXPIRADOS:".
           02 EXP-TOT        PIC ZZZ9.
           02 FILLER         PIC X(13) VALUE "  CANCELADOS:".
           02 CANC-TOT       PIC ZZZ9.
           02 FILLER         PIC X(10) VALUE "  NA FILA:".
           02 FILA-TOT       PIC ZZ9.
           02 FILLER         PIC X(05) VALUE SPACES.

       01 LIN-TIT-PRE.
           02 FILLER         PIC X(49) VALUE
                "MATRICULAS RETIDAS POR PRE-REQUISITO - MOVIMENTO ".
           02 DATA-TIT-PRE   PIC 9(08).
           02 FILLER         PIC X(23) VALUE SPACES.

       01 LIN-CAB-PRE.
           02 FILLER         PIC X(40) VALUE
                "EVENTO     TUR MATRIC. NOME             ".
           02 FILLER         PIC X(40) VALUE
                "    CURSO/PRE-REQUISITO  OBSERVACAO     ".

       01 LIN-EVE-PRE.
           02 EVENTO-PRE     PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 TURMA-EPR      PIC 9(03).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MAT-EPR        PIC 9(07).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-EPR       PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CURSO-EPR      PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 OBS-EPR        PIC X(15).

       01 LIN-TIT-LRET.
           02 FILLER         PIC X(40) VALUE
                "RETENCOES PENDENTES DE DECISAO DA COORDE".
           02 FILLER         PIC X(40) VALUE
                "NACAO                                   ".

       01 LIN-TOT-PRE.
           02 FILLER         PIC X(08) VALUE "RETIDAS:".
           02 RET-TOT        PIC ZZZ9.
           02 FILLER         PIC X(12) VALUE "  LIBERADAS:".
           02 LIB-TOT        PIC ZZZ9.
           02 FILLER         PIC X(10) VALUE "  NEGADAS:".
           02 NEG-TOT        PIC ZZZ9.
           02 FILLER         PIC X(12) VALUE "  CUMPRIDAS:".
           02 CUMP-TOT       PIC ZZZ9.
           02 FILLER         PIC X(22) VALUE SPACES.

       01 LIN-TOT-PRE-2.
           02 FILLER         PIC X(21) VALUE "EXPIRADAS/RETIRADAS: ".
           02 BAIXA-TOT      PIC ZZZ9.
           02 FILLER         PIC X(12) VALUE "  PENDENTES:".
           02 PEND-TOT       PIC ZZ9.
           02 FILLER         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       EM03-16.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-MOV EQUAL "SIM".
           PERFORM REVE-RETIDAS.
           PERFORM REGRAVA-CADALU.
           PERFORM REGRAVA-ESPERA.
           PERFORM REGRAVA-RETIDA.
           PERFORM FIM.
           IF CT-REJEITADAS IS GREATER THAN ZEROES OR
              CT-RETIDAS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
                       FS-MOV
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           PERFORM CARGA-RUNCTL.
           PERFORM CARGA-CADALU.
           PERFORM CARGA-TURMAS.
           OPEN OUTPUT RELMALU
                       RELESPE
                       RELPREQ.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           MOVE DATA-RODADA-9 TO DATA-TIT-ESP.
           WRITE REL-ESP FROM LIN-TIT-ESP AFTER ADVANCING 1 LINE.
           WRITE REL-ESP FROM LIN-CAB-EVENTO AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-ESP.
           WRITE REL-ESP AFTER ADVANCING 1 LINE.
           PERFORM CARGA-ESPERA.
           MOVE DATA-RODADA-9 TO DATA-TIT-PRE.
           WRITE REL-PRE FROM LIN-TIT-PRE AFTER ADVANCING 1 LINE.
           WRITE REL-PRE FROM LIN-CAB-PRE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-PRE.
           WRITE REL-PRE AFTER ADVANCING 1 LINE.
           PERFORM CARGA-PREREQ.
           PERFORM CARGA-LIBERA.
           PERFORM CARGA-RETIDA.
           PERFORM LE-MOV.
           IF FIM-MOV EQUAL "SIM"
               DISPLAY "MOVALU SEM REGISTROS - ENCERRANDO"
               ELSE
                   ADD 1 TO QTD-TURMA
                   MOVE COD-TURMA TO COD-TURMA-TAB(QTD-TURMA)
                   MOVE CAPAC-TURMA TO CAPAC-TUR-TAB(QTD-TURMA)
                   MOVE CURSO-TURMA TO CURSO-TUR-TAB(QTD-TURMA).

       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0316"
               IF PROG-RUNCTL EQUAL "EM0316" AND
                  PARM1-RUNCTL NOT EQUAL ZEROES
                   MOVE PARM1-RUNCTL TO PRAZO-ESPERA
               END-IF
               CLOSE RUNCTL.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

      * LISTA DE ESPERA DA RODADA ANTERIOR; AUSENTE, COMECA VAZIA. O
      * PEDIDO VENCIDO EXPIRA E O DE TURMA QUE SAIU DO CADTURMA E
      * CANCELADO AQUI MESMO, ANTES DE QUALQUER ALOCACAO.
       CARGA-ESPERA.
           OPEN INPUT CADESPERA.
           IF FS-ESP EQUAL "00"
               PERFORM LE-ESP UNTIL FIM-ESP EQUAL "SIM"
               CLOSE CADESPERA.

       LE-ESP.
           READ CADESPERA AT END
               MOVE "SIM" TO FIM-ESP.
           IF FIM-ESP NOT EQUAL "SIM"
               MOVE DATA-ESP TO DATA-PED-9
               COMPUTE DIAS-ESPERA =
                   ANO-ROD * 360 + MES-ROD * 30 + DIA-ROD
                 - ANO-PED * 360 - MES-PED * 30 - DIA-PED
               MOVE TURMA-ESP TO TURMA-PROCURA
               PERFORM PROCURA-TURMA
               IF DIAS-ESPERA IS GREATER THAN PRAZO-ESPERA
                   ADD 1 TO CT-EXPIRADOS
                   MOVE "EXPIRADO" TO EVENTO-LIN
                   MOVE "PRAZO VENCIDO" TO OBS-EVE
                   PERFORM IMPRIME-EVENTO-ARQ
               ELSE
                   IF TEM-TURMAS EQUAL 1 AND POS-TURMA EQUAL ZEROES
                       ADD 1 TO CT-CANCELADOS
                       MOVE "CANCELADO" TO EVENTO-LIN
                       MOVE "TURMA EXCLUIDA" TO OBS-EVE
                       PERFORM IMPRIME-EVENTO-ARQ
                   ELSE
                       PERFORM GUARDA-ESPERA.

       GUARDA-ESPERA.
           IF QTD-ESP GREATER THAN OR EQUAL TO 300
               DISPLAY "CADESPERA EXCEDE LIMITE DE 300 PEDIDOS - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-ESP.
           MOVE TURMA-ESP TO TURMA-ESP-TAB(QTD-ESP).
           MOVE DATA-ESP TO DATA-ESP-TAB(QTD-ESP).
           MOVE MAT-ESP TO MAT-ESP-TAB(QTD-ESP).
           MOVE NOME-ESP TO NOME-ESP-TAB(QTD-ESP).
           MOVE OPER-ESP TO OPER-ESP-TAB(QTD-ESP).
           MOVE ORIGEM-ESP TO ORIGEM-ESP-TAB(QTD-ESP).

       IMPRIME-EVENTO-ARQ.
           MOVE TURMA-ESP TO TURMA-EVE.
           MOVE MAT-ESP TO MAT-EVE.
           MOVE NOME-ESP TO NOME-EVE.
           MOVE DATA-ESP TO DATA-EVE.
           WRITE REL-ESP FROM LIN-EVENTO AFTER ADVANCING 1 LINE.

      * TABELA DE PRE-REQUISITOS POR CURSO (MANREF, "PREREQ"); SEM
      * ELA NENHUMA MATRICULA E CONFERIDA CONTRA O HISTESC.
       CARGA-PREREQ.
           OPEN INPUT CADPREREQ.
           IF FS-PRE EQUAL "00"
               PERFORM LE-PRE UNTIL FIM-PRE EQUAL "SIM"
               CLOSE CADPREREQ.
           IF QTD-PRE IS GREATER THAN ZEROES AND TEM-TURMAS EQUAL 0
               DISPLAY "EM0316 - SEM CADTURMA - PRE-REQUISITOS NAO "
                       "CONFERIDOS".

       LE-PRE.
           READ CADPREREQ AT END
               MOVE "SIM" TO FIM-PRE.
           IF FIM-PRE NOT EQUAL "SIM"
               IF QTD-PRE GREATER THAN OR EQUAL TO 50
                   DISPLAY "CADPREREQ EXCEDE LIMITE DE 50 "
                           "PRE-REQUISITOS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-PRE
                   MOVE CURSO-PRE TO CURSO-PRE-TAB(QTD-PRE)
                   MOVE REQ-PRE TO REQ-PRE-TAB(QTD-PRE)
                   MOVE RESMIN-PRE TO RESMIN-PRE-TAB(QTD-PRE).

      * DECISOES DA COORDENACAO SOBRE MATRICULA SEM PRE-REQUISITO
      * (MANREF, "LIBPRE"): "S" LIBERA, "N" NEGA.
       CARGA-LIBERA.
           OPEN INPUT CADLIBPRE.
           IF FS-LIB EQUAL "00"
               PERFORM LE-LIB UNTIL FIM-LIB EQUAL "SIM"
               CLOSE CADLIBPRE.

       LE-LIB.
           READ CADLIBPRE AT END
               MOVE "SIM" TO FIM-LIB.
           IF FIM-LIB NOT EQUAL "SIM"
               IF QTD-LIB GREATER THAN OR EQUAL TO 300
                   DISPLAY "CADLIBPRE EXCEDE LIMITE DE 300 "
                           "LIBERACOES - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-LIB
                   MOVE MAT-LIB TO MAT-LIB-TAB(QTD-LIB)
                   MOVE CURSO-LIB TO CURSO-LIB-TAB(QTD-LIB)
                   MOVE DECISAO-LIB TO DECISAO-LIB-TAB(QTD-LIB)
                   MOVE COORD-LIB TO COORD-LIB-TAB(QTD-LIB).

      * RETENCOES DA RODADA ANTERIOR; VENCEM NO MESMO PRAZO DA LISTA
      * DE ESPERA E CAEM SE A TURMA SAIU DO CADTURMA.
       CARGA-RETIDA.
           OPEN INPUT CADRETIDA.
           IF FS-RET EQUAL "00"
               PERFORM LE-RET UNTIL FIM-RET EQUAL "SIM"
               CLOSE CADRETIDA.

       LE-RET.
           READ CADRETIDA AT END
               MOVE "SIM" TO FIM-RET.
           IF FIM-RET NOT EQUAL "SIM"
               MOVE DATA-RET TO DATA-PED-9
               COMPUTE DIAS-ESPERA =
                   ANO-ROD * 360 + MES-ROD * 30 + DIA-ROD
                 - ANO-PED * 360 - MES-PED * 30 - DIA-PED
               MOVE TURMA-RET TO TURMA-PROCURA
               PERFORM PROCURA-TURMA
               IF DIAS-ESPERA IS GREATER THAN PRAZO-ESPERA
                   ADD 1 TO CT-RET-BAIXAS
                   MOVE "EXPIRADA" TO EVENTO-PRE
                   MOVE "PRAZO VENCIDO" TO OBS-EPR
                   PERFORM IMPRIME-RETIDA-ARQ
               ELSE
                   IF TEM-TURMAS EQUAL 1 AND POS-TURMA EQUAL ZEROES
                       ADD 1 TO CT-RET-BAIXAS
                       MOVE "CANCELADA" TO EVENTO-PRE
                       MOVE "TURMA EXCLUIDA" TO OBS-EPR
                       PERFORM IMPRIME-RETIDA-ARQ
                   ELSE
                       PERFORM GUARDA-RETIDA.

       GUARDA-RETIDA.
           IF QTD-RET GREATER THAN OR EQUAL TO 300
               DISPLAY "CADRETIDA EXCEDE LIMITE DE 300 RETENCOES - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-RET.
           MOVE TURMA-RET TO TURMA-RET-TAB(QTD-RET).
           MOVE DATA-RET TO DATA-RET-TAB(QTD-RET).
           MOVE MAT-RET TO MAT-RET-TAB(QTD-RET).
           MOVE NOME-RET TO NOME-RET-TAB(QTD-RET).
           MOVE OPER-RET TO OPER-RET-TAB(QTD-RET).
           MOVE ORIGEM-RET TO ORIGEM-RET-TAB(QTD-RET).
           MOVE REQ-RET TO REQ-RET-TAB(QTD-RET).

       IMPRIME-RETIDA-ARQ.
           MOVE TURMA-RET TO TURMA-EPR.
           MOVE MAT-RET TO MAT-EPR.
           MOVE NOME-RET TO NOME-EPR.
           MOVE REQ-RET TO CURSO-EPR.
           WRITE REL-PRE FROM LIN-EVE-PRE AFTER ADVANCING 1 LINE.

       LE-MOV.
           READ MOVALU AT END MOVE "SIM" TO FIM-MOV.

       PRINCIPAL.
           PERFORM PROCESSA-TRANSACAO.
           PERFORM LE-MOV.

       PROCESSA-TRANSACAO.
           PERFORM VALIDA-TRANSACAO.
           IF TRANS-VAL EQUAL 1
               EVALUATE OPER-MOV
               END-EVALUATE
           ELSE
               PERFORM REJEITA-TRANSACAO.
           PERFORM ALOCA-VAGA UNTIL QTD-VAGA EQUAL ZEROES.

       VALIDA-TRANSACAO.
           MOVE 1 TO TRANS-VAL.
           MOVE SPACES TO MOTIVO-REJ.
           MOVE MAT-MOV TO MAT-PROCURA.
           MOVE TURMA-MOV TO TURMA-PROCURA.
           IF OPER-MOV NOT EQUAL "I" AND
              OPER-MOV NOT EQUAL "A" AND
              OPER-MOV NOT EQUAL "E"

       TESTA-TURMA.
           ADD 1 TO IDX-TURMA.
           IF COD-TURMA-TAB(IDX-TURMA) EQUAL TURMA-PROCURA
               MOVE IDX-TURMA TO POS-TURMA.

       PROCURA-ALUNO.

       TESTA-ALUNO.
           MOVE REG-ALU-TAB(IDX-ALU) TO REG-ALU-TRAB.
           IF MAT-TRAB EQUAL MAT-PROCURA
               MOVE 1 TO ACHOU-ALU
               MOVE IDX-ALU TO POS-ALU
           ELSE
               ADD 1 TO IDX-ALU.

      * OCUPACAO ATUAL DA TURMA DO MOVIMENTO (OU DA LISTA DE ESPERA),
      * PARA A CRITICA DE CAPACIDADE DA INCLUSAO/TROCA DE TURMA.
       CONTA-OCUPACAO.
           MOVE ZEROES TO OCUPACAO-TURMA IDX-ALU.
           PERFORM SOMA-OCUPACAO QTD-ALU TIMES.
       SOMA-OCUPACAO.
           ADD 1 TO IDX-ALU.
           MOVE REG-ALU-TAB(IDX-ALU) TO REG-ALU-TRAB.
           IF TURMA-TRAB EQUAL TURMA-PROCURA
               ADD 1 TO OCUPACAO-TURMA.

       TESTA-CAPACIDADE.
               MOVE "MATRICULA JA CADASTRADA" TO MOTIVO-REJ
               PERFORM REJEITA-TRANSACAO
           ELSE
               MOVE ZEROES TO TURMA-SAIDA
               PERFORM CONFERE-PREREQ
               EVALUATE PRE-SITUACAO
                   WHEN "R"
                       PERFORM ENTRA-RETIDA
                   WHEN "N"
                       MOVE "PRE-REQUISITO NEGADO" TO MOTIVO-REJ
                       PERFORM REJEITA-TRANSACAO
                   WHEN OTHER
                       PERFORM INCLUI-ALUNO
               END-EVALUATE.

       INCLUI-ALUNO.
           PERFORM CONTA-OCUPACAO.
           PERFORM TESTA-CAPACIDADE.
           IF MOTIVO-REJ NOT EQUAL SPACES
               PERFORM ENTRA-ESPERA
           ELSE
               IF QTD-ALU GREATER THAN OR EQUAL TO 500
                   MOVE "CADASTRO CHEIO" TO MOTIVO-REJ
                   PERFORM REJEITA-TRANSACAO
               ELSE
                   ADD 1 TO QTD-ALU
                   MOVE TURMA-MOV TO TURMA-TRAB
                   MOVE MAT-MOV TO MAT-TRAB
                   MOVE NOME-MOV TO NOME-TRAB
                   MOVE ALL "0" TO NOTAS-TRAB
                   MOVE REG-ALU-TRAB TO REG-ALU-TAB(QTD-ALU)
                   PERFORM CONFIRMA-TRANSACAO.

       APLICA-ALTERACAO.
           PERFORM PROCURA-ALUNO.
           ELSE
               MOVE REG-ALU-TAB(POS-ALU) TO REG-ALU-TRAB
               IF TURMA-TRAB NOT EQUAL TURMA-MOV
                   MOVE TURMA-TRAB TO TURMA-SAIDA
                   PERFORM CONFERE-TROCA
                   EVALUATE PRE-SITUACAO
                       WHEN "R"
                           PERFORM ENTRA-RETIDA
                       WHEN "N"
                           MOVE "PRE-REQUISITO NEGADO" TO MOTIVO-REJ
                           PERFORM REJEITA-TRANSACAO
                       WHEN OTHER
                           PERFORM TROCA-TURMA
                   END-EVALUATE
               ELSE
                   PERFORM GRAVA-ALTERACAO.

       TROCA-TURMA.
           PERFORM CONTA-OCUPACAO.
           PERFORM TESTA-CAPACIDADE.
           IF MOTIVO-REJ NOT EQUAL SPACES
               PERFORM ENTRA-ESPERA
           ELSE
               PERFORM GRAVA-ALTERACAO
               PERFORM EMPILHA-VAGA.

       GRAVA-ALTERACAO.
           MOVE REG-ALU-TAB(POS-ALU) TO REG-ALU-TRAB.
           MOVE TURMA-MOV TO TURMA-TRAB.
           MOVE NOME-MOV TO NOME-TRAB.
           MOVE REG-ALU-TRAB TO REG-ALU-TAB(POS-ALU).
           PERFORM CONFIRMA-TRANSACAO.

      * A EXCLUSAO RETIRA TAMBEM OS PEDIDOS DA MATRICULA NA LISTA DE
      * ESPERA - E, PARA QUEM SO ESTAVA NA LISTA, E SO ISSO QUE FAZ.
      * A VAGA ABERTA NA TURMA VAI PARA O PRIMEIRO DA LISTA.
       APLICA-EXCLUSAO.
           PERFORM RETIRA-ESPERA.
           PERFORM RETIRA-RETIDA.
           PERFORM PROCURA-ALUNO.
           IF ACHOU-ALU EQUAL 0
               IF CT-RETIRADOS IS GREATER THAN ZEROES
                   PERFORM CONFIRMA-TRANSACAO
               ELSE
                   MOVE "MATRICULA NAO CADASTRADA" TO MOTIVO-REJ
                   PERFORM REJEITA-TRANSACAO
               END-IF
           ELSE
               MOVE REG-ALU-TAB(POS-ALU) TO REG-ALU-TRAB
               MOVE TURMA-TRAB TO TURMA-SAIDA
               MOVE POS-ALU TO IDX-DESL
               PERFORM DESLOCA-EXCLUSAO
                   UNTIL IDX-DESL IS NOT LESS THAN QTD-ALU
               SUBTRACT 1 FROM QTD-ALU
               PERFORM CONFIRMA-TRANSACAO
               PERFORM EMPILHA-VAGA.

       RETIRA-ESPERA.
           MOVE ZEROES TO CT-RETIRADOS.
           MOVE 1 TO IDX-ESP.
           PERFORM TESTA-RETIRADA UNTIL IDX-ESP IS GREATER THAN QTD-ESP.

       TESTA-RETIRADA.
           IF MAT-ESP-TAB(IDX-ESP) EQUAL MAT-MOV
               ADD 1 TO CT-RETIRADOS
               MOVE "RETIRADO" TO EVENTO-LIN
               MOVE "DESISTENCIA" TO OBS-EVE
               PERFORM IMPRIME-EVENTO-TAB
               MOVE IDX-ESP TO POS-ESP
               PERFORM REMOVE-ESPERA
           ELSE
               ADD 1 TO IDX-ESP.

      * TURMA LOTADA: O PEDIDO ENTRA NO FIM DA LISTA DA TURMA (SE A
      * MATRICULA JA ESPERA POR ELA, MANTEM O LUGAR QUE TINHA).
       ENTRA-ESPERA.
           MOVE ZEROES TO POS-ESP IDX-ESP.
           PERFORM TESTA-JA-NA-LISTA QTD-ESP TIMES.
           IF POS-ESP EQUAL ZEROES
               IF QTD-ESP GREATER THAN OR EQUAL TO 300
                   MOVE "TURMA SEM VAGA/LISTA CHEIA" TO MOTIVO-REJ
                   PERFORM REJEITA-TRANSACAO
               ELSE
                   ADD 1 TO QTD-ESP CT-ESPERA
                   MOVE QTD-ESP TO POS-ESP
                   MOVE TURMA-MOV TO TURMA-ESP-TAB(POS-ESP)
                   MOVE DATA-RODADA-9 TO DATA-ESP-TAB(POS-ESP)
                   MOVE MAT-MOV TO MAT-ESP-TAB(POS-ESP)
                   MOVE NOME-MOV TO NOME-ESP-TAB(POS-ESP)
                   MOVE OPER-MOV TO OPER-ESP-TAB(POS-ESP)
                   MOVE TURMA-SAIDA TO ORIGEM-ESP-TAB(POS-ESP)
                   PERFORM CONTA-POSICAO
                   MOVE "INCLUIDO" TO EVENTO-LIN
                   PERFORM IMPRIME-ESPERA
           ELSE
               PERFORM CONTA-POSICAO
               MOVE "JA NA LISTA" TO EVENTO-LIN
               PERFORM IMPRIME-ESPERA.

       TESTA-JA-NA-LISTA.
           ADD 1 TO IDX-ESP.
           IF MAT-ESP-TAB(IDX-ESP) EQUAL MAT-MOV AND
              TURMA-ESP-TAB(IDX-ESP) EQUAL TURMA-MOV
               MOVE IDX-ESP TO POS-ESP.

      * POSICAO DO PEDIDO POS-ESP NA FILA DA SUA TURMA.
       CONTA-POSICAO.
           MOVE ZEROES TO POSICAO-FILA IDX-ESP.
           PERFORM SOMA-POSICAO POS-ESP TIMES.

       SOMA-POSICAO.
           ADD 1 TO IDX-ESP.
           IF TURMA-ESP-TAB(IDX-ESP) EQUAL TURMA-ESP-TAB(POS-ESP)
               ADD 1 TO POSICAO-FILA.

       IMPRIME-ESPERA.
           MOVE OPER-MOV TO OPER-LIN.
           MOVE MAT-MOV TO MAT-LIN.
           MOVE NOME-MOV TO NOME-LIN.
           MOVE "EM ESPERA" TO RESULT-LIN.
           MOVE "SEM VAGA - POSICAO" TO MOTIVO-REJ.
           MOVE POSICAO-FILA TO MOTIVO-REJ(20:3).
           MOVE MOTIVO-REJ TO MOTIVO-LIN.
           WRITE REL-SAI FROM LIN-TRANS AFTER ADVANCING 1 LINE.
           MOVE POS-ESP TO IDX-ESP.
           MOVE "POSICAO" TO OBS-EVE.
           MOVE POSICAO-FILA TO OBS-EVE(9:3).
           PERFORM IMPRIME-EVENTO-TAB.

       IMPRIME-EVENTO-TAB.
           MOVE TURMA-ESP-TAB(IDX-ESP) TO TURMA-EVE.
           MOVE MAT-ESP-TAB(IDX-ESP) TO MAT-EVE.
           MOVE NOME-ESP-TAB(IDX-ESP) TO NOME-EVE.
           MOVE DATA-ESP-TAB(IDX-ESP) TO DATA-EVE.
           WRITE REL-ESP FROM LIN-EVENTO AFTER ADVANCING 1 LINE.

       REMOVE-ESPERA.
           MOVE POS-ESP TO IDX-DESL.
           PERFORM DESLOCA-ESPERA
               UNTIL IDX-DESL IS NOT LESS THAN QTD-ESP.
           SUBTRACT 1 FROM QTD-ESP.

       DESLOCA-ESPERA.
           MOVE ENT-ESP(IDX-DESL + 1) TO ENT-ESP(IDX-DESL).
           ADD 1 TO IDX-DESL.

      * A TURMA QUE PERDEU UM ALUNO ENTRA NA PILHA DE VAGAS, PARA O
      * PRIMEIRO DA LISTA DELA SER ALOCADO AINDA NESTA TRANSACAO.
       EMPILHA-VAGA.
           IF TEM-TURMAS EQUAL 1 AND QTD-ESP IS GREATER THAN ZEROES
               IF QTD-VAGA IS LESS THAN 60
                   ADD 1 TO QTD-VAGA
                   MOVE TURMA-SAIDA TO TURMA-VAGA-TAB(QTD-VAGA).

       ALOCA-VAGA.
           MOVE TURMA-VAGA-TAB(QTD-VAGA) TO TURMA-PROCURA.
           SUBTRACT 1 FROM QTD-VAGA.
           PERFORM PROCURA-TURMA.
           IF POS-TURMA IS GREATER THAN ZEROES
               MOVE ZEROES TO FIM-ALOCA
               MOVE 1 TO IDX-ESP
               PERFORM TENTA-ESPERA
                   UNTIL IDX-ESP IS GREATER THAN QTD-ESP
                      OR FIM-ALOCA EQUAL 1.

      * PERCORRE A LISTA NA ORDEM DOS PEDIDOS ATE ALOCAR O PRIMEIRO
      * PEDIDO AINDA VALIDO DA TURMA (O QUE PERDEU O SENTIDO SAI DA
      * LISTA COMO CANCELADO) OU ATE A TURMA NAO TER MAIS VAGA.
       TENTA-ESPERA.
           IF TURMA-ESP-TAB(IDX-ESP) NOT EQUAL TURMA-PROCURA
               ADD 1 TO IDX-ESP
           ELSE
               PERFORM CONTA-OCUPACAO
               IF OCUPACAO-TURMA IS NOT LESS THAN
                  CAPAC-TUR-TAB(POS-TURMA)
                   MOVE 1 TO FIM-ALOCA
               ELSE
                   PERFORM CONFERE-ESPERA
                   IF MOTIVO-ESP NOT EQUAL SPACES
                       ADD 1 TO CT-CANCELADOS
                       MOVE "CANCELADO" TO EVENTO-LIN
                       MOVE MOTIVO-ESP TO OBS-EVE
                       PERFORM IMPRIME-EVENTO-TAB
                       MOVE IDX-ESP TO POS-ESP
                       PERFORM REMOVE-ESPERA
                   ELSE
                       IF OPER-ESP-TAB(IDX-ESP) EQUAL "I" AND
                          QTD-ALU IS NOT LESS THAN 500
                           MOVE 1 TO FIM-ALOCA
                       ELSE
                           PERFORM ALOCA-ESPERA
                           MOVE 1 TO FIM-ALOCA.

       CONFERE-ESPERA.
           MOVE SPACES TO MOTIVO-ESP.
           MOVE MAT-ESP-TAB(IDX-ESP) TO MAT-PROCURA.
           PERFORM PROCURA-ALUNO.
           IF OPER-ESP-TAB(IDX-ESP) EQUAL "I"
               IF ACHOU-ALU EQUAL 1
                   MOVE "JA MATRICULADO" TO MOTIVO-ESP
               END-IF
           ELSE
               IF ACHOU-ALU EQUAL 0
                   MOVE "MATRIC. EXCLUIDA" TO MOTIVO-ESP
               ELSE
                   MOVE REG-ALU-TAB(POS-ALU) TO REG-ALU-TRAB
                   IF TURMA-TRAB EQUAL TURMA-PROCURA
                       MOVE "JA ESTA NA TURMA" TO MOTIVO-ESP.

      * ALOCACAO: A MATRICULA NOVA ENTRA NO CADALU COM AS NOTAS
      * ZERADAS; A TROCA MUDA A TURMA (E O NOME, COMO NO PEDIDO) E
      * EMPILHA A TURMA DE ORIGEM, QUE GANHOU A VAGA.
       ALOCA-ESPERA.
           IF OPER-ESP-TAB(IDX-ESP) EQUAL "I"
               ADD 1 TO QTD-ALU
               MOVE TURMA-PROCURA TO TURMA-TRAB
               MOVE MAT-ESP-TAB(IDX-ESP) TO MAT-TRAB
               MOVE NOME-ESP-TAB(IDX-ESP) TO NOME-TRAB
               MOVE ALL "0" TO NOTAS-TRAB
               MOVE REG-ALU-TRAB TO REG-ALU-TAB(QTD-ALU)
               MOVE ZEROES TO TURMA-SAIDA
               MOVE "NOVA MATRICULA" TO OBS-EVE
           ELSE
               MOVE TURMA-TRAB TO TURMA-SAIDA
               MOVE TURMA-PROCURA TO TURMA-TRAB
               MOVE NOME-ESP-TAB(IDX-ESP) TO NOME-TRAB
               MOVE REG-ALU-TRAB TO REG-ALU-TAB(POS-ALU)
               MOVE "DA TURMA" TO OBS-EVE
               MOVE TURMA-SAIDA TO OBS-EVE(10:3).
           ADD 1 TO CT-ALOCADOS.
           MOVE "ALOCADO" TO EVENTO-LIN.
           PERFORM IMPRIME-EVENTO-TAB.
           MOVE OPER-ESP-TAB(IDX-ESP) TO OPER-LIN.
           MOVE MAT-ESP-TAB(IDX-ESP) TO MAT-LIN.
           MOVE NOME-ESP-TAB(IDX-ESP) TO NOME-LIN.
           MOVE "ALOCADA" TO RESULT-LIN.
           MOVE "DA LISTA DE ESPERA - TUR" TO MOTIVO-LIN.
           MOVE TURMA-PROCURA TO MOTIVO-LIN(26:3).
           WRITE REL-SAI FROM LIN-TRANS AFTER ADVANCING 1 LINE.
           MOVE IDX-ESP TO POS-ESP.
           PERFORM REMOVE-ESPERA.
           IF TURMA-SAIDA IS GREATER THAN ZEROES
               PERFORM EMPILHA-VAGA.

      ******************************************************************
      * PRE-REQUISITOS DO CURSO DA TURMA PEDIDA (POS-TURMA). DEVOLVE   *
      * EM PRE-SITUACAO: ESPACO = SEM PENDENCIA, "L" = LIBERADA PELA   *
      * COORDENACAO, "N" = NEGADA, "R" = RETER (CURSO-FALTA = O CURSO  *
      * EXIGIDO QUE NAO CONSTA DO HISTESC COM O RESULTADO MINIMO).     *
      ******************************************************************
       CONFERE-PREREQ.
           MOVE SPACES TO PRE-SITUACAO CURSO-FALTA.
           IF TEM-TURMAS EQUAL 1 AND QTD-PRE IS GREATER THAN ZEROES
              AND REVENDO-RETIDA EQUAL ZEROES
               MOVE CURSO-TUR-TAB(POS-TURMA) TO CURSO-ALVO
               MOVE ZEROES TO IDX-PRE
               PERFORM TESTA-PREREQ QTD-PRE TIMES
               IF CURSO-FALTA NOT EQUAL SPACES
                   PERFORM PROCURA-LIBERACAO.

      * NA TROCA DE TURMA SO HA CONFERENCIA QUANDO O CURSO MUDA.
       CONFERE-TROCA.
           MOVE SPACES TO PRE-SITUACAO.
           IF TEM-TURMAS EQUAL 1
               MOVE TURMA-SAIDA TO TURMA-BUSCA
               PERFORM PROCURA-CURSO
               IF POS-CURSO EQUAL ZEROES
                   PERFORM CONFERE-PREREQ
               ELSE
                   IF CURSO-TUR-TAB(POS-CURSO) NOT EQUAL
                      CURSO-TUR-TAB(POS-TURMA)
                       PERFORM CONFERE-PREREQ.

       TESTA-PREREQ.
           ADD 1 TO IDX-PRE.
           IF CURSO-PRE-TAB(IDX-PRE) EQUAL CURSO-ALVO AND
              CURSO-FALTA EQUAL SPACES
               PERFORM PROCURA-HISTESC
               IF ACHOU-REQ EQUAL ZEROES
                   MOVE REQ-PRE-TAB(IDX-PRE) TO CURSO-FALTA.

      * O HISTESC E LIDO POR INTEIRO A CADA CONFERENCIA (SO AS
      * MATRICULAS EM CURSO COM PRE-REQUISITO PASSAM POR AQUI). SEM O
      * ARQUIVO NENHUM PRE-REQUISITO E ATENDIDO.
       PROCURA-HISTESC.
           MOVE ZEROES TO ACHOU-REQ.
           MOVE "NAO" TO FIM-HE.
           OPEN INPUT HISTESC.
           IF FS-HE EQUAL "00"
               PERFORM LE-HISTESC
                   UNTIL FIM-HE EQUAL "SIM" OR ACHOU-REQ EQUAL 1
               CLOSE HISTESC.

       LE-HISTESC.
           READ HISTESC AT END
               MOVE "SIM" TO FIM-HE.
           IF FIM-HE NOT EQUAL "SIM" AND COD-HE EQUAL MAT-MOV
               IF RESULTADO-HE EQUAL "DESTAQUE" OR
                  (RESULTADO-HE EQUAL "APROVADO" AND
                   RESMIN-PRE-TAB(IDX-PRE) NOT EQUAL "D")
                   MOVE TURMA-HE TO TURMA-BUSCA
                   PERFORM PROCURA-CURSO
                   IF POS-CURSO IS GREATER THAN ZEROES
                       IF CURSO-TUR-TAB(POS-CURSO) EQUAL
                          REQ-PRE-TAB(IDX-PRE)
                           MOVE 1 TO ACHOU-REQ.

       PROCURA-CURSO.
           MOVE ZEROES TO POS-CURSO IDX-CURSO.
           PERFORM TESTA-CURSO QTD-TURMA TIMES.

       TESTA-CURSO.
           ADD 1 TO IDX-CURSO.
           IF COD-TURMA-TAB(IDX-CURSO) EQUAL TURMA-BUSCA
               MOVE IDX-CURSO TO POS-CURSO.

       PROCURA-LIBERACAO.
           MOVE ZEROES TO POS-LIB IDX-LIB.
           PERFORM TESTA-LIBERACAO QTD-LIB TIMES.
           IF POS-LIB EQUAL ZEROES
               MOVE "R" TO PRE-SITUACAO
           ELSE
               MOVE CURSO-ALVO TO CURSO-EPR
               MOVE COORD-LIB-TAB(POS-LIB) TO OBS-EPR
               IF DECISAO-LIB-TAB(POS-LIB) EQUAL "S"
                   MOVE "L" TO PRE-SITUACAO
                   ADD 1 TO CT-LIBERADAS
                   MOVE "LIBERADA" TO EVENTO-PRE
                   PERFORM IMPRIME-EVENTO-MOV-PRE
               ELSE
                   MOVE "N" TO PRE-SITUACAO
                   ADD 1 TO CT-NEGADAS
                   MOVE "NEGADA" TO EVENTO-PRE
                   PERFORM IMPRIME-EVENTO-MOV-PRE.

       TESTA-LIBERACAO.
           ADD 1 TO IDX-LIB.
           IF MAT-LIB-TAB(IDX-LIB) EQUAL MAT-MOV AND
              CURSO-LIB-TAB(IDX-LIB) EQUAL CURSO-ALVO
               MOVE IDX-LIB TO POS-LIB.

       IMPRIME-EVENTO-MOV-PRE.
           MOVE TURMA-MOV TO TURMA-EPR.
           MOVE MAT-MOV TO MAT-EPR.
           MOVE NOME-MOV TO NOME-EPR.
           WRITE REL-PRE FROM LIN-EVE-PRE AFTER ADVANCING 1 LINE.

      * SEM O PRE-REQUISITO: A MATRICULA FICA RETIDA ATE A DECISAO DA
      * COORDENACAO (O PEDIDO REPETIDO MANTEM A RETENCAO QUE EXISTIA).
       ENTRA-RETIDA.
           MOVE ZEROES TO POS-RET IDX-RET.
           PERFORM TESTA-JA-RETIDA QTD-RET TIMES.
           IF POS-RET EQUAL ZEROES
               IF QTD-RET GREATER THAN OR EQUAL TO 300
                   MOVE "SEM PRE-REQ/RETENCAO CHEIA" TO MOTIVO-REJ
                   PERFORM REJEITA-TRANSACAO
               ELSE
                   ADD 1 TO QTD-RET CT-RETIDAS
                   MOVE TURMA-MOV TO TURMA-RET-TAB(QTD-RET)
                   MOVE DATA-RODADA-9 TO DATA-RET-TAB(QTD-RET)
                   MOVE MAT-MOV TO MAT-RET-TAB(QTD-RET)
                   MOVE NOME-MOV TO NOME-RET-TAB(QTD-RET)
                   MOVE OPER-MOV TO OPER-RET-TAB(QTD-RET)
                   MOVE TURMA-SAIDA TO ORIGEM-RET-TAB(QTD-RET)
                   MOVE CURSO-FALTA TO REQ-RET-TAB(QTD-RET)
                   MOVE "RETIDA" TO EVENTO-PRE
                   PERFORM IMPRIME-RETENCAO
           ELSE
               MOVE "JA RETIDA" TO EVENTO-PRE
               PERFORM IMPRIME-RETENCAO.

       TESTA-JA-RETIDA.
           ADD 1 TO IDX-RET.
           IF MAT-RET-TAB(IDX-RET) EQUAL MAT-MOV AND
              TURMA-RET-TAB(IDX-RET) EQUAL TURMA-MOV
               MOVE IDX-RET TO POS-RET.

       IMPRIME-RETENCAO.
           MOVE OPER-MOV TO OPER-LIN.
           MOVE MAT-MOV TO MAT-LIN.
           MOVE NOME-MOV TO NOME-LIN.
           MOVE "RETIDA" TO RESULT-LIN.
           MOVE "FALTA" TO MOTIVO-LIN.
           MOVE CURSO-FALTA TO MOTIVO-LIN(7:20).
           WRITE REL-SAI FROM LIN-TRANS AFTER ADVANCING 1 LINE.
           MOVE CURSO-FALTA TO CURSO-EPR.
           MOVE "AGUARDA COORD." TO OBS-EPR.
           PERFORM IMPRIME-EVENTO-MOV-PRE.

       RETIRA-RETIDA.
           MOVE 1 TO IDX-RET.
           PERFORM TESTA-RETIRA-RET
               UNTIL IDX-RET IS GREATER THAN QTD-RET.

       TESTA-RETIRA-RET.
           IF MAT-RET-TAB(IDX-RET) EQUAL MAT-MOV
               ADD 1 TO CT-RETIRADOS CT-RET-BAIXAS
               MOVE "RETIRADA" TO EVENTO-PRE
               MOVE "DESISTENCIA" TO OBS-EPR
               PERFORM IMPRIME-EVENTO-RET-TAB
               MOVE IDX-RET TO POS-RET
               PERFORM REMOVE-RETIDA
           ELSE
               ADD 1 TO IDX-RET.

       IMPRIME-EVENTO-RET-TAB.
           MOVE TURMA-RET-TAB(IDX-RET) TO TURMA-EPR.
           MOVE MAT-RET-TAB(IDX-RET) TO MAT-EPR.
           MOVE NOME-RET-TAB(IDX-RET) TO NOME-EPR.
           MOVE REQ-RET-TAB(IDX-RET) TO CURSO-EPR.
           WRITE REL-PRE FROM LIN-EVE-PRE AFTER ADVANCING 1 LINE.

       REMOVE-RETIDA.
           MOVE POS-RET TO IDX-DESL.
           PERFORM DESLOCA-RETIDA
               UNTIL IDX-DESL IS NOT LESS THAN QTD-RET.
           SUBTRACT 1 FROM QTD-RET.

       DESLOCA-RETIDA.
           MOVE ENT-RET(IDX-DESL + 1) TO ENT-RET(IDX-DESL).
           ADD 1 TO IDX-DESL.

      * DEPOIS DO MOVIMENTO: A RETENCAO LIBERADA PELA COORDENACAO OU
      * CUJO PRE-REQUISITO JA CONSTA DO HISTESC SAI DA RETENCAO E E
      * PROCESSADA COMO TRANSACAO (CRITICA, VAGA, LISTA DE ESPERA); A
      * NEGADA SAI DA RETENCAO. SEM CADTURMA NADA E REVISTO.
       REVE-RETIDAS.
           IF TEM-TURMAS EQUAL 1
               MOVE 1 TO IDX-REVE
               PERFORM REVE-RETIDA
                   UNTIL IDX-REVE IS GREATER THAN QTD-RET.

       REVE-RETIDA.
           MOVE OPER-RET-TAB(IDX-REVE) TO OPER-MOV.
           MOVE MAT-RET-TAB(IDX-REVE) TO MAT-MOV.
           MOVE NOME-RET-TAB(IDX-REVE) TO NOME-MOV.
           MOVE TURMA-RET-TAB(IDX-REVE) TO TURMA-MOV TURMA-PROCURA.
           PERFORM PROCURA-TURMA.
           PERFORM CONFERE-PREREQ.
           EVALUATE PRE-SITUACAO
               WHEN "R"
                   ADD 1 TO IDX-REVE
               WHEN "N"
                   MOVE IDX-REVE TO POS-RET
                   PERFORM REMOVE-RETIDA
               WHEN OTHER
                   IF PRE-SITUACAO EQUAL SPACES
                       ADD 1 TO CT-CUMPRIDAS
                       MOVE "CUMPRIDO" TO EVENTO-PRE
                       MOVE "NO HISTESC" TO OBS-EPR
                       MOVE IDX-REVE TO IDX-RET
                       PERFORM IMPRIME-EVENTO-RET-TAB
                   END-IF
                   MOVE IDX-REVE TO POS-RET
                   PERFORM REMOVE-RETIDA
                   MOVE 1 TO REVENDO-RETIDA
                   PERFORM PROCESSA-TRANSACAO
                   MOVE ZEROES TO REVENDO-RETIDA
           END-EVALUATE.

       DESLOCA-EXCLUSAO.
           MOVE REG-ALU-TAB(IDX-DESL + 1) TO REG-ALU-TAB(IDX-DESL).
           MOVE REG-ALU-TAB(IDX-ALU) TO REG-ALU.
           WRITE REG-ALU.

       COPY LEDATAMOV.

      * REGRAVA A LISTA QUE SOBROU E IMPRIME A FILA DE CADA TURMA NA
      * ORDEM DE ATENDIMENTO.
       REGRAVA-ESPERA.
           OPEN OUTPUT CADESPERA.
           MOVE ZEROES TO IDX-ESP.
           PERFORM GRAVA-ESPERA QTD-ESP TIMES.
           CLOSE CADESPERA.
           WRITE REL-ESP FROM LIN-TIT-LISTA AFTER ADVANCING 3 LINES.
           WRITE REL-ESP FROM LIN-CAB-LISTA AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-ESP.
           WRITE REL-ESP AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-TURMA.
           PERFORM LISTA-TURMA QTD-TURMA TIMES.
           IF TEM-TURMAS EQUAL 0
               MOVE ZEROES TO POSICAO-FILA IDX-ESP
               PERFORM LISTA-SEM-TURMA QTD-ESP TIMES.
           MOVE CT-ESPERA TO ESP-TOT.
           MOVE CT-ALOCADOS TO ALOC-TOT.
           MOVE CT-EXPIRADOS TO EXP-TOT.
           MOVE CT-CANCELADOS TO CANC-TOT.
           MOVE QTD-ESP TO FILA-TOT.
           WRITE REL-ESP FROM LIN-TOT-ESP AFTER ADVANCING 2 LINES.

       GRAVA-ESPERA.
           ADD 1 TO IDX-ESP.
           MOVE TURMA-ESP-TAB(IDX-ESP) TO TURMA-ESP.
           MOVE DATA-ESP-TAB(IDX-ESP) TO DATA-ESP.
           MOVE MAT-ESP-TAB(IDX-ESP) TO MAT-ESP.
           MOVE NOME-ESP-TAB(IDX-ESP) TO NOME-ESP.
           MOVE OPER-ESP-TAB(IDX-ESP) TO OPER-ESP.
           MOVE ORIGEM-ESP-TAB(IDX-ESP) TO ORIGEM-ESP.
           WRITE REG-ESP.

       LISTA-TURMA.
           ADD 1 TO IDX-TURMA.
           MOVE COD-TURMA-TAB(IDX-TURMA) TO TURMA-PROCURA.
           MOVE ZEROES TO POSICAO-FILA IDX-ESP.
           PERFORM LISTA-PEDIDO QTD-ESP TIMES.

       LISTA-PEDIDO.
           ADD 1 TO IDX-ESP.
           IF TURMA-ESP-TAB(IDX-ESP) EQUAL TURMA-PROCURA
               PERFORM IMPRIME-PEDIDO.

      * SEM CADTURMA A LISTA SAI NA ORDEM DO ARQUIVO.
       LISTA-SEM-TURMA.
           ADD 1 TO IDX-ESP.
           PERFORM IMPRIME-PEDIDO.

       IMPRIME-PEDIDO.
           ADD 1 TO POSICAO-FILA.
           MOVE POSICAO-FILA TO POS-LISTA.
           MOVE TURMA-ESP-TAB(IDX-ESP) TO TURMA-LISTA.
           MOVE MAT-ESP-TAB(IDX-ESP) TO MAT-LISTA.
           MOVE NOME-ESP-TAB(IDX-ESP) TO NOME-LISTA.
           MOVE DATA-ESP-TAB(IDX-ESP) TO DATA-LISTA.
           IF OPER-ESP-TAB(IDX-ESP) EQUAL "I"
               MOVE "NOVA MATRICULA" TO TIPO-LISTA
           ELSE
               MOVE "TROCA DA" TO TIPO-LISTA
               MOVE ORIGEM-ESP-TAB(IDX-ESP) TO TIPO-LISTA(10:3).
           WRITE REL-ESP FROM LIN-LISTA AFTER ADVANCING 1 LINE.

      * REGRAVA AS RETENCOES QUE SOBRARAM E LISTA AS PENDENTES DE
      * DECISAO DA COORDENACAO.
       REGRAVA-RETIDA.
           OPEN OUTPUT CADRETIDA.
           MOVE ZEROES TO IDX-RET.
           PERFORM GRAVA-RETIDA QTD-RET TIMES.
           CLOSE CADRETIDA.
           WRITE REL-PRE FROM LIN-TIT-LRET AFTER ADVANCING 3 LINES.
           WRITE REL-PRE FROM LIN-CAB-PRE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-PRE.
           WRITE REL-PRE AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-RET.
           PERFORM LISTA-RETIDA QTD-RET TIMES.
           MOVE CT-RETIDAS TO RET-TOT.
           MOVE CT-LIBERADAS TO LIB-TOT.
           MOVE CT-NEGADAS TO NEG-TOT.
           MOVE CT-CUMPRIDAS TO CUMP-TOT.
           WRITE REL-PRE FROM LIN-TOT-PRE AFTER ADVANCING 2 LINES.
           MOVE CT-RET-BAIXAS TO BAIXA-TOT.
           MOVE QTD-RET TO PEND-TOT.
           WRITE REL-PRE FROM LIN-TOT-PRE-2 AFTER ADVANCING 1 LINE.

       GRAVA-RETIDA.
           ADD 1 TO IDX-RET.
           MOVE TURMA-RET-TAB(IDX-RET) TO TURMA-RET.
           MOVE DATA-RET-TAB(IDX-RET) TO DATA-RET.
           MOVE MAT-RET-TAB(IDX-RET) TO MAT-RET.
           MOVE NOME-RET-TAB(IDX-RET) TO NOME-RET.
           MOVE OPER-RET-TAB(IDX-RET) TO OPER-RET.
           MOVE ORIGEM-RET-TAB(IDX-RET) TO ORIGEM-RET.
           MOVE REQ-RET-TAB(IDX-RET) TO REQ-RET.
           WRITE REG-RET.

       LISTA-RETIDA.
           ADD 1 TO IDX-RET.
           IF OPER-RET-TAB(IDX-RET) EQUAL "I"
               MOVE "INCLUSAO" TO EVENTO-PRE
           ELSE
               MOVE "TROCA" TO EVENTO-PRE.
           MOVE "DESDE" TO OBS-EPR.
           MOVE DATA-RET-TAB(IDX-RET) TO OBS-EPR(7:8).
           PERFORM IMPRIME-EVENTO-RET-TAB.

       FIM.
           MOVE CT-APLICADAS TO APLIC-LIN.
           MOVE CT-REJEITADAS TO REJ-LIN.
           MOVE CT-ESPERA TO ESPERA-LIN.
           MOVE CT-RETIDAS TO RETIDA-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           CLOSE MOVALU
                 RELMALU
                 RELESPE
                 RELPREQ.
