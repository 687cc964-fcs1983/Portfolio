       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0434.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       PLANEJADOR DOS JOBS PERIODICOS DO LOTE. OS JOBS
      *               QUE NAO RODAM TODO DIA (FECHAMENTO DO MES,
      *               EXPORTACAO CONTABIL, EXPURGOS, EMISSOES) ESTAO
      *               NA TABELA DE FREQUENCIA CADJOBP.DAT (VER
      *               CADJOBP.CPY, MANTIDA PELO MANREF). RODANDO NO
      *               INICIO DO LOTE, LOGO APOS A DATA DE MOVIMENTO,
      *               ESTE JOB CALCULA PARA CADA UM O VENCIMENTO DO
      *               PERIODO CORRENTE EM DIAS UTEIS (FINS DE SEMANA E
      *               FERIADOS DE CADFERIADO.DAT, PELO DATAROLL) E:
      *                 - GRAVA EM AGENDJOB.DAT, NA ORDEM DOS
      *                   PRE-REQUISITOS, OS JOBS QUE VENCEM NA DATA
      *                   DE MOVIMENTO - O DRIVER DO LOTE OS EXECUTA
      *                   DEPOIS DA CADEIA DIARIA E O EM0409 OS
      *                   CONFERE COM OS PASSOS DE CADPASSO.DAT;
      *                 - DA BAIXA, PELO HISTORICO HISTJOBP.DAT QUE O
      *                   DRIVER GRAVA, NOS JOBS AGENDADOS QUE RODARAM;
      *                 - APONTA O JOB AGENDADO EM DIA ANTERIOR QUE
      *                   NAO RODOU (PRE-REQUISITO NAO CUMPRIDO, LOTE
      *                   INTERROMPIDO) E O PERIODO QUE VENCEU NUM DIA
      *                   SEM LOTE, PARA QUE O FECHAMENTO DE MES
      *                   ESQUECIDO APARECA NO DIA SEGUINTE, E NAO NA
      *                   AUDITORIA.
      *               A SITUACAO DE CADA JOB FICA NO CONTROLE
      *               CTLJOBP.DAT, REGRAVADO A CADA EXECUCAO; JOB
      *               NOVO NA TABELA ENTRA SEM PENDENCIA (O PERIODO JA
      *               VENCIDO NA INCLUSAO NAO E COBRADO). O RELATORIO
      *               RELAGEN LISTA TODOS OS JOBS COM PERIODO,
      *               VENCIMENTO, SITUACAO E ULTIMA EXECUCAO; CADA
      *               ATRASO VAI TAMBEM PARA O LOG COMUM DE EXCECOES
      *               (EXCLOG.DAT). SEM CADJOBP.DAT A AGENDA SAI
      *               VAZIA. DEVOLVE RETURN-CODE 4 QUANDO HA ATRASO OU
      *               JOB COM CADASTRO INVALIDO, 16 QUANDO O CONTROLE
      *               OU A AGENDA EXCEDEM 99 JOBS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADJOBP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADJOBP.

           SELECT CTLJOBP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTLJOBP.

           SELECT HISTJOBP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTJOBP.

           SELECT AGENDJOB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AGENDJOB.

           SELECT RELAGEN ASSIGN TO DISK.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       COPY CADJOBP.

      * CONTROLE DOS JOBS PERIODICOS, UM REGISTRO POR JOB:
      *   PERIODO-CTL    ULTIMO PERIODO (AAAAMM) TRATADO - AGENDADO,
      *                  OU APONTADO COMO PERDIDO;
      *   DATA-PREV-CTL  DATA EM QUE FOI AGENDADO (OU EM QUE VENCEU,
      *                  QUANDO VENCEU SEM LOTE);
      *   SITU-CTL       "A" AGENDADO, AGUARDANDO EXECUCAO;
      *                  "E" EXECUTADO;
      *                  "P" PERDIDO, JA APONTADO NO RELAGEN/EXCLOG;
      *                  "I" INCLUIDO NA TABELA, SEM PENDENCIA;
      *   PER-EXEC-CTL   ULTIMO PERIODO EXECUTADO (HISTJOBP.DAT), COM
      *   DATA-EXEC-CTL  A DATA DE MOVIMENTO E O RETURN-CODE.
      *   RC-EXEC-CTL
       FD CTLJOBP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CTLJOBP.DAT".

       01 REG-CTLJOBP.
           02 PROGID-CTL     PIC X(06).
           02 PERIODO-CTL    PIC 9(06).
           02 DATA-PREV-CTL  PIC 9(08).
           02 SITU-CTL       PIC X(01).
           02 PER-EXEC-CTL   PIC 9(06).
           02 DATA-EXEC-CTL  PIC 9(08).
           02 RC-EXEC-CTL    PIC 9(03).

       COPY HISTJOBP.

       COPY AGENDJOB.

       FD RELAGEN
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY EXCLOG.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-JOBP           PIC X(03) VALUE "NAO".
       77 FIM-CTL            PIC X(03) VALUE "NAO".
       77 FIM-HIST           PIC X(03) VALUE "NAO".
       77 FIM-MES            PIC X(03) VALUE "NAO".
       77 CADJOBP-ABERTO     PIC X(03) VALUE "NAO".
       77 CADASTRO-OK        PIC X(03) VALUE "NAO".
       77 AGENDOU            PIC X(03) VALUE "NAO".
       77 PRE-PENDENTE       PIC X(03) VALUE "NAO".
       77 FS-CADJOBP         PIC X(02) VALUE SPACES.
       77 FS-CTLJOBP         PIC X(02) VALUE SPACES.
       77 FS-HISTJOBP        PIC X(02) VALUE SPACES.
       77 FS-AGENDJOB        PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 QTD-CTL            PIC 9(03) VALUE ZEROES.
       77 IDX-CTL            PIC 9(03) VALUE ZEROES.
       77 POS-CTL            PIC 9(03) VALUE ZEROES.
       77 QTD-AGE            PIC 9(02) VALUE ZEROES.
       77 IDX-AGE            PIC 9(02) VALUE ZEROES.
       77 IDX-PRE            PIC 9(02) VALUE ZEROES.
       77 EMITIU-PASSADA     PIC 9(01) VALUE ZEROES.
       77 CT-JOBS            PIC 9(03) VALUE ZEROES.
       77 CT-AGENDADOS       PIC 9(03) VALUE ZEROES.
       77 CT-ATRASOS         PIC 9(03) VALUE ZEROES.
       77 CT-INVALIDOS       PIC 9(03) VALUE ZEROES.
       77 INTERVALO          PIC 9(02) VALUE ZEROES.
       77 N-UTIL             PIC 9(02) VALUE ZEROES.
       77 CONT-DIA-UTIL      PIC 9(02) VALUE ZEROES.
       77 AUX-MES            PIC 9(02) VALUE ZEROES.
       77 ULT-DIA-MES        PIC 9(02) VALUE ZEROES.
       77 AUX-QUOC           PIC 9(04) VALUE ZEROES.
       77 AUX-RESTO          PIC 9(03) VALUE ZEROES.
       77 DIAS-ZERO          PIC 9(03) VALUE ZEROES.
       77 DIAS-UM            PIC 9(03) VALUE 1.
       77 PROGID-PROCURA     PIC X(06) VALUE SPACES.
       77 PRE-TESTE          PIC X(06) VALUE SPACES.
       77 PERIODO-ANT        PIC 9(06) VALUE ZEROES.
       77 VENCTO-ATU         PIC 9(08) VALUE ZEROES.
       77 DATA-VENCTO        PIC 9(08) VALUE ZEROES.
       77 PER-ATRASO         PIC 9(06) VALUE ZEROES.
       77 DATA-ATRASO        PIC 9(08) VALUE ZEROES.
       77 MSG-ATRASO         PIC X(26) VALUE SPACES.
       77 CHAVE-EXC          PIC X(15) VALUE SPACES.
       77 MSG-EXC            PIC X(40) VALUE SPACES.
       77 SEVER-EXC          PIC X(01) VALUE SPACE.

       COPY WSDATAMOV.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).
       01 DATA-RODADA-R REDEFINES DATA-RODADA-X.
           02 ANO-ROD        PIC 9(04).
           02 MES-ROD        PIC 9(02).
           02 DIA-ROD        PIC 9(02).

       01 PERIODO-ATU        PIC 9(06) VALUE ZEROES.
       01 PERIODO-ATU-R REDEFINES PERIODO-ATU.
           02 ANO-PATU       PIC 9(04).
           02 MES-PATU       PIC 9(02).

       01 PER-CALC           PIC 9(06) VALUE ZEROES.
       01 PER-CALC-R REDEFINES PER-CALC.
           02 ANO-PCALC      PIC 9(04).
           02 MES-PCALC      PIC 9(02).

       01 DATA-CALC.
           02 ANO-DCALC      PIC 9(04).
           02 MES-DCALC      PIC 9(02).
           02 DIA-DCALC      PIC 9(02).
       01 DATA-CALC-9 REDEFINES DATA-CALC PIC 9(08).

       01 DATA-PROX.
           02 ANOMES-DPROX   PIC 9(06).
           02 DIA-DPROX      PIC 9(02).
       01 DATA-PROX-9 REDEFINES DATA-PROX PIC 9(08).

       01 TAB-DIAS-MES-X     PIC X(24) VALUE
                             "312831303130313130313031".
       01 TAB-DIAS-MES REDEFINES TAB-DIAS-MES-X.
           02 DIAS-MES-TAB   PIC 9(02) OCCURS 12 TIMES.

       01 TAB-CTL.
           02 ENT-CTL OCCURS 99 TIMES.
               03 REG-CTL-TAB    PIC X(38).

       01 REG-CTL-TRAB.
           02 PROGID-CTRAB   PIC X(06).
           02 PERIODO-CTRAB  PIC 9(06).
           02 DATA-PREV-CTRAB PIC 9(08).
           02 SITU-CTRAB     PIC X(01).
           02 PER-EXEC-CTRAB PIC 9(06).
           02 DATA-EXEC-CTRAB PIC 9(08).
           02 RC-EXEC-CTRAB  PIC 9(03).

       01 TAB-AGE.
           02 ENT-AGE OCCURS 99 TIMES.
               03 PROGID-AGE     PIC X(06).
               03 GRUPO-AGE      PIC X(04).
               03 PERIODO-AGE    PIC 9(06).
               03 PRE1-AGE       PIC X(06).
               03 PRE2-AGE       PIC X(06).
               03 EMITIDO-AGE    PIC X(01).

       01 DATA-EDT.
           02 DIA-EDT        PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MES-EDT        PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 ANO-EDT        PIC 9(04).

       01 DATA-AUX.
           02 ANO-AUX        PIC 9(04).
           02 MES-AUX        PIC 9(02).
           02 DIA-AUX        PIC 9(02).
       01 DATA-AUX-9 REDEFINES DATA-AUX PIC 9(08).

       01 FREQ-EDT.
           02 TIPO-FEDT      PIC X(07).
           02 DIA-FEDT       PIC X(02).
           02 BARRA-FEDT     PIC X(01).
           02 MES-FEDT       PIC X(02).

       01 CAB-01.
           02 FILLER         PIC X(29) VALUE
               "AGENDA DE JOBS PERIODICOS EM ".
           02 DATA-CAB       PIC X(10).
           02 FILLER         PIC X(41) VALUE SPACES.

       01 CAB-02.
           02 FILLER         PIC X(40) VALUE
               "JOB     FREQUENCIA    PERIODO  VENCIMENT".
           02 FILLER         PIC X(40) VALUE
               "O  SITUACAO            ULT.EXECUCAO  RC ".

       01 DETALHE.
           02 PROGID-LIN     PIC X(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FREQ-LIN       PIC X(12).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 PERIODO-LIN    PIC 9999/99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 VENCTO-LIN     PIC X(10).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 SITU-LIN       PIC X(18).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 EXEC-LIN       PIC X(10).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 RC-LIN         PIC ZZ9.
           02 RC-LIN-X REDEFINES RC-LIN PIC X(03).
           02 FILLER         PIC X(01) VALUE SPACES.

       01 LIN-ATRASO.
           02 PROGID-ATR     PIC X(06).
           02 FILLER         PIC X(06) VALUE " *** ".
           02 FILLER         PIC X(08) VALUE "PERIODO ".
           02 PERIODO-ATR    PIC 9999/99.
           02 FILLER         PIC X(08) VALUE " VENCTO ".
           02 VENCTO-ATR     PIC X(10).
           02 FILLER         PIC X(03) VALUE " - ".
           02 MSG-ATR        PIC X(26).
           02 FILLER         PIC X(06) VALUE SPACES.

       01 LIN-INVALIDO.
           02 PROGID-INV     PIC X(06).
           02 FILLER         PIC X(06) VALUE " *** ".
           02 FILLER         PIC X(40) VALUE
               "CADASTRO INVALIDO EM CADJOBP - IGNORADO".
           02 FILLER         PIC X(28) VALUE SPACES.

       01 LIN-TOTAL.
           02 FILLER         PIC X(16) VALUE "JOBS NA TABELA: ".
           02 TOT-JOBS-LIN   PIC ZZ9.
           02 FILLER         PIC X(14) VALUE "   AGENDADOS: ".
           02 TOT-AGEN-LIN   PIC ZZ9.
           02 FILLER         PIC X(12) VALUE "   ATRASOS: ".
           02 TOT-ATR-LIN    PIC ZZ9.
           02 FILLER         PIC X(14) VALUE "   INVALIDOS: ".
           02 TOT-INV-LIN    PIC ZZ9.
           02 FILLER         PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.

       EM04-34.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-JOBP EQUAL "SIM".
           PERFORM GRAVA-AGENDA.
           PERFORM FIM.
           IF CT-ATRASOS GREATER THAN ZEROES OR
              CT-INVALIDOS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           PERFORM CARGA-CTL.
           PERFORM CARGA-HIST.
           OPEN OUTPUT RELAGEN.
           OPEN EXTEND EXCLOG.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           MOVE DATA-RODADA TO DATA-AUX-9.
           PERFORM EDITA-DATA.
           MOVE DATA-EDT TO DATA-CAB.
           WRITE REL-SAI FROM CAB-01 AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM CAB-02 AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           OPEN INPUT CADJOBP.
           IF FS-CADJOBP EQUAL "00"
               MOVE "SIM" TO CADJOBP-ABERTO
               PERFORM LE-JOBP
           ELSE
               DISPLAY "EM0434 - SEM CADJOBP.DAT - NENHUM JOB "
                       "PERIODICO AGENDADO"
               MOVE "SIM" TO FIM-JOBP.

       LE-JOBP.
           READ CADJOBP AT END MOVE "SIM" TO FIM-JOBP.

      * CONTROLE CARREGADO EM TABELA; AUSENTE VALE COMO VAZIO (TODO
      * JOB ENTRA COMO NOVO, SEM PENDENCIA).
       CARGA-CTL.
           OPEN INPUT CTLJOBP.
           IF FS-CTLJOBP EQUAL "00"
               PERFORM LE-CTL UNTIL FIM-CTL EQUAL "SIM"
               CLOSE CTLJOBP.

       LE-CTL.
           READ CTLJOBP AT END
               MOVE "SIM" TO FIM-CTL.
           IF FIM-CTL NOT EQUAL "SIM"
               IF QTD-CTL NOT LESS THAN 99
                   DISPLAY "CTLJOBP EXCEDE 99 JOBS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-CTL
                   MOVE REG-CTLJOBP TO REG-CTL-TAB(QTD-CTL).

      * O HISTORICO DE EXECUCOES DA BAIXA NO CONTROLE: VALE O MAIOR
      * PERIODO EXECUTADO DE CADA JOB.
       CARGA-HIST.
           OPEN INPUT HISTJOBP.
           IF FS-HISTJOBP EQUAL "00"
               PERFORM LE-HIST UNTIL FIM-HIST EQUAL "SIM"
               CLOSE HISTJOBP.

       LE-HIST.
           READ HISTJOBP AT END
               MOVE "SIM" TO FIM-HIST.
           IF FIM-HIST NOT EQUAL "SIM"
               MOVE PROGID-HISTJ TO PROGID-PROCURA
               PERFORM PROCURA-CTL
               IF POS-CTL NOT EQUAL ZEROES
                   PERFORM BAIXA-EXECUCAO.

       BAIXA-EXECUCAO.
           MOVE REG-CTL-TAB(POS-CTL) TO REG-CTL-TRAB.
           IF PERIODO-HISTJ NOT LESS THAN PER-EXEC-CTRAB
               MOVE PERIODO-HISTJ TO PER-EXEC-CTRAB
               MOVE DATA-HISTJ TO DATA-EXEC-CTRAB
               MOVE RC-HISTJ TO RC-EXEC-CTRAB
               MOVE REG-CTL-TRAB TO REG-CTL-TAB(POS-CTL).

       PROCURA-CTL.
           MOVE ZEROES TO POS-CTL IDX-CTL.
           PERFORM TESTA-CTL QTD-CTL TIMES.

       TESTA-CTL.
           ADD 1 TO IDX-CTL.
           IF REG-CTL-TAB(IDX-CTL)(1:6) EQUAL PROGID-PROCURA
               MOVE IDX-CTL TO POS-CTL.

       PRINCIPAL.
           ADD 1 TO CT-JOBS.
           PERFORM CRITICA-JOBP.
           IF CADASTRO-OK EQUAL "SIM"
               PERFORM PLANEJA-JOB
           ELSE
               ADD 1 TO CT-INVALIDOS
               MOVE PROGID-JOBP TO PROGID-INV
               WRITE REL-SAI FROM LIN-INVALIDO AFTER ADVANCING 1 LINE
               MOVE SPACES TO CHAVE-EXC
               MOVE PROGID-JOBP TO CHAVE-EXC(1:6)
               MOVE "E" TO SEVER-EXC
               MOVE "JOB PERIODICO COM CADASTRO INVALIDO" TO MSG-EXC
               PERFORM GRAVA-EXCLOG.
           PERFORM LE-JOBP.

      * MESMAS REGRAS DA CRITICA DA TABELA JOBP NO MANREF, PARA O
      * ARQUIVO EDITADO FORA DELE.
       CRITICA-JOBP.
           MOVE "SIM" TO CADASTRO-OK.
           IF PROGID-JOBP EQUAL SPACES OR
              DIA-JOBP IS NOT NUMERIC OR
              MES-JOBP IS NOT NUMERIC
               MOVE "NAO" TO CADASTRO-OK
           ELSE
               IF GRUPO-JOBP NOT EQUAL SPACES AND
                  GRUPO-JOBP NOT EQUAL "EM01" AND
                  GRUPO-JOBP NOT EQUAL "EM02" AND
                  GRUPO-JOBP NOT EQUAL "EM03" AND
                  GRUPO-JOBP NOT EQUAL "EM04"
                   MOVE "NAO" TO CADASTRO-OK
               ELSE
                   EVALUATE FREQ-JOBP
                       WHEN "M"
                           IF DIA-JOBP LESS THAN 1 OR
                              DIA-JOBP GREATER THAN 23
                               MOVE "NAO" TO CADASTRO-OK
                           END-IF
                       WHEN "U"
                           CONTINUE
                       WHEN "T"
                           IF DIA-JOBP GREATER THAN 23
                               MOVE "NAO" TO CADASTRO-OK
                           END-IF
                       WHEN "A"
                           IF DIA-JOBP LESS THAN 1 OR
                              DIA-JOBP GREATER THAN 31 OR
                              MES-JOBP LESS THAN 1 OR
                              MES-JOBP GREATER THAN 12
                               MOVE "NAO" TO CADASTRO-OK
                           END-IF
                       WHEN OTHER
                           MOVE "NAO" TO CADASTRO-OK
                   END-EVALUATE.

      * PERIODO CORRENTE = ULTIMO MES DE VENCIMENTO NAO POSTERIOR AO
      * MES DO MOVIMENTO; PERIODO ANTERIOR = O VENCIMENTO ANTES DELE.
      * A ORDEM DAS REGRAS IMPORTA: PRIMEIRO A BAIXA DO QUE RODOU,
      * DEPOIS OS ATRASOS DE DIAS ANTERIORES, POR FIM O DIA.
       PLANEJA-JOB.
           MOVE "NAO" TO AGENDOU.
           PERFORM CALCULA-PERIODO.
           MOVE PERIODO-ATU TO PER-CALC.
           PERFORM CALCULA-VENCTO.
           MOVE DATA-VENCTO TO VENCTO-ATU.
           MOVE PERIODO-ATU TO PER-CALC.
           PERFORM SUBTRAI-PERIODO.
           MOVE PER-CALC TO PERIODO-ANT.
           MOVE PROGID-JOBP TO PROGID-PROCURA.
           PERFORM PROCURA-CTL.
           IF POS-CTL EQUAL ZEROES
               PERFORM INCLUI-CTL.
           MOVE REG-CTL-TAB(POS-CTL) TO REG-CTL-TRAB.
           IF SITU-CTRAB EQUAL "A" AND
              PER-EXEC-CTRAB NOT LESS THAN PERIODO-CTRAB
               MOVE "E" TO SITU-CTRAB.
           IF SITU-CTRAB EQUAL "A" AND
              DATA-PREV-CTRAB LESS THAN DATA-RODADA
               MOVE PERIODO-CTRAB TO PER-ATRASO
               MOVE DATA-PREV-CTRAB TO DATA-ATRASO
               MOVE "AGENDADO E NAO EXECUTADO" TO MSG-ATRASO
               PERFORM REGISTRA-ATRASO
               MOVE "P" TO SITU-CTRAB.
           IF PERIODO-CTRAB LESS THAN PERIODO-ANT
               MOVE PERIODO-ANT TO PER-CALC
               PERFORM CALCULA-VENCTO
               MOVE PERIODO-ANT TO PER-ATRASO
               MOVE DATA-VENCTO TO DATA-ATRASO
               MOVE "VENCEU EM DIA SEM LOTE" TO MSG-ATRASO
               PERFORM REGISTRA-ATRASO
               MOVE PERIODO-ANT TO PERIODO-CTRAB
               MOVE DATA-VENCTO TO DATA-PREV-CTRAB
               MOVE "P" TO SITU-CTRAB.
           IF VENCTO-ATU EQUAL DATA-RODADA
               IF PERIODO-CTRAB LESS THAN PERIODO-ATU OR
                  SITU-CTRAB EQUAL "A"
                   PERFORM AGENDA-JOB
               END-IF
           ELSE
               IF VENCTO-ATU LESS THAN DATA-RODADA AND
                  PERIODO-CTRAB LESS THAN PERIODO-ATU
                   MOVE PERIODO-ATU TO PER-ATRASO
                   MOVE VENCTO-ATU TO DATA-ATRASO
                   MOVE "VENCEU EM DIA SEM LOTE" TO MSG-ATRASO
                   PERFORM REGISTRA-ATRASO
                   MOVE PERIODO-ATU TO PERIODO-CTRAB
                   MOVE VENCTO-ATU TO DATA-PREV-CTRAB
                   MOVE "P" TO SITU-CTRAB.
           MOVE REG-CTL-TRAB TO REG-CTL-TAB(POS-CTL).
           PERFORM IMPRIME-JOB.

      * JOB NOVO: O PERIODO QUE VENCE HOJE OU MAIS ADIANTE SERA
      * COBRADO; O QUE JA VENCEU ANTES DA INCLUSAO, NAO.
       INCLUI-CTL.
           IF QTD-CTL NOT LESS THAN 99
               DISPLAY "CTLJOBP EXCEDE 99 JOBS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-CTL.
           MOVE QTD-CTL TO POS-CTL.
           MOVE PROGID-JOBP TO PROGID-CTRAB.
           IF VENCTO-ATU LESS THAN DATA-RODADA
               MOVE PERIODO-ATU TO PERIODO-CTRAB
           ELSE
               MOVE PERIODO-ANT TO PERIODO-CTRAB.
           MOVE ZEROES TO DATA-PREV-CTRAB PER-EXEC-CTRAB
                          DATA-EXEC-CTRAB RC-EXEC-CTRAB.
           MOVE "I" TO SITU-CTRAB.
           MOVE REG-CTL-TRAB TO REG-CTL-TAB(POS-CTL).

       AGENDA-JOB.
           IF QTD-AGE NOT LESS THAN 99
               DISPLAY "AGENDA EXCEDE 99 JOBS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-AGE.
           MOVE PROGID-JOBP TO PROGID-AGE(QTD-AGE).
           MOVE GRUPO-JOBP TO GRUPO-AGE(QTD-AGE).
           MOVE PERIODO-ATU TO PERIODO-AGE(QTD-AGE).
           MOVE PREREQ1-JOBP TO PRE1-AGE(QTD-AGE).
           MOVE PREREQ2-JOBP TO PRE2-AGE(QTD-AGE).
           MOVE "N" TO EMITIDO-AGE(QTD-AGE).
           MOVE PERIODO-ATU TO PERIODO-CTRAB.
           MOVE DATA-RODADA TO DATA-PREV-CTRAB.
           MOVE "A" TO SITU-CTRAB.
           MOVE "SIM" TO AGENDOU.
           ADD 1 TO CT-AGENDADOS.

       REGISTRA-ATRASO.
           ADD 1 TO CT-ATRASOS.
           MOVE PROGID-JOBP TO PROGID-ATR.
           MOVE PER-ATRASO TO PERIODO-ATR.
           MOVE DATA-ATRASO TO DATA-AUX-9.
           PERFORM EDITA-DATA.
           MOVE DATA-EDT TO VENCTO-ATR.
           MOVE MSG-ATRASO TO MSG-ATR.
           WRITE REL-SAI FROM LIN-ATRASO AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CHAVE-EXC.
           STRING PROGID-JOBP DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  PER-ATRASO  DELIMITED BY SIZE
               INTO CHAVE-EXC.
           MOVE "E" TO SEVER-EXC.
           MOVE SPACES TO MSG-EXC.
           STRING "JOB PERIODICO " DELIMITED BY SIZE
                  MSG-ATRASO       DELIMITED BY SIZE
               INTO MSG-EXC.
           PERFORM GRAVA-EXCLOG.
           DISPLAY "EM0434 - " PROGID-JOBP " PERIODO " PER-ATRASO
                   " " MSG-ATRASO.

       CALCULA-PERIODO.
           MOVE ANO-ROD TO ANO-PATU.
           EVALUATE FREQ-JOBP
               WHEN "T"
                   MOVE 3 TO INTERVALO
                   IF DIA-JOBP EQUAL ZEROES
                       DIVIDE MES-ROD BY 3 GIVING AUX-MES
                       MULTIPLY 3 BY AUX-MES
                       IF AUX-MES EQUAL ZEROES
                           MOVE 12 TO MES-PATU
                           SUBTRACT 1 FROM ANO-PATU
                       ELSE
                           MOVE AUX-MES TO MES-PATU
                       END-IF
                   ELSE
                       SUBTRACT 1 FROM MES-ROD GIVING AUX-MES
                       DIVIDE AUX-MES BY 3 GIVING AUX-MES
                       COMPUTE MES-PATU = AUX-MES * 3 + 1
                   END-IF
               WHEN "A"
                   MOVE 12 TO INTERVALO
                   MOVE MES-JOBP TO MES-PATU
                   IF MES-JOBP GREATER THAN MES-ROD
                       SUBTRACT 1 FROM ANO-PATU
                   END-IF
               WHEN OTHER
                   MOVE 1 TO INTERVALO
                   MOVE MES-ROD TO MES-PATU
           END-EVALUATE.

      * PER-CALC MENOS INTERVALO MESES.
       SUBTRAI-PERIODO.
           IF MES-PCALC GREATER THAN INTERVALO
               SUBTRACT INTERVALO FROM MES-PCALC
           ELSE
               ADD 12 TO MES-PCALC
               SUBTRACT INTERVALO FROM MES-PCALC
               SUBTRACT 1 FROM ANO-PCALC.

      * DATA DE VENCIMENTO (DATA-VENCTO) DO JOB NO PERIODO PER-CALC.
       CALCULA-VENCTO.
           EVALUATE TRUE
               WHEN FREQ-JOBP EQUAL "A"
                   PERFORM VENCTO-ANUAL
               WHEN FREQ-JOBP EQUAL "U"
                   MOVE 99 TO N-UTIL
                   PERFORM ENESIMO-DIA-UTIL
               WHEN FREQ-JOBP EQUAL "T" AND DIA-JOBP EQUAL ZEROES
                   MOVE 99 TO N-UTIL
                   PERFORM ENESIMO-DIA-UTIL
               WHEN OTHER
                   MOVE DIA-JOBP TO N-UTIL
                   PERFORM ENESIMO-DIA-UTIL
           END-EVALUATE.

      * N-ESIMO DIA UTIL DO MES; N ALEM DOS DIAS UTEIS DO MES (99 NO
      * "ULTIMO DIA UTIL") PARA NO ULTIMO.
       ENESIMO-DIA-UTIL.
           MOVE ANO-PCALC TO ANO-DCALC.
           MOVE MES-PCALC TO MES-DCALC.
           MOVE 1 TO DIA-DCALC.
           CALL "DATAROLL" USING DATA-CALC-9 DIAS-ZERO DATA-VENCTO.
           MOVE 1 TO CONT-DIA-UTIL.
           MOVE "NAO" TO FIM-MES.
           PERFORM AVANCA-DIA-UTIL
               UNTIL CONT-DIA-UTIL NOT LESS THAN N-UTIL
                  OR FIM-MES EQUAL "SIM".

       AVANCA-DIA-UTIL.
           CALL "DATAROLL" USING DATA-VENCTO DIAS-UM DATA-PROX-9.
           IF ANOMES-DPROX NOT EQUAL PER-CALC
               MOVE "SIM" TO FIM-MES
           ELSE
               MOVE DATA-PROX-9 TO DATA-VENCTO
               ADD 1 TO CONT-DIA-UTIL.

      * DATA ANUAL; DIA ALEM DO FIM DO MES (29/02 EM ANO COMUM) VALE
      * COMO O ULTIMO DIA DO MES. CAINDO EM DIA NAO UTIL, VAI PARA O
      * PROXIMO DIA UTIL.
       VENCTO-ANUAL.
           MOVE ANO-PCALC TO ANO-DCALC.
           MOVE MES-PCALC TO MES-DCALC.
           MOVE DIAS-MES-TAB(MES-PCALC) TO ULT-DIA-MES.
           IF MES-PCALC EQUAL 2
               PERFORM TESTA-BISSEXTO.
           IF DIA-JOBP GREATER THAN ULT-DIA-MES
               MOVE ULT-DIA-MES TO DIA-DCALC
           ELSE
               MOVE DIA-JOBP TO DIA-DCALC.
           CALL "DATAROLL" USING DATA-CALC-9 DIAS-ZERO DATA-VENCTO.

       TESTA-BISSEXTO.
           DIVIDE ANO-PCALC BY 4 GIVING AUX-QUOC REMAINDER AUX-RESTO.
           IF AUX-RESTO EQUAL ZEROES
               MOVE 29 TO ULT-DIA-MES
               DIVIDE ANO-PCALC BY 100 GIVING AUX-QUOC
                   REMAINDER AUX-RESTO
               IF AUX-RESTO EQUAL ZEROES
                   DIVIDE ANO-PCALC BY 400 GIVING AUX-QUOC
                       REMAINDER AUX-RESTO
                   IF AUX-RESTO NOT EQUAL ZEROES
                       MOVE 28 TO ULT-DIA-MES.

       IMPRIME-JOB.
           MOVE PROGID-JOBP TO PROGID-LIN.
           PERFORM EDITA-FREQUENCIA.
           MOVE FREQ-EDT TO FREQ-LIN.
           MOVE PERIODO-ATU TO PERIODO-LIN.
           MOVE VENCTO-ATU TO DATA-AUX-9.
           PERFORM EDITA-DATA.
           MOVE DATA-EDT TO VENCTO-LIN.
           IF AGENDOU EQUAL "SIM"
               MOVE "AGENDADO HOJE" TO SITU-LIN
           ELSE
               IF VENCTO-ATU GREATER THAN DATA-RODADA
                   MOVE "A VENCER" TO SITU-LIN
               ELSE
                   IF SITU-CTRAB EQUAL "P"
                       MOVE "PERDIDO" TO SITU-LIN
                   ELSE
                       IF SITU-CTRAB EQUAL "E"
                           MOVE "EXECUTADO" TO SITU-LIN
                       ELSE
                           MOVE "SEM PENDENCIA" TO SITU-LIN.
           IF DATA-EXEC-CTRAB EQUAL ZEROES
               MOVE SPACES TO EXEC-LIN RC-LIN-X
           ELSE
               MOVE DATA-EXEC-CTRAB TO DATA-AUX-9
               PERFORM EDITA-DATA
               MOVE DATA-EDT TO EXEC-LIN
               MOVE RC-EXEC-CTRAB TO RC-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

       EDITA-FREQUENCIA.
           MOVE SPACES TO FREQ-EDT.
           EVALUATE TRUE
               WHEN FREQ-JOBP EQUAL "U"
                   MOVE "MENSAL" TO TIPO-FEDT
                   MOVE "UL" TO DIA-FEDT
                   MOVE "T" TO BARRA-FEDT
               WHEN FREQ-JOBP EQUAL "M"
                   MOVE "MENSAL" TO TIPO-FEDT
                   MOVE DIA-JOBP TO DIA-FEDT
                   MOVE "U" TO BARRA-FEDT
               WHEN FREQ-JOBP EQUAL "T" AND DIA-JOBP EQUAL ZEROES
                   MOVE "TRIMES" TO TIPO-FEDT
                   MOVE "UL" TO DIA-FEDT
                   MOVE "T" TO BARRA-FEDT
               WHEN FREQ-JOBP EQUAL "T"
                   MOVE "TRIMES" TO TIPO-FEDT
                   MOVE DIA-JOBP TO DIA-FEDT
                   MOVE "U" TO BARRA-FEDT
               WHEN OTHER
                   MOVE "ANUAL" TO TIPO-FEDT
                   MOVE DIA-JOBP TO DIA-FEDT
                   MOVE "/" TO BARRA-FEDT
                   MOVE MES-JOBP TO MES-FEDT
           END-EVALUATE.

       EDITA-DATA.
           MOVE DIA-AUX TO DIA-EDT.
           MOVE MES-AUX TO MES-EDT.
           MOVE ANO-AUX TO ANO-EDT.

      * A AGENDA SAI NA ORDEM DOS PRE-REQUISITOS: A CADA PASSADA
      * ENTRA O JOB CUJOS PRE-REQUISITOS NAO ESTAO ENTRE OS JOBS
      * AINDA NAO GRAVADOS DA AGENDA. O QUE SOBRA (CICLO) VAI NO FIM,
      * NA ORDEM DA TABELA - O DRIVER O RECUSA POR PRE-REQUISITO.
       GRAVA-AGENDA.
           OPEN OUTPUT AGENDJOB.
           MOVE 1 TO EMITIU-PASSADA.
           PERFORM PASSADA-AGENDA UNTIL EMITIU-PASSADA EQUAL ZEROES.
           MOVE ZEROES TO IDX-AGE.
           PERFORM EMITE-CICLO QTD-AGE TIMES.
           CLOSE AGENDJOB.

       PASSADA-AGENDA.
           MOVE ZEROES TO EMITIU-PASSADA IDX-AGE.
           PERFORM TESTA-EMISSAO QTD-AGE TIMES.

       TESTA-EMISSAO.
           ADD 1 TO IDX-AGE.
           IF EMITIDO-AGE(IDX-AGE) EQUAL "N"
               MOVE PRE1-AGE(IDX-AGE) TO PRE-TESTE
               PERFORM PROCURA-PENDENTE
               IF PRE-PENDENTE EQUAL "NAO"
                   MOVE PRE2-AGE(IDX-AGE) TO PRE-TESTE
                   PERFORM PROCURA-PENDENTE
                   IF PRE-PENDENTE EQUAL "NAO"
                       PERFORM EMITE-AGENDA
                       MOVE 1 TO EMITIU-PASSADA.

       PROCURA-PENDENTE.
           MOVE "NAO" TO PRE-PENDENTE.
           IF PRE-TESTE NOT EQUAL SPACES
               MOVE ZEROES TO IDX-PRE
               PERFORM TESTA-PENDENTE QTD-AGE TIMES.

       TESTA-PENDENTE.
           ADD 1 TO IDX-PRE.
           IF IDX-PRE NOT EQUAL IDX-AGE AND
              EMITIDO-AGE(IDX-PRE) EQUAL "N" AND
              PROGID-AGE(IDX-PRE) EQUAL PRE-TESTE
               MOVE "SIM" TO PRE-PENDENTE.

       EMITE-CICLO.
           ADD 1 TO IDX-AGE.
           IF EMITIDO-AGE(IDX-AGE) EQUAL "N"
               DISPLAY "EM0434 - " PROGID-AGE(IDX-AGE)
                       " EM CICLO DE PRE-REQUISITOS NA AGENDA"
               PERFORM EMITE-AGENDA.

       EMITE-AGENDA.
           MOVE PROGID-AGE(IDX-AGE) TO PROGID-AGEN.
           MOVE GRUPO-AGE(IDX-AGE) TO GRUPO-AGEN.
           MOVE PERIODO-AGE(IDX-AGE) TO PERIODO-AGEN.
           MOVE PRE1-AGE(IDX-AGE) TO PREREQ1-AGEN.
           MOVE PRE2-AGE(IDX-AGE) TO PREREQ2-AGEN.
           WRITE REG-AGENDJOB.
           MOVE "S" TO EMITIDO-AGE(IDX-AGE).

       REGRAVA-CTL.
           OPEN OUTPUT CTLJOBP.
           MOVE ZEROES TO IDX-CTL.
           PERFORM GRAVA-CTL QTD-CTL TIMES.
           CLOSE CTLJOBP.

       GRAVA-CTL.
           ADD 1 TO IDX-CTL.
           MOVE REG-CTL-TAB(IDX-CTL) TO REG-CTLJOBP.
           WRITE REG-CTLJOBP.

       FIM.
           MOVE CT-JOBS TO TOT-JOBS-LIN.
           MOVE CT-AGENDADOS TO TOT-AGEN-LIN.
           MOVE CT-ATRASOS TO TOT-ATR-LIN.
           MOVE CT-INVALIDOS TO TOT-INV-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           IF CADJOBP-ABERTO EQUAL "SIM"
               CLOSE CADJOBP.
           CLOSE RELAGEN
                 EXCLOG.
           PERFORM REGRAVA-CTL.

       COPY LEDATAMOV.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID== BY =="EM0434"==
                     ==CPY-CHAVE==  BY ==CHAVE-EXC==
                     ==CPY-SEVER==  BY ==SEVER-EXC==
                     ==CPY-MSG==    BY ==MSG-EXC==.
