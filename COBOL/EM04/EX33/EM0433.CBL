       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0433.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       REABERTURA DE PERIODO CONTABIL. A EXPORTACAO
      *               FINAL DO EM0414 FECHA A COMPETENCIA NO CONTROLE
      *               DE PERIODOS PERCONT.DAT E, DAI EM DIANTE, NENHUM
      *               PROGRAMA LANCA NELA NO LEDGSOC, LEDGPAG, ACUMANO,
      *               BAIXAPERDA OU NO MOVIMENTO DE MERCADORIAS (VER
      *               LEPERCONT.CPY). QUANDO E PRECISO CORRIGIR UM MES
      *               JA EXPORTADO, ESTE JOB O REABRE, NO CONTROLE DE
      *               QUATRO MAOS DO APROVA.DAT, NOS MOLDES DO EM0232:
      *                 - RUNCTL (PROG "EM0433"): PARM1 = COMPETENCIA
      *                   AAAAMM (ZERO = SO LISTA O CONTROLE DE
      *                   PERIODOS); PARM2 = 1 E O PEDIDO DE
      *                   REABERTURA, ZERO A REABERTURA;
      *                 - O PEDIDO GRAVA EM APROVA.DAT A PENDENCIA DA
      *                   ORIGEM EM0433, COM A COMPETENCIA NA
      *                   QUANTIDADE (PARA O SUPERVISOR VER NO
      *                   UTILITARIO APROVA QUAL MES ESTA ASSINANDO) E
      *                   A SOMA DE VERIFICACAO DA COMPETENCIA E DO
      *                   NUMERO DE REABERTURAS ANTERIORES;
      *                 - A REABERTURA EXIGE A APROVACAO ASSINADA CUJA
      *                   SOMA CONFIRA, CONSOME-A E PASSA A COMPETENCIA
      *                   A "A" (ABERTA), CONTANDO MAIS UMA REABERTURA
      *                   E GUARDANDO O NOME DO APROVADOR.
      *               PEDIDO, REABERTURA E TENTATIVA SEM APROVACAO VAO
      *               PARA O LOG COMUM DE EXCECOES (EXCLOG.DAT). O
      *               RELATORIO RELPERC LISTA TODAS AS COMPETENCIAS
      *               DO CONTROLE COM A SITUACAO, A DATA DA ULTIMA
      *               MUDANCA, AS LINHAS EXPORTADAS, AS REABERTURAS E
      *               O ULTIMO APROVADOR. REABERTA, A COMPETENCIA VOLTA
      *               A SER FECHADA PELA EXPORTACAO FINAL DO EM0414.
      *               PARAMETRO INVALIDO, COMPETENCIA QUE NAO ESTA
      *               FECHADA (NEM EM FECHAMENTO) E FALTA DE APROVACAO
      *               ABORTAM COM RETURN-CODE 16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERCONT.

           SELECT APROVA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-APROVA.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT RELPERC ASSIGN TO DISK.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       COPY PERCONT.

       COPY APROVA.

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".

       01 REG-RUNCTL.
           02 PROG-RUNCTL    PIC X(06).
           02 PARM1-RUNCTL   PIC 9(07)V99.
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

       FD RELPERC
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY EXCLOG.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-PERCONT        PIC X(03) VALUE "NAO".
       77 FIM-APR            PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FS-PERCONT         PIC X(02) VALUE SPACES.
       77 FS-APROVA          PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 MODO-PEDIDO        PIC 9(01) VALUE ZEROES.
       77 QTD-PERCONT        PIC 9(03) VALUE ZEROES.
       77 IDX-PERCONT        PIC 9(03) VALUE ZEROES.
       77 POS-PERCONT        PIC 9(03) VALUE ZEROES.
       77 QTD-APROVA         PIC 9(03) VALUE ZEROES.
       77 IDX-APROVA         PIC 9(03) VALUE ZEROES.
       77 POS-APROVA         PIC 9(03) VALUE ZEROES.
       77 APROVA-MUDOU       PIC 9     VALUE ZEROES.
       77 CHAVE-EXC          PIC X(15) VALUE SPACES.
       77 MSG-EXC            PIC X(40) VALUE SPACES.
       77 SEVER-EXC          PIC X(01) VALUE SPACE.

       COPY WSHASH.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

       01 ANOMES-PEDIDO      PIC 9(06) VALUE ZEROES.
       01 ANOMES-PEDIDO-R REDEFINES ANOMES-PEDIDO.
           02 AAAA-PEDIDO    PIC 9(04).
           02 MM-PEDIDO      PIC 9(02).
       01 ANOMES-PEDIDO-X REDEFINES ANOMES-PEDIDO PIC X(06).

      * A APROVACAO VALE PARA UMA COMPETENCIA E UMA REABERTURA: A
      * SOMA COBRE O MES E QUANTAS VEZES ELE JA FOI REABERTO.
       01 PARM-HASH.
           02 ANOMES-HASH    PIC 9(06).
           02 REAB-HASH      PIC 9(03).

       COPY WSDATAMOV.

       01 TAB-PERCONT.
           02 ENT-PERCONT OCCURS 240 TIMES.
               03 REG-PER-TAB    PIC X(43).

       01 REG-PER-TRAB.
           02 ANOMES-TRAB    PIC 9(06).
           02 SITU-TRAB      PIC X(01).
           02 DATA-SITU-TRAB PIC 9(08).
           02 LINHAS-TRAB    PIC 9(05).
           02 QTD-REAB-TRAB  PIC 9(03).
           02 APROV-TRAB     PIC X(20).

       01 TAB-APROVA.
           02 ENT-APROVA OCCURS 50 TIMES.
               03 REG-APR-TAB    PIC X(72).

       01 REG-APR-TRAB.
           02 ORIGEM-APTRAB  PIC X(06).
           02 HASH-APTRAB    PIC 9(09).
           02 QTD-APTRAB     PIC 9(07).
           02 VALOR-APTRAB   PIC 9(11)V99.
           02 DATA-GER-APTRAB PIC 9(08).
           02 SITU-APTRAB    PIC X(01).
           02 APROVADOR-APTRAB PIC X(20).
           02 DATA-APR-APTRAB PIC 9(08).

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

       01 CAB-01.
           02 FILLER         PIC X(34) VALUE
               "CONTROLE DE PERIODOS CONTABEIS EM ".
           02 DATA-CAB       PIC X(10).
           02 FILLER         PIC X(36) VALUE SPACES.

       01 CAB-02.
           02 FILLER         PIC X(40) VALUE
               "COMPET.  SITUACAO        ULT.MUDANCA  LI".
           02 FILLER         PIC X(40) VALUE
               "NHAS  REAB.  ULTIMO APROVADOR           ".

       01 DETALHE.
           02 ANOMES-LIN     PIC 9999/99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 SITU-LIN       PIC X(14).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 DATA-LIN       PIC X(10).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LINHAS-LIN     PIC ZZ.ZZ9.
           02 FILLER         PIC X(04) VALUE SPACES.
           02 REAB-LIN       PIC ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 APROV-LIN      PIC X(20).
           02 FILLER         PIC X(08) VALUE SPACES.

       01 LIN-OPERACAO.
           02 FILLER         PIC X(10) VALUE "OPERACAO: ".
           02 MSG-OPER-LIN   PIC X(40).
           02 FILLER         PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

       EM04-33.
           PERFORM INICIO.
           IF ANOMES-PEDIDO NOT EQUAL ZEROES
               IF MODO-PEDIDO EQUAL 1
                   PERFORM PEDE-REABERTURA
               ELSE
                   PERFORM REABRE-COMPETENCIA.
           PERFORM LISTA-PERIODOS.
           PERFORM FIM.
           MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           PERFORM CARGA-RUNCTL.
           PERFORM CARGA-PERCONT.
           IF ANOMES-PEDIDO NOT EQUAL ZEROES
               PERFORM PROCURA-PERCONT
               IF POS-PERCONT EQUAL ZEROES
                   DISPLAY "EM0433 - COMPETENCIA " ANOMES-PEDIDO-X
                           " NAO ESTA FECHADA - NADA A REABRIR"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE REG-PER-TAB(POS-PERCONT) TO REG-PER-TRAB
               IF SITU-TRAB EQUAL "A"
                   DISPLAY "EM0433 - COMPETENCIA " ANOMES-PEDIDO-X
                           " NAO ESTA FECHADA - NADA A REABRIR"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ANOMES-TRAB TO ANOMES-HASH
               MOVE QTD-REAB-TRAB TO REAB-HASH
               MOVE PARM-HASH TO HASH-AREA
               MOVE 9 TO HASH-TAM
               MOVE ZEROES TO HASH-VALOR
               PERFORM CALC-HASH
               PERFORM CARGA-APROVA.
           OPEN OUTPUT RELPERC.
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

       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0433"
               IF PROG-RUNCTL EQUAL "EM0433"
                   PERFORM ACEITA-PARAMETROS
               END-IF
               CLOSE RUNCTL
           END-IF.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

       ACEITA-PARAMETROS.
           IF PARM1-RUNCTL IS GREATER THAN 999999 OR
              PARM2-RUNCTL IS GREATER THAN 1
               DISPLAY "EM0433 - PARAMETROS INVALIDOS NO RUNCTL "
                       "(PARM1 = AAAAMM, PARM2 = 0 OU 1)"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE PARM1-RUNCTL TO ANOMES-PEDIDO.
           MOVE PARM2-RUNCTL TO MODO-PEDIDO.
           IF ANOMES-PEDIDO NOT EQUAL ZEROES
               IF MM-PEDIDO IS LESS THAN 1 OR
                  MM-PEDIDO IS GREATER THAN 12
                   DISPLAY "EM0433 - COMPETENCIA INVALIDA NO RUNCTL: "
                           ANOMES-PEDIDO-X
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.

      * CONTROLE DE PERIODOS CARREGADO EM TABELA; AUSENTE VALE COMO
      * VAZIO (NENHUMA COMPETENCIA FECHADA).
       CARGA-PERCONT.
           OPEN INPUT PERCONT.
           IF FS-PERCONT EQUAL "00"
               PERFORM LE-PERCONT UNTIL FIM-PERCONT EQUAL "SIM"
               CLOSE PERCONT.

       LE-PERCONT.
           READ PERCONT AT END
               MOVE "SIM" TO FIM-PERCONT.
           IF FIM-PERCONT NOT EQUAL "SIM"
               IF QTD-PERCONT NOT LESS THAN 240
                   DISPLAY "PERCONT EXCEDE 240 COMPETENCIAS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-PERCONT
                   MOVE REG-PERCONT TO REG-PER-TAB(QTD-PERCONT).

       PROCURA-PERCONT.
           MOVE ZEROES TO POS-PERCONT IDX-PERCONT.
           PERFORM TESTA-PERCONT QTD-PERCONT TIMES.

       TESTA-PERCONT.
           ADD 1 TO IDX-PERCONT.
           MOVE REG-PER-TAB(IDX-PERCONT) TO REG-PER-TRAB.
           IF ANOMES-TRAB EQUAL ANOMES-PEDIDO
               MOVE IDX-PERCONT TO POS-PERCONT.

       REGRAVA-PERCONT.
           OPEN OUTPUT PERCONT.
           MOVE ZEROES TO IDX-PERCONT.
           PERFORM GRAVA-PERCONT QTD-PERCONT TIMES.
           CLOSE PERCONT.

       GRAVA-PERCONT.
           ADD 1 TO IDX-PERCONT.
           MOVE REG-PER-TAB(IDX-PERCONT) TO REG-PERCONT.
           WRITE REG-PERCONT.

      * O PEDIDO DEIXA (OU SUBSTITUI) A PENDENCIA DA ORIGEM EM0433
      * PARA O SUPERVISOR ASSINAR NO UTILITARIO APROVA.
       PEDE-REABERTURA.
           MOVE ZEROES TO POS-APROVA IDX-APROVA.
           PERFORM TESTA-PENDENCIA QTD-APROVA TIMES.
           IF POS-APROVA EQUAL ZEROES
               IF QTD-APROVA GREATER THAN OR EQUAL TO 50
                   DISPLAY "APROVA.DAT CHEIO - PENDENCIA NAO GRAVADA"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-APROVA
                   MOVE QTD-APROVA TO POS-APROVA.
           MOVE "EM0433" TO ORIGEM-APTRAB.
           MOVE HASH-VALOR TO HASH-APTRAB.
           MOVE ANOMES-PEDIDO TO QTD-APTRAB.
           MOVE ZEROES TO VALOR-APTRAB.
           MOVE DATA-RODADA TO DATA-GER-APTRAB.
           MOVE "P" TO SITU-APTRAB.
           MOVE SPACES TO APROVADOR-APTRAB.
           MOVE ZEROES TO DATA-APR-APTRAB.
           MOVE REG-APR-TRAB TO REG-APR-TAB(POS-APROVA).
           MOVE 1 TO APROVA-MUDOU.
           MOVE "I" TO SEVER-EXC.
           MOVE "PEDIDO DE REABERTURA - AGUARDA APROVACAO" TO MSG-EXC.
           PERFORM REGISTRA-OPERACAO.
           DISPLAY "PENDENCIA DE APROVACAO GRAVADA EM APROVA.DAT".

       TESTA-PENDENCIA.
           ADD 1 TO IDX-APROVA.
           MOVE REG-APR-TAB(IDX-APROVA) TO REG-APR-TRAB.
           IF ORIGEM-APTRAB EQUAL "EM0433" AND
              SITU-APTRAB EQUAL "P"
               MOVE IDX-APROVA TO POS-APROVA.

      * A REABERTURA EXIGE APROVACAO ASSINADA ("A") DA ORIGEM EM0433
      * CUJA SOMA CONFIRA COM A COMPETENCIA; ENCONTRADA, E CONSUMIDA
      * ("C") PARA NAO VALER DUAS VEZES.
       REABRE-COMPETENCIA.
           MOVE ZEROES TO POS-APROVA IDX-APROVA.
           PERFORM TESTA-APROVACAO QTD-APROVA TIMES.
           IF POS-APROVA EQUAL ZEROES
               MOVE "E" TO SEVER-EXC
               MOVE "REABERTURA RECUSADA - SEM APROVACAO" TO MSG-EXC
               PERFORM REGISTRA-OPERACAO
               PERFORM FIM
               DISPLAY "EM0433 SEM APROVACAO ASSINADA PARA REABRIR A "
                       "COMPETENCIA " ANOMES-PEDIDO-X " - RODE O "
                       "PEDIDO E COLHA A ASSINATURA NO UTILITARIO "
                       "APROVA"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE REG-APR-TAB(POS-APROVA) TO REG-APR-TRAB.
           MOVE "C" TO SITU-APTRAB.
           MOVE REG-APR-TRAB TO REG-APR-TAB(POS-APROVA).
           MOVE 1 TO APROVA-MUDOU.
           MOVE REG-PER-TAB(POS-PERCONT) TO REG-PER-TRAB.
           MOVE "A" TO SITU-TRAB.
           MOVE DATA-RODADA TO DATA-SITU-TRAB.
           ADD 1 TO QTD-REAB-TRAB.
           MOVE APROVADOR-APTRAB TO APROV-TRAB.
           MOVE REG-PER-TRAB TO REG-PER-TAB(POS-PERCONT).
           PERFORM REGRAVA-PERCONT.
           MOVE "I" TO SEVER-EXC.
           MOVE SPACES TO MSG-EXC.
           STRING "REABERTA - APROV. " DELIMITED BY SIZE
                  APROV-TRAB DELIMITED BY SIZE
               INTO MSG-EXC.
           PERFORM REGISTRA-OPERACAO.

       TESTA-APROVACAO.
           ADD 1 TO IDX-APROVA.
           MOVE REG-APR-TAB(IDX-APROVA) TO REG-APR-TRAB.
           IF ORIGEM-APTRAB EQUAL "EM0433" AND
              SITU-APTRAB EQUAL "A" AND
              HASH-APTRAB EQUAL HASH-VALOR
               MOVE IDX-APROVA TO POS-APROVA.

       REGISTRA-OPERACAO.
           MOVE SPACES TO CHAVE-EXC.
           MOVE ANOMES-PEDIDO-X TO CHAVE-EXC(1:6).
           PERFORM GRAVA-EXCLOG.
           MOVE MSG-EXC TO MSG-OPER-LIN.
           WRITE REL-SAI FROM LIN-OPERACAO AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.

       LISTA-PERIODOS.
           WRITE REL-SAI FROM CAB-02 AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-PERCONT.
           PERFORM IMPRIME-PERIODO QTD-PERCONT TIMES.

       IMPRIME-PERIODO.
           ADD 1 TO IDX-PERCONT.
           MOVE REG-PER-TAB(IDX-PERCONT) TO REG-PER-TRAB.
           MOVE ANOMES-TRAB TO ANOMES-LIN.
           IF SITU-TRAB EQUAL "F"
               MOVE "FECHADA" TO SITU-LIN
           ELSE
               IF SITU-TRAB EQUAL "E"
                   MOVE "EM FECHAMENTO" TO SITU-LIN
               ELSE
                   MOVE "ABERTA" TO SITU-LIN.
           MOVE DATA-SITU-TRAB TO DATA-AUX-9.
           PERFORM EDITA-DATA.
           MOVE DATA-EDT TO DATA-LIN.
           MOVE LINHAS-TRAB TO LINHAS-LIN.
           MOVE QTD-REAB-TRAB TO REAB-LIN.
           MOVE APROV-TRAB TO APROV-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

       EDITA-DATA.
           MOVE DIA-AUX TO DIA-EDT.
           MOVE MES-AUX TO MES-EDT.
           MOVE ANO-AUX TO ANO-EDT.

       REGRAVA-APROVA.
           OPEN OUTPUT APROVA.
           MOVE ZEROES TO IDX-APROVA.
           PERFORM GRAVA-APROVA QTD-APROVA TIMES.
           CLOSE APROVA.

       GRAVA-APROVA.
           ADD 1 TO IDX-APROVA.
           MOVE REG-APR-TAB(IDX-APROVA) TO REG-APROVA.
           WRITE REG-APROVA.

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

       FIM.
           CLOSE RELPERC
                 EXCLOG.
           IF APROVA-MUDOU EQUAL 1
               PERFORM REGRAVA-APROVA.

       COPY LEDATAMOV.

       COPY CALCHASH.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID== BY =="EM0433"==
                     ==CPY-CHAVE==  BY ==CHAVE-EXC==
                     ==CPY-SEVER==  BY ==SEVER-EXC==
                     ==CPY-MSG==    BY ==MSG-EXC==.
