       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0435.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       ACOES PRIVILEGIADAS POR OPERADOR. OS UTILITARIOS
      *               DE CONSOLE (APROVA, MANREF, REPLJRN, REORGIDX,
      *               EM0218, EM0227, OPERADOR) REGISTRAM PELO
      *               SUBPROGRAMA LOGINOPR, NO LOG DE ACESSO
      *               ACESSLOG.DAT (VER ACESSLOG.CPY), QUEM EXECUTOU O
      *               QUE, QUANDO E COM QUAIS RESPOSTAS. ESTE JOB
      *               ORDENA O LOG POR OPERADOR, DATA E HORA E IMPRIME
      *               EM RELACES, POR OPERADOR, CADA ACAO AUTORIZADA
      *               ("A"), CADA RESPOSTA DADA ("R") E CADA TENTATIVA
      *               RECUSADA (FALHA DE SENHA "F", BLOQUEIO "B",
      *               MODO NEGADO "N"), COM O TOTAL DE ACOES E DE
      *               RECUSAS DO OPERADOR; A SIMPLES IDENTIFICACAO
      *               ACEITA ("L") NAO E ACAO E NAO SAI. O PERIODO E O
      *               DAS COMPETENCIAS (AAAAMM, PELA DATA REAL DO
      *               EVENTO) DO RUNCTL PROG "EM0435", PARM1 = INICIAL
      *               E PARM2 = FINAL; ZERADAS OU SEM RUNCTL, VALE A
      *               COMPETENCIA DA DATA DE MOVIMENTO. RETURN-CODE 4
      *               QUANDO ALGUM OPERADOR FOI BLOQUEADO NO PERIODO.
      *               SEM ACESSLOG, RELATORIO VAZIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACESSLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALOG.

           SELECT TRAB ASSIGN TO DISK.

           SELECT RELACES ASSIGN TO DISK.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       COPY ACESSLOG.

       SD TRAB.

       01 REG-TRAB.
           02 OPER-TRAB      PIC X(08).
           02 DATA-TRAB      PIC 9(08).
           02 HORA-TRAB      PIC 9(08).
           02 PROGID-TRAB    PIC X(08).
           02 MODO-TRAB      PIC X(08).
           02 EVENTO-TRAB    PIC X(01).
           02 TEXTO-TRAB     PIC X(60).

       FD RELACES
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

       WORKING-STORAGE SECTION.

       77 FIM-ALOG           PIC X(03) VALUE "NAO".
       77 FIM-TRAB           PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FS-ALOG            PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 COMP-INICIAL       PIC 9(06) VALUE ZEROES.
       77 COMP-FINAL         PIC 9(06) VALUE ZEROES.
       77 COMP-EVENTO        PIC 9(06) VALUE ZEROES.
       77 OPER-ATUAL         PIC X(08) VALUE SPACES.
       77 PRIMEIRO-OPER      PIC X(03) VALUE "SIM".
       77 OPER-ACOES         PIC 9(05) VALUE ZEROES.
       77 OPER-RECUSAS       PIC 9(05) VALUE ZEROES.
       77 CT-OPERADORES      PIC 9(05) VALUE ZEROES.
       77 CT-ACOES           PIC 9(05) VALUE ZEROES.
       77 CT-RECUSAS         PIC 9(05) VALUE ZEROES.
       77 CT-BLOQUEIOS       PIC 9(05) VALUE ZEROES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA-9 REDEFINES DATA-RODADA-X PIC 9(08).

       COPY WSDATAMOV.

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
               "ACOES PRIVILEGIADAS POR OPERADOR - COMPE".
           02 FILLER         PIC X(08) VALUE "TENCIAS ".
           02 INICIAL-TIT    PIC 9(06).
           02 FILLER         PIC X(03) VALUE " A ".
           02 FINAL-TIT      PIC 9(06).
           02 FILLER         PIC X(17) VALUE SPACES.

       01 LIN-OPERADOR.
           02 FILLER         PIC X(09) VALUE "OPERADOR ".
           02 OPER-LIN       PIC X(08).
           02 FILLER         PIC X(63) VALUE SPACES.

       01 CAB-DETALHE.
           02 FILLER         PIC X(40) VALUE
               " DATA     HORA   PROGRAMA MODO     EVENT".
           02 FILLER         PIC X(40) VALUE
               "O     COMPLEMENTO                       ".

       01 DETALHE.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DATA-LIN       PIC 9(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 HORA-LIN       PIC 9(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PROGID-LIN     PIC X(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MODO-LIN       PIC X(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 EVENTO-LIN     PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 TEXTO-LIN      PIC X(34).

      * O COMPLEMENTO QUE NAO CABE NA LINHA CONTINUA NA SEGUINTE.
       01 LIN-CONTINUA.
           02 FILLER         PIC X(46) VALUE SPACES.
           02 CONTINUA-LIN   PIC X(34).

       01 LIN-TOT-OPER.
           02 FILLER         PIC X(29) VALUE
               "   TOTAL DO OPERADOR - ACOES:".
           02 ACOES-OPER-LIN PIC ZZ.ZZ9.
           02 FILLER         PIC X(11) VALUE "  RECUSAS: ".
           02 RECUS-OPER-LIN PIC ZZ.ZZ9.
           02 FILLER         PIC X(28) VALUE SPACES.

       01 LIN-TOTAL.
           02 FILLER         PIC X(12) VALUE "OPERADORES: ".
           02 OPER-TOT-LIN   PIC ZZ.ZZ9.
           02 FILLER         PIC X(09) VALUE "  ACOES: ".
           02 ACOES-TOT-LIN  PIC ZZ.ZZ9.
           02 FILLER         PIC X(11) VALUE "  RECUSAS: ".
           02 RECUS-TOT-LIN  PIC ZZ.ZZ9.
           02 FILLER         PIC X(13) VALUE "  BLOQUEIOS: ".
           02 BLOQ-TOT-LIN   PIC ZZ.ZZ9.
           02 FILLER         PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.

       EM04-35.
           SORT TRAB
               ASCENDING KEY OPER-TRAB
               ASCENDING KEY DATA-TRAB
               ASCENDING KEY HORA-TRAB
               INPUT  PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           DISPLAY "EM0435 - " CT-ACOES " ACAO(OES), "
                   CT-RECUSAS " RECUSA(S), "
                   CT-BLOQUEIOS " BLOQUEIO(S)".
           IF CT-BLOQUEIOS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       ROT-ENTRADA.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           MOVE DATA-RODADA-X(1:6) TO COMP-INICIAL COMP-FINAL.
           PERFORM CARGA-RUNCTL.
           OPEN INPUT ACESSLOG.
           IF FS-ALOG EQUAL "00"
               PERFORM LE-ALOG
               PERFORM SELECIONA-EVENTO UNTIL FIM-ALOG EQUAL "SIM"
               CLOSE ACESSLOG
           ELSE
               DISPLAY "EM0435 - SEM ACESSLOG - NADA A LISTAR".

       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0435"
               IF PROG-RUNCTL EQUAL "EM0435" AND
                  PARM1-RUNCTL NOT EQUAL ZEROES
                   MOVE PARM1-RUNCTL TO COMP-INICIAL
                   MOVE PARM1-RUNCTL TO COMP-FINAL
                   IF PARM2-RUNCTL NOT EQUAL ZEROES
                       MOVE PARM2-RUNCTL TO COMP-FINAL
                   END-IF
               END-IF
               CLOSE RUNCTL
           END-IF.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

       LE-ALOG.
           READ ACESSLOG AT END MOVE "SIM" TO FIM-ALOG.

      * SO AS ACOES E AS RECUSAS DO PERIODO; A IDENTIFICACAO ACEITA
      * FICA DE FORA.
       SELECIONA-EVENTO.
           IF DATA-ALOG IS NUMERIC
               MOVE DATA-ALOG(1:6) TO COMP-EVENTO
               IF EVENTO-ALOG NOT EQUAL "L" AND
                  COMP-EVENTO NOT LESS THAN COMP-INICIAL AND
                  COMP-EVENTO NOT GREATER THAN COMP-FINAL
                   MOVE OPER-ALOG TO OPER-TRAB
                   MOVE DATA-ALOG TO DATA-TRAB
                   MOVE HORA-ALOG TO HORA-TRAB
                   MOVE PROGID-ALOG TO PROGID-TRAB
                   MOVE MODO-ALOG TO MODO-TRAB
                   MOVE EVENTO-ALOG TO EVENTO-TRAB
                   MOVE TEXTO-ALOG TO TEXTO-TRAB
                   RELEASE REG-TRAB.
           PERFORM LE-ALOG.

       ROT-SAIDA.
           OPEN OUTPUT RELACES.
           MOVE COMP-INICIAL TO INICIAL-TIT.
           MOVE COMP-FINAL TO FINAL-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           PERFORM LE-TRAB.
           PERFORM PRINCIPAL UNTIL FIM-TRAB EQUAL "SIM".
           IF PRIMEIRO-OPER NOT EQUAL "SIM"
               PERFORM FECHA-OPERADOR.
           MOVE CT-OPERADORES TO OPER-TOT-LIN.
           MOVE CT-ACOES TO ACOES-TOT-LIN.
           MOVE CT-RECUSAS TO RECUS-TOT-LIN.
           MOVE CT-BLOQUEIOS TO BLOQ-TOT-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           CLOSE RELACES.

       LE-TRAB.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

       PRINCIPAL.
           IF OPER-TRAB NOT EQUAL OPER-ATUAL OR
              PRIMEIRO-OPER EQUAL "SIM"
               IF PRIMEIRO-OPER NOT EQUAL "SIM"
                   PERFORM FECHA-OPERADOR
               END-IF
               PERFORM ABRE-OPERADOR
           END-IF.
           MOVE DATA-TRAB TO DATA-LIN.
           MOVE HORA-TRAB(1:6) TO HORA-LIN.
           MOVE PROGID-TRAB TO PROGID-LIN.
           MOVE MODO-TRAB TO MODO-LIN.
           MOVE TEXTO-TRAB TO TEXTO-LIN.
           EVALUATE EVENTO-TRAB
               WHEN "A"
                   MOVE "AUTORIZADO" TO EVENTO-LIN
                   ADD 1 TO OPER-ACOES CT-ACOES
               WHEN "R"
                   MOVE "RESPOSTAS" TO EVENTO-LIN
                   ADD 1 TO OPER-ACOES CT-ACOES
               WHEN "N"
                   MOVE "NEGADO" TO EVENTO-LIN
                   ADD 1 TO OPER-RECUSAS CT-RECUSAS
               WHEN "B"
                   MOVE "BLOQUEIO" TO EVENTO-LIN
                   ADD 1 TO OPER-RECUSAS CT-RECUSAS CT-BLOQUEIOS
               WHEN OTHER
                   MOVE "FALHA" TO EVENTO-LIN
                   ADD 1 TO OPER-RECUSAS CT-RECUSAS
           END-EVALUATE.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.
           IF TEXTO-TRAB(35:26) NOT EQUAL SPACES
               MOVE TEXTO-TRAB(35:26) TO CONTINUA-LIN
               WRITE REL-SAI FROM LIN-CONTINUA AFTER ADVANCING 1 LINE.
           PERFORM LE-TRAB.

       ABRE-OPERADOR.
           MOVE OPER-TRAB TO OPER-ATUAL OPER-LIN.
           MOVE "NAO" TO PRIMEIRO-OPER.
           MOVE ZEROES TO OPER-ACOES OPER-RECUSAS.
           ADD 1 TO CT-OPERADORES.
           IF OPER-TRAB EQUAL SPACES
               MOVE "(BRANCO)" TO OPER-LIN.
           WRITE REL-SAI FROM LIN-OPERADOR AFTER ADVANCING 2 LINES.
           WRITE REL-SAI FROM CAB-DETALHE AFTER ADVANCING 1 LINE.

       FECHA-OPERADOR.
           MOVE OPER-ACOES TO ACOES-OPER-LIN.
           MOVE OPER-RECUSAS TO RECUS-OPER-LIN.
           WRITE REL-SAI FROM LIN-TOT-OPER AFTER ADVANCING 1 LINE.

       COPY LEDATAMOV.
