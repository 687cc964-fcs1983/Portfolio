       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0341.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       RELACAO DAS TROCAS DE CONTA BANCARIA DE
      *               FUNCIONARIO DO CICLO DA FOLHA. LE O HISTORICO
      *               ALTCONTA.DAT (GRAVADO PELO EM0114 SO DEPOIS DA
      *               ASSINATURA NO UTILITARIO APROVA) E LISTA, EM
      *               ORDEM CRONOLOGICA, CADA TROCA APLICADA NA
      *               COMPETENCIA DA FOLHA: MATRICULA, NOME, DATA,
      *               CONTA ANTERIOR E NOVA, OPERADOR QUE PEDIU E
      *               OPERADOR QUE ASSINOU. A COMPETENCIA E A DA DATA
      *               DE MOVIMENTO (A MESMA DO EM0306) OU A DO RUNCTL
      *               (PROG "EM0341", PARM1 = AAAAMM), PARA REEMITIR
      *               UM CICLO ANTERIOR. SAIDA NO RELATORIO RELALTC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALTCONTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALT.

           SELECT RELALTC ASSIGN TO DISK.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       COPY ALTCONTA.

       FD RELALTC
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

       77 FIM-ALT            PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FS-ALT             PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 COMP-FOLHA         PIC 9(06) VALUE ZEROES.
       77 COMP-TROCA         PIC 9(06) VALUE ZEROES.
       77 CT-TROCAS          PIC 9(05) VALUE ZEROES.
       77 ALT-ABERTO         PIC 9     VALUE ZEROES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

       COPY WSDATAMOV.

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
               "TROCAS DE CONTA BANCARIA DE FUNCIONARIOS".
           02 FILLER         PIC X(15) VALUE " - COMPETENCIA ".
           02 COMP-TIT       PIC 9(06).
           02 FILLER         PIC X(19) VALUE SPACES.

       01 CAB-DETALHE.
           02 FILLER         PIC X(40) VALUE
               "MATR. NOME                 DATA     CONT".
           02 FILLER         PIC X(40) VALUE
               "A ANT. CONTA NOVA SOLICIT. APROVADOR    ".

       01 DETALHE.
           02 MAT-LIN        PIC 9(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-LIN       PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DATA-LIN       PIC 9(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CONTA-ANT-LIN  PIC 9(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CONTA-NOVA-LIN PIC 9(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SOLIC-LIN      PIC X(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 APROV-LIN      PIC X(08).
           02 FILLER         PIC X(05) VALUE SPACES.

       01 LIN-TOTAL.
           02 FILLER         PIC X(23) VALUE "TROCAS NA COMPETENCIA: ".
           02 TROCAS-LIN     PIC ZZ.ZZ9.
           02 FILLER         PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.

       EM03-41.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ALT EQUAL "SIM".
           PERFORM FIM.
           DISPLAY "EM0341 - " CT-TROCAS " TROCA(S) DE CONTA NA "
                   "COMPETENCIA " COMP-FOLHA.
           MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           MOVE DATA-RODADA-X(1:6) TO COMP-FOLHA.
           PERFORM CARGA-RUNCTL.
           OPEN OUTPUT RELALTC.
           MOVE COMP-FOLHA TO COMP-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM CAB-DETALHE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           OPEN INPUT ALTCONTA.
           IF FS-ALT EQUAL "00"
               MOVE 1 TO ALT-ABERTO
               PERFORM LE-ALT
           ELSE
               DISPLAY "EM0341 - SEM ALTCONTA - NADA A LISTAR"
               MOVE "SIM" TO FIM-ALT.

      * COMPETENCIA DE OUTRO CICLO VIA RUNCTL (PROG "EM0341", PARM1 =
      * AAAAMM); SEM ELA, A COMPETENCIA DA DATA DE MOVIMENTO.
       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0341"
               IF PROG-RUNCTL EQUAL "EM0341" AND
                  PARM1-RUNCTL NOT EQUAL ZEROES
                   MOVE PARM1-RUNCTL TO COMP-FOLHA
               END-IF
               CLOSE RUNCTL
           END-IF.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

       LE-ALT.
           READ ALTCONTA AT END MOVE "SIM" TO FIM-ALT.

       PRINCIPAL.
           MOVE DATA-ALT TO DATA-RODADA.
           MOVE DATA-RODADA-X(1:6) TO COMP-TROCA.
           IF COMP-TROCA EQUAL COMP-FOLHA
               MOVE MAT-ALT TO MAT-LIN
               MOVE NOME-ALT TO NOME-LIN
               MOVE DATA-ALT TO DATA-LIN
               MOVE CONTA-ANT-ALT TO CONTA-ANT-LIN
               MOVE CONTA-NOVA-ALT TO CONTA-NOVA-LIN
               MOVE SOLIC-ALT TO SOLIC-LIN
               MOVE APROV-ALT TO APROV-LIN
               WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE
               ADD 1 TO CT-TROCAS.
           PERFORM LE-ALT.

       FIM.
           IF ALT-ABERTO EQUAL 1
               CLOSE ALTCONTA.
           MOVE CT-TROCAS TO TROCAS-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           CLOSE RELALTC.

       COPY LEDATAMOV.
