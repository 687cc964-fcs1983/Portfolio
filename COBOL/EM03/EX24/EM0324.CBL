       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0324.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       GUIA MENSAL E EXTRATO DE FGTS. O RAZAO
      *               LEDGFGTS.DAT (COPY LEDGFGTS) RECEBE UM DEPOSITO
      *               POR MATRICULA A CADA RODADA QUE PAGA
      *               REMUNERACAO (EM0306 FOLHA E 13O, EM0323 FERIAS,
      *               EM0312 RESCISAO E MULTA). ESTE JOB ORDENA O RAZAO
      *               POR MATRICULA/COMPETENCIA/DATA E PRODUZ:
      *                 GUIAFGTS.DAT - ARQUIVO DE RECOLHIMENTO DA
      *                   COMPETENCIA: UM REGISTRO "D" POR MATRICULA
      *                   (BASE E VALOR SOMADOS DE TODOS OS MOVIMENTOS
      *                   DA COMPETENCIA; A MULTA SOMA SO NO VALOR) E UM
      *                   REGISTRO "T" FINAL COM O TOTAL DA EMPRESA E A
      *                   QUANTIDADE DE FUNCIONARIOS;
      *                 RELFGTS - CONFERENCIA DA GUIA, UMA LINHA POR
      *                   FUNCIONARIO E O TOTAL;
      *                 RELEXTF - EXTRATO POR FUNCIONARIO (UMA PAGINA
      *                   CADA), TODOS OS MOVIMENTOS COM O SALDO
      *                   ACUMULADO. A MULTA RESCISORIA E LISTADA MAS
      *                   NAO SOMA NO SALDO, A MESMA REGRA DO EM0312.
      *               A COMPETENCIA VEM DO RUNCTL (PROG "EM0324",
      *               PARM1 = AAAAMM); ZERO OU AUSENTE = MES DA DATA DE
      *               MOVIMENTO. OS NOMES SAEM DO CADFUNC.DAT, OPCIONAL
      *               (SEM ELE O NOME SAI EM BRANCO). LEDGFGTS AUSENTE
      *               OU VAZIO ENCERRA COM RETURN-CODE 16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGFGTS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FGTS.

           SELECT CADFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FUNC.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT TRAB ASSIGN TO DISK.

           SELECT GUIAFGTS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELFGTS ASSIGN TO DISK.

           SELECT RELEXTF ASSIGN TO DISK.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       COPY LEDGFGTS.

       FD CADFUNC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFUNC.DAT".

       01 REG-FUNC.
           02 MAT-FUNC       PIC 9(05).
           02 NOME-FUNC      PIC X(30).
           02 ADMI-FUNC      PIC 9(08).
           02 SAL-FUNC       PIC 9(07)V99.
           02 DEPT-FUNC      PIC X.
           02 SEC-FUNC       PIC X.
           02 CONTA-FUNC     PIC 9(10).
           02 FIXO-FUNC      PIC 9(07)V99.
           02 VENDAS-FUNC    PIC 9(07)V99.
           02 DESC-FUNC      PIC 9(05)V99.

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".

       01 REG-RUNCTL.
           02 PROG-RUNCTL    PIC X(06).
           02 PARM1-RUNCTL   PIC 9(07)V99.
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

       SD TRAB.

       01 REG-TRAB.
           02 MAT-TRAB       PIC 9(05).
           02 ANOMES-TRAB    PIC 9(06).
           02 DATA-TRAB      PIC 9(08).
           02 TIPO-TRAB      PIC X(01).
           02 BASE-TRAB      PIC 9(09)V99.
           02 VALOR-TRAB     PIC 9(07)V99.

       FD GUIAFGTS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "GUIAFGTS.DAT".

       01 REG-GUIA.
           02 TIPO-GUIA      PIC X(01).
           02 COMP-GUIA      PIC 9(06).
           02 MAT-GUIA       PIC 9(05).
           02 NOME-GUIA      PIC X(30).
           02 BASE-GUIA      PIC 9(09)V99.
           02 VALOR-GUIA     PIC 9(09)V99.
           02 QTD-GUIA       PIC 9(05).
           02 DATA-GUIA      PIC 9(08).

       FD RELFGTS
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       FD RELEXTF
           LABEL RECORD IS OMITTED.

       01 EXT-SAI            PIC X(80).

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-FGTS           PIC X(03) VALUE "NAO".
       77 FIM-FUNC           PIC X(03) VALUE "NAO".
       77 FIM-TRAB           PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FS-FGTS            PIC X(02) VALUE SPACES.
       77 FS-FUNC            PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 COMPETENCIA        PIC 9(06) VALUE ZEROES.
       77 MAT-ANT            PIC 9(05) VALUE ZEROES.
       77 PRIMEIRO           PIC 9     VALUE 1.
       77 SALDO-FUNC         PIC 9(09)V99 VALUE ZEROES.
       77 BASE-COMP          PIC 9(09)V99 VALUE ZEROES.
       77 VALOR-COMP         PIC 9(09)V99 VALUE ZEROES.
       77 TOT-BASE           PIC 9(11)V99 VALUE ZEROES.
       77 TOT-VALOR          PIC 9(11)V99 VALUE ZEROES.
       77 CT-FUNC-GUIA       PIC 9(05) VALUE ZEROES.
       77 CT-EXTRATOS        PIC 9(05) VALUE ZEROES.
       77 QTD-FUNC           PIC 9(03) VALUE ZEROES.
       77 IDX-FUNC           PIC 9(03) VALUE ZEROES.
       77 POS-FUNC           PIC 9(03) VALUE ZEROES.
       77 NOME-ATU           PIC X(30) VALUE SPACES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

       COPY WSDATAMOV.

       01 TAB-FUNC.
           02 ENT-FUNC OCCURS 300 TIMES.
               03 MAT-FUNC-TAB   PIC 9(05).
               03 NOME-FUNC-TAB  PIC X(30).

       01 LIN-TITULO.
           02 FILLER         PIC X(39) VALUE
                             "GUIA DE RECOLHIMENTO DO FGTS - COMPET. ".
           02 COMP-TIT       PIC 9999/99.
           02 FILLER         PIC X(34) VALUE SPACES.

       01 LIN-CAB.
           02 FILLER         PIC X(40) VALUE
                  "MATR.  NOME                             ".
           02 FILLER         PIC X(40) VALUE
                  "        BASE FGTS         VALOR DEPOSITO".

       01 DETALHE.
           02 MAT-LIN        PIC 9(05).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NOME-LIN       PIC X(30).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 BASE-LIN       PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 VALOR-LIN      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(07) VALUE SPACES.

       01 LIN-TOTAL.
           02 FILLER         PIC X(15) VALUE "FUNCIONARIOS: ".
           02 QTD-TOT-LIN    PIC ZZ.ZZ9.
           02 FILLER         PIC X(07) VALUE "  BASE:".
           02 BASE-TOT-LIN   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(14) VALUE "  TOTAL GUIA: ".
           02 VALOR-TOT-LIN  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(04) VALUE SPACES.

       01 EXT-TITULO.
           02 FILLER         PIC X(20) VALUE "EXTRATO FGTS - MATR.".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MAT-EXT-TIT    PIC 9(05).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NOME-EXT-TIT   PIC X(30).
           02 FILLER         PIC X(22) VALUE SPACES.

       01 EXT-CAB.
           02 FILLER         PIC X(40) VALUE
                  "COMPET.  DATA      TIPO       BASE      ".
           02 FILLER         PIC X(40) VALUE
                  "        VALOR          SALDO           ".

       01 EXT-DET.
           02 COMP-EXT       PIC 9999/99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 DATA-EXT       PIC 9(08).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 TIPO-EXT       PIC X(10).
           02 BASE-EXT       PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VALOR-EXT      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SALDO-EXT      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(08) VALUE SPACES.

       01 EXT-SALDO.
           02 FILLER         PIC X(20) VALUE "SALDO DA CONTA:     ".
           02 SALDO-FIM-EXT  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       EM03-24.
           SORT TRAB
               ASCENDING KEY MAT-TRAB
               ASCENDING KEY ANOMES-TRAB
               ASCENDING KEY DATA-TRAB
               INPUT  PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       ROT-ENTRADA SECTION.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           MOVE DATA-RODADA-X(1:6) TO COMPETENCIA.
           PERFORM CARGA-RUNCTL.
           PERFORM CARGA-CADFUNC.
           OPEN INPUT LEDGFGTS.
           IF FS-FGTS NOT EQUAL "00"
               DISPLAY "LEDGFGTS NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-FGTS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-FGTS.
           IF FIM-FGTS EQUAL "SIM"
               DISPLAY "LEDGFGTS SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM SOLTA-FGTS UNTIL FIM-FGTS EQUAL "SIM".
           CLOSE LEDGFGTS.

       CARGA-RUNCTL SECTION.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0324"
               IF PROG-RUNCTL EQUAL "EM0324" AND
                  PARM1-RUNCTL NOT EQUAL ZEROES
                   MOVE PARM1-RUNCTL TO COMPETENCIA
               END-IF
               CLOSE RUNCTL
           END-IF.

       LE-RUNCTL SECTION.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

      * NOMES DO CADASTRO ATUAL; CADFUNC AUSENTE SO TIRA O NOME DA
      * GUIA E DO EXTRATO, NAO OS VALORES.
       CARGA-CADFUNC SECTION.
           OPEN INPUT CADFUNC.
           IF FS-FUNC EQUAL "00"
               PERFORM LE-FUNC UNTIL FIM-FUNC EQUAL "SIM"
               CLOSE CADFUNC
           ELSE
               DISPLAY "EM0324 - SEM CADFUNC - NOMES EM BRANCO".

       LE-FUNC SECTION.
           READ CADFUNC AT END
               MOVE "SIM" TO FIM-FUNC.
           IF FIM-FUNC NOT EQUAL "SIM"
               IF QTD-FUNC GREATER THAN OR EQUAL TO 300
                   DISPLAY "CADFUNC EXCEDE LIMITE DE 300 "
                           "FUNCIONARIOS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-FUNC
                   MOVE MAT-FUNC TO MAT-FUNC-TAB(QTD-FUNC)
                   MOVE NOME-FUNC TO NOME-FUNC-TAB(QTD-FUNC)
               END-IF.

       LE-FGTS SECTION.
           READ LEDGFGTS AT END MOVE "SIM" TO FIM-FGTS.

       SOLTA-FGTS SECTION.
           MOVE MAT-FGTS TO MAT-TRAB.
           MOVE ANOMES-FGTS TO ANOMES-TRAB.
           MOVE DATA-FGTS TO DATA-TRAB.
           MOVE TIPO-FGTS TO TIPO-TRAB.
           MOVE BASE-FGTS TO BASE-TRAB.
           MOVE VALOR-FGTS TO VALOR-TRAB.
           RELEASE REG-TRAB.
           PERFORM LE-FGTS.

       ROT-SAIDA SECTION.
           OPEN OUTPUT GUIAFGTS
                       RELFGTS
                       RELEXTF.
           MOVE COMPETENCIA TO COMP-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM LIN-CAB AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           PERFORM LE-TRAB.
           PERFORM PRINCIPAL UNTIL FIM-TRAB EQUAL "SIM".
           PERFORM FECHA-FUNCIONARIO.
           PERFORM GRAVA-TOTAL.
           CLOSE GUIAFGTS
                 RELFGTS
                 RELEXTF.
           DISPLAY "EM0324 - COMPETENCIA " COMPETENCIA " - "
                   CT-FUNC-GUIA " FUNCIONARIOS NA GUIA, "
                   CT-EXTRATOS " EXTRATOS".

       LE-TRAB SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

       PRINCIPAL SECTION.
           IF PRIMEIRO EQUAL 1
               MOVE ZEROES TO PRIMEIRO
               MOVE MAT-TRAB TO MAT-ANT
               PERFORM ABRE-EXTRATO
           ELSE
               IF MAT-TRAB NOT EQUAL MAT-ANT
                   PERFORM FECHA-FUNCIONARIO
                   MOVE MAT-TRAB TO MAT-ANT
                   PERFORM ABRE-EXTRATO.
           IF TIPO-TRAB NOT EQUAL "M"
               ADD VALOR-TRAB TO SALDO-FUNC.
      * A BASE DA MULTA E O SALDO DA CONTA, NAO REMUNERACAO: SO O
      * VALOR DELA ENTRA NA GUIA.
           IF ANOMES-TRAB EQUAL COMPETENCIA
               ADD VALOR-TRAB TO VALOR-COMP
               IF TIPO-TRAB NOT EQUAL "M"
                   ADD BASE-TRAB TO BASE-COMP.
           PERFORM IMPRIME-MOVIMENTO.
           PERFORM LE-TRAB.

      * CADA FUNCIONARIO COMECA O EXTRATO EM PAGINA NOVA.
       ABRE-EXTRATO SECTION.
           PERFORM BUSCA-NOME.
           ADD 1 TO CT-EXTRATOS.
           MOVE MAT-ANT TO MAT-EXT-TIT.
           MOVE NOME-ATU TO NOME-EXT-TIT.
           IF CT-EXTRATOS EQUAL 1
               WRITE EXT-SAI FROM EXT-TITULO AFTER ADVANCING 1 LINE
           ELSE
               WRITE EXT-SAI FROM EXT-TITULO AFTER ADVANCING PAGE.
           WRITE EXT-SAI FROM EXT-CAB AFTER ADVANCING 2 LINES.
           MOVE SPACES TO EXT-SAI.
           WRITE EXT-SAI AFTER ADVANCING 1 LINE.

       IMPRIME-MOVIMENTO SECTION.
           MOVE ANOMES-TRAB TO COMP-EXT.
           MOVE DATA-TRAB TO DATA-EXT.
           EVALUATE TIPO-TRAB
               WHEN "F" MOVE "FOLHA"      TO TIPO-EXT
               WHEN "D" MOVE "13O SAL."   TO TIPO-EXT
               WHEN "V" MOVE "FERIAS"     TO TIPO-EXT
               WHEN "R" MOVE "RESCISAO"   TO TIPO-EXT
               WHEN "M" MOVE "MULTA 40%"  TO TIPO-EXT
               WHEN OTHER MOVE "TIPO ?"   TO TIPO-EXT
           END-EVALUATE.
           MOVE BASE-TRAB TO BASE-EXT.
           MOVE VALOR-TRAB TO VALOR-EXT.
           MOVE SALDO-FUNC TO SALDO-EXT.
           WRITE EXT-SAI FROM EXT-DET AFTER ADVANCING 1 LINE.

      * FECHAMENTO DA MATRICULA: SALDO NO EXTRATO E, SE HOUVE
      * MOVIMENTO NA COMPETENCIA, LINHA NA GUIA.
       FECHA-FUNCIONARIO SECTION.
           MOVE SALDO-FUNC TO SALDO-FIM-EXT.
           WRITE EXT-SAI FROM EXT-SALDO AFTER ADVANCING 2 LINES.
           IF VALOR-COMP IS GREATER THAN ZEROES
               PERFORM GRAVA-GUIA.
           MOVE ZEROES TO SALDO-FUNC BASE-COMP VALOR-COMP.

       GRAVA-GUIA SECTION.
           ADD 1 TO CT-FUNC-GUIA.
           ADD BASE-COMP TO TOT-BASE.
           ADD VALOR-COMP TO TOT-VALOR.
           MOVE "D" TO TIPO-GUIA.
           MOVE COMPETENCIA TO COMP-GUIA.
           MOVE MAT-ANT TO MAT-GUIA.
           MOVE NOME-ATU TO NOME-GUIA.
           MOVE BASE-COMP TO BASE-GUIA.
           MOVE VALOR-COMP TO VALOR-GUIA.
           MOVE 1 TO QTD-GUIA.
           MOVE DATA-RODADA TO DATA-GUIA.
           WRITE REG-GUIA.
           MOVE MAT-ANT TO MAT-LIN.
           MOVE NOME-ATU TO NOME-LIN.
           MOVE BASE-COMP TO BASE-LIN.
           MOVE VALOR-COMP TO VALOR-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

      * REGISTRO "T": TOTAL DA EMPRESA NA COMPETENCIA, SEMPRE GRAVADO
      * (GUIA ZERADA TAMBEM E INFORMADA).
       GRAVA-TOTAL SECTION.
           MOVE "T" TO TIPO-GUIA.
           MOVE COMPETENCIA TO COMP-GUIA.
           MOVE ZEROES TO MAT-GUIA.
           MOVE SPACES TO NOME-GUIA.
           MOVE TOT-BASE TO BASE-GUIA.
           MOVE TOT-VALOR TO VALOR-GUIA.
           MOVE CT-FUNC-GUIA TO QTD-GUIA.
           MOVE DATA-RODADA TO DATA-GUIA.
           WRITE REG-GUIA.
           MOVE CT-FUNC-GUIA TO QTD-TOT-LIN.
           MOVE TOT-BASE TO BASE-TOT-LIN.
           MOVE TOT-VALOR TO VALOR-TOT-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.

       BUSCA-NOME SECTION.
           MOVE SPACES TO NOME-ATU.
           MOVE ZEROES TO POS-FUNC IDX-FUNC.
           PERFORM TESTA-NOME QTD-FUNC TIMES.
           IF POS-FUNC IS GREATER THAN ZEROES
               MOVE NOME-FUNC-TAB(POS-FUNC) TO NOME-ATU.

       TESTA-NOME SECTION.
           ADD 1 TO IDX-FUNC.
           IF MAT-FUNC-TAB(IDX-FUNC) EQUAL MAT-ANT
               MOVE IDX-FUNC TO POS-FUNC.

       COPY LEDATAMOV.
