       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0340.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       DEMONSTRATIVO ANUAL DE MENSALIDADES PAGAS POR
      *               RESPONSAVEL FINANCEIRO, PARA A DECLARACAO DO
      *               IMPOSTO DE RENDA (DESPESA COM INSTRUCAO DOS
      *               DEPENDENTES), NOS MOLDES DO INFORME DE
      *               RENDIMENTOS DO EM0313. CADA BAIXA DO EM0321
      *               ACRESCENTA AO RAZAO PAGRESP.DAT (VER PAGRESP.CPY)
      *               O QUE FOI PAGO POR ALUNO VINCULADO A UM
      *               RESPONSAVEL; ESTE JOB SELECIONA OS PAGAMENTOS DO
      *               ANO DE REFERENCIA, ORDENA POR RESPONSAVEL/ALUNO/
      *               DATA E IMPRIME EM RELDEMR UMA PAGINA POR
      *               RESPONSAVEL: CODIGO, NOME, CPF E ENDERECO DO
      *               CADRESP, O VALOR PAGO EM CADA MES POR ALUNO (NOME
      *               DO CADALU), O TOTAL DE CADA ALUNO E O TOTAL DO
      *               RESPONSAVEL NO ANO, MAIS O TOTAL GERAL AO FINAL.
      *               ANO DE REFERENCIA NO RUNCTL (PROG "EM0340"):
      *                 PARM1 = ANO AAAA (ZERO = ANO ANTERIOR AO DA
      *                         DATA DE MOVIMENTO - O DEMONSTRATIVO E
      *                         TIRADO NO INICIO DO ANO SEGUINTE)
      *               RESPONSAVEL QUE NAO ESTA MAIS NO CADRESP SAI SEM
      *               CPF E ENDERECO, MARCADO, COM RETURN-CODE 4.
      *               PAGRESP AUSENTE, VAZIO OU SEM PAGAMENTO NO ANO
      *               DEVOLVE 16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGRESP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PGR.

           SELECT CADRESP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESP.

           SELECT CADALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALU.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT TRAB ASSIGN TO DISK.

           SELECT RELDEMR ASSIGN TO DISK.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       COPY PAGRESP.

       COPY CADRESP.

       FD CADALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".

       01 REG-ALU.
           02 TURMA-ALU      PIC 9(03).
           02 COD-ALU        PIC 9(07).
           02 NOME-ALU       PIC X(30).
           02 NOTA-ALU       PIC X(16).

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
           02 COD-TRAB       PIC 9(07).
           02 MAT-TRAB       PIC 9(07).
           02 ANOMES-TRAB    PIC 9(06).
           02 VALOR-TRAB     PIC 9(09)V99.

       FD RELDEMR
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-PGR            PIC X(03) VALUE "NAO".
       77 FIM-RESP           PIC X(03) VALUE "NAO".
       77 FIM-ALU            PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FIM-TRAB           PIC X(03) VALUE "NAO".
       77 FS-PGR             PIC X(02) VALUE SPACES.
       77 FS-RESP            PIC X(02) VALUE SPACES.
       77 FS-ALU             PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 QTD-RESP           PIC 9(03) VALUE ZEROES.
       77 IDX-RESP           PIC 9(03) VALUE ZEROES.
       77 POS-RESP           PIC 9(03) VALUE ZEROES.
       77 QTD-ALU            PIC 9(03) VALUE ZEROES.
       77 IDX-ALU            PIC 9(03) VALUE ZEROES.
       77 POS-ALU            PIC 9(03) VALUE ZEROES.
       77 COD-ANT            PIC 9(07) VALUE ZEROES.
       77 MAT-ANT            PIC 9(07) VALUE ZEROES.
       77 ANOMES-ANT         PIC 9(06) VALUE ZEROES.
       77 CT-RESPONSAVEIS    PIC 9(05) VALUE ZEROES.
       77 CT-SEM-CADASTRO    PIC 9(05) VALUE ZEROES.
       77 TOT-MES            PIC 9(09)V99 VALUE ZEROES.
       77 TOT-ALUNO          PIC 9(09)V99 VALUE ZEROES.
       77 TOT-RESP           PIC 9(11)V99 VALUE ZEROES.
       77 TOT-GERAL          PIC 9(11)V99 VALUE ZEROES.

       01 ANO-REF-X          PIC X(04) VALUE SPACES.
       01 ANO-REF REDEFINES ANO-REF-X PIC 9(04).

       01 ANOMES-EDICAO.
           02 ANO-EDICAO     PIC 9(04).
           02 MES-EDICAO     PIC 9(02).
       01 ANOMES-EDICAO-9 REDEFINES ANOMES-EDICAO PIC 9(06).

       COPY WSDATAMOV.

       01 TAB-RESP.
           02 ENT-RESP OCCURS 500 TIMES.
               03 COD-RESP-TAB   PIC 9(07).
               03 CPF-RESP-TAB   PIC 9(11).
               03 NOME-RESP-TAB  PIC X(30).
               03 ENDER-RESP-TAB PIC X(40).
               03 CIDADE-RESP-TAB PIC X(20).
               03 UF-RESP-TAB    PIC X(02).
               03 CEP-RESP-TAB   PIC 9(08).

       01 TAB-ALU.
           02 ENT-ALU OCCURS 500 TIMES.
               03 MAT-ALU-TAB    PIC 9(07).
               03 NOME-ALU-TAB   PIC X(30).

       01 CAB-01.
           02 FILLER         PIC X(18) VALUE SPACES.
           02 FILLER         PIC X(42) VALUE
                  "DEMONSTRATIVO DE MENSALIDADES PAGAS - ANO ".
           02 ANO-CAB        PIC 9(04).
           02 FILLER         PIC X(16) VALUE SPACES.

       01 CAB-02.
           02 FILLER         PIC X(13) VALUE "RESPONSAVEL: ".
           02 COD-CAB        PIC 9(07).
           02 FILLER         PIC X(08) VALUE "  NOME: ".
           02 NOME-CAB       PIC X(30).
           02 FILLER         PIC X(22) VALUE SPACES.

       01 CAB-03.
           02 FILLER         PIC X(05) VALUE "CPF: ".
           02 CPF-CAB        PIC 9(11).
           02 FILLER         PIC X(08) VALUE "   CEP: ".
           02 CEP-CAB        PIC 9(08).
           02 FILLER         PIC X(48) VALUE SPACES.

       01 CAB-04.
           02 FILLER         PIC X(10) VALUE "ENDERECO: ".
           02 ENDER-CAB      PIC X(40).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CIDADE-CAB     PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 UF-CAB         PIC X(02).
           02 FILLER         PIC X(06) VALUE SPACES.

       01 CAB-05.
           02 FILLER         PIC X(10) VALUE "MATRICULA ".
           02 FILLER         PIC X(32) VALUE "ALUNO".
           02 FILLER         PIC X(11) VALUE "MES/ANO".
           02 FILLER         PIC X(14) VALUE "    VALOR PAGO".
           02 FILLER         PIC X(13) VALUE SPACES.

       01 LIN-SEM-CADASTRO.
           02 FILLER         PIC X(40) VALUE
                  "*** RESPONSAVEL FORA DO CADRESP - SEM CP".
           02 FILLER         PIC X(40) VALUE
                  "F E ENDERECO ***                        ".

       01 DETALHE.
           02 MAT-LIN        PIC 9(07).
           02 MAT-LIN-X REDEFINES MAT-LIN PIC X(07).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 NOME-LIN       PIC X(30).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 MES-LIN        PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 ANO-LIN        PIC 9(04).
           02 FILLER         PIC X(04) VALUE SPACES.
           02 VALOR-LIN      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(13) VALUE SPACES.

       01 LIN-TOTAL-ALU.
           02 FILLER         PIC X(10) VALUE SPACES.
           02 FILLER         PIC X(43) VALUE "TOTAL DO ALUNO".
           02 TALU-LIN       PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(13) VALUE SPACES.

       01 LIN-TOTAL-RESP.
           02 FILLER         PIC X(50) VALUE
                  "TOTAL PAGO NO ANO PELO RESPONSAVEL".
           02 TRESP-LIN      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(13) VALUE SPACES.

       01 LIN-NOTA-1.
           02 FILLER         PIC X(40) VALUE
                  "VALORES EFETIVAMENTE PAGOS NO ANO-CALEND".
           02 FILLER         PIC X(40) VALUE
                  "ARIO, PARA A DECLARACAO DO IMPOSTO DE   ".

       01 LIN-NOTA-2.
           02 FILLER         PIC X(40) VALUE
                  "RENDA (DESPESAS COM INSTRUCAO DOS DEPEND".
           02 FILLER         PIC X(40) VALUE
                  "ENTES).                                 ".

       01 LIN-TOTAL-GERAL.
           02 FILLER         PIC X(27) VALUE
                  "TOTAL GERAL - RESPONSAVEIS:".
           02 CRESP-LIN      PIC ZZ.ZZ9.
           02 FILLER         PIC X(09) VALUE "  VALOR: ".
           02 TGER-LIN       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.

       EM03-40.
           SORT TRAB
               ASCENDING KEY COD-TRAB
               ASCENDING KEY MAT-TRAB
               ASCENDING KEY ANOMES-TRAB
               INPUT  PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           IF CT-SEM-CADASTRO IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

      * SO ENTRAM OS PAGAMENTOS DO ANO DE REFERENCIA.
       ROT-ENTRADA SECTION.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO(1:4) TO ANO-REF-X.
           SUBTRACT 1 FROM ANO-REF.
           PERFORM CARGA-RUNCTL.
           PERFORM CARGA-CADRESP.
           PERFORM CARGA-CADALU.
           OPEN INPUT PAGRESP.
           IF FS-PGR NOT EQUAL "00"
               DISPLAY "PAGRESP NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-PGR
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-PGR.
           IF FIM-PGR EQUAL "SIM"
               DISPLAY "PAGRESP SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM SOLTA-PGR UNTIL FIM-PGR EQUAL "SIM".
           CLOSE PAGRESP.

      * SEM O RUNCTL OU SEM O REGISTRO, O ANO ANTERIOR AO DA DATA DE
      * MOVIMENTO.
       CARGA-RUNCTL SECTION.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0340"
               IF PROG-RUNCTL EQUAL "EM0340"
                   PERFORM ACEITA-PARAMETROS
               END-IF
               CLOSE RUNCTL.

       LE-RUNCTL SECTION.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

       ACEITA-PARAMETROS SECTION.
           IF PARM1-RUNCTL IS GREATER THAN 9999
               DISPLAY "EM0340 - ANO INVALIDO NO RUNCTL - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF PARM1-RUNCTL IS GREATER THAN ZEROES
               MOVE PARM1-RUNCTL TO ANO-REF.

      * NOME, CPF E ENDERECO DO RESPONSAVEL PARA O CABECALHO.
       CARGA-CADRESP SECTION.
           OPEN INPUT CADRESP.
           IF FS-RESP EQUAL "00"
               PERFORM LE-RESP UNTIL FIM-RESP EQUAL "SIM"
               CLOSE CADRESP
           ELSE
               DISPLAY "EM0340 - SEM CADRESP - DEMONSTRATIVOS SEM "
                       "CPF E ENDERECO".

       LE-RESP SECTION.
           READ CADRESP AT END
               MOVE "SIM" TO FIM-RESP.
           IF FIM-RESP NOT EQUAL "SIM"
               IF QTD-RESP GREATER THAN OR EQUAL TO 500
                   DISPLAY "CADRESP EXCEDE LIMITE DE 500 "
                           "RESPONSAVEIS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-RESP
                   MOVE COD-RESP TO COD-RESP-TAB(QTD-RESP)
                   MOVE CPF-RESP TO CPF-RESP-TAB(QTD-RESP)
                   MOVE NOME-RESP TO NOME-RESP-TAB(QTD-RESP)
                   MOVE ENDER-RESP TO ENDER-RESP-TAB(QTD-RESP)
                   MOVE CIDADE-RESP TO CIDADE-RESP-TAB(QTD-RESP)
                   MOVE UF-RESP TO UF-RESP-TAB(QTD-RESP)
                   MOVE CEP-RESP TO CEP-RESP-TAB(QTD-RESP).

      * NOME DO ALUNO; QUEM JA SAIU DO CADALU SAI SEM NOME.
       CARGA-CADALU SECTION.
           OPEN INPUT CADALU.
           IF FS-ALU EQUAL "00"
               PERFORM LE-ALU UNTIL FIM-ALU EQUAL "SIM"
               CLOSE CADALU.

       LE-ALU SECTION.
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
                   MOVE COD-ALU TO MAT-ALU-TAB(QTD-ALU)
                   MOVE NOME-ALU TO NOME-ALU-TAB(QTD-ALU).

       LE-PGR SECTION.
           READ PAGRESP AT END MOVE "SIM" TO FIM-PGR.

       SOLTA-PGR SECTION.
           IF DATA-PGR(1:4) EQUAL ANO-REF-X
               MOVE COD-PGR TO COD-TRAB
               MOVE MAT-PGR TO MAT-TRAB
               MOVE DATA-PGR(1:6) TO ANOMES-TRAB
               MOVE VALOR-PGR TO VALOR-TRAB
               RELEASE REG-TRAB.
           PERFORM LE-PGR.

       ROT-SAIDA SECTION.
           OPEN OUTPUT RELDEMR.
           MOVE ANO-REF TO ANO-CAB.
           PERFORM LE-TRAB.
           IF FIM-TRAB EQUAL "SIM"
               DISPLAY "NENHUM PAGAMENTO DO ANO " ANO-REF
                       " EM PAGRESP - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM PRINCIPAL UNTIL FIM-TRAB EQUAL "SIM".
           PERFORM TOTAL-GERAL.
           CLOSE RELDEMR.

       LE-TRAB SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

      * QUEBRA POR RESPONSAVEL (PAGINA), ALUNO (SUBTOTAL) E MES (UMA
      * LINHA COM A SOMA DOS PAGAMENTOS DO MES).
       PRINCIPAL SECTION.
           PERFORM CABECALHO-RESPONSAVEL.
           PERFORM TRATA-ALUNO
               UNTIL FIM-TRAB EQUAL "SIM" OR COD-TRAB NOT EQUAL COD-ANT.
           PERFORM TOTAL-RESPONSAVEL.

       TRATA-ALUNO SECTION.
           MOVE MAT-TRAB TO MAT-ANT.
           MOVE ZEROES TO TOT-ALUNO.
           PERFORM PROCURA-ALUNO.
           MOVE MAT-TRAB TO MAT-LIN.
           IF POS-ALU IS GREATER THAN ZEROES
               MOVE NOME-ALU-TAB(POS-ALU) TO NOME-LIN
           ELSE
               MOVE "(FORA DO CADALU)" TO NOME-LIN.
           PERFORM TRATA-MES
               UNTIL FIM-TRAB EQUAL "SIM" OR COD-TRAB NOT EQUAL COD-ANT
                  OR MAT-TRAB NOT EQUAL MAT-ANT.
           MOVE TOT-ALUNO TO TALU-LIN.
           WRITE REL-SAI FROM LIN-TOTAL-ALU AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.

       TRATA-MES SECTION.
           MOVE ANOMES-TRAB TO ANOMES-ANT.
           MOVE ZEROES TO TOT-MES.
           PERFORM SOMA-MES
               UNTIL FIM-TRAB EQUAL "SIM" OR COD-TRAB NOT EQUAL COD-ANT
                  OR MAT-TRAB NOT EQUAL MAT-ANT
                  OR ANOMES-TRAB NOT EQUAL ANOMES-ANT.
           MOVE ANOMES-ANT TO ANOMES-EDICAO-9.
           MOVE MES-EDICAO TO MES-LIN.
           MOVE ANO-EDICAO TO ANO-LIN.
           MOVE TOT-MES TO VALOR-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO MAT-LIN-X NOME-LIN.
           ADD TOT-MES TO TOT-ALUNO TOT-RESP TOT-GERAL.

       SOMA-MES SECTION.
           ADD VALOR-TRAB TO TOT-MES.
           PERFORM LE-TRAB.

       CABECALHO-RESPONSAVEL SECTION.
           MOVE COD-TRAB TO COD-ANT.
           ADD 1 TO CT-RESPONSAVEIS.
           MOVE ZEROES TO TOT-RESP.
           PERFORM PROCURA-RESPONSAVEL.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING PAGE.
           WRITE REL-SAI FROM CAB-01 AFTER ADVANCING 1 LINE.
           MOVE COD-TRAB TO COD-CAB.
           IF POS-RESP IS GREATER THAN ZEROES
               MOVE NOME-RESP-TAB(POS-RESP) TO NOME-CAB
               MOVE CPF-RESP-TAB(POS-RESP) TO CPF-CAB
               MOVE CEP-RESP-TAB(POS-RESP) TO CEP-CAB
               MOVE ENDER-RESP-TAB(POS-RESP) TO ENDER-CAB
               MOVE CIDADE-RESP-TAB(POS-RESP) TO CIDADE-CAB
               MOVE UF-RESP-TAB(POS-RESP) TO UF-CAB
               WRITE REL-SAI FROM CAB-02 AFTER ADVANCING 2 LINES
               WRITE REL-SAI FROM CAB-03 AFTER ADVANCING 1 LINE
               WRITE REL-SAI FROM CAB-04 AFTER ADVANCING 1 LINE
           ELSE
               ADD 1 TO CT-SEM-CADASTRO
               MOVE SPACES TO NOME-CAB
               WRITE REL-SAI FROM CAB-02 AFTER ADVANCING 2 LINES
               WRITE REL-SAI FROM LIN-SEM-CADASTRO
                   AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM CAB-05 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.

       PROCURA-RESPONSAVEL SECTION.
           MOVE ZEROES TO POS-RESP IDX-RESP.
           PERFORM TESTA-RESPONSAVEL QTD-RESP TIMES.

       TESTA-RESPONSAVEL SECTION.
           ADD 1 TO IDX-RESP.
           IF COD-RESP-TAB(IDX-RESP) EQUAL COD-TRAB
               MOVE IDX-RESP TO POS-RESP.

       PROCURA-ALUNO SECTION.
           MOVE ZEROES TO POS-ALU IDX-ALU.
           PERFORM TESTA-ALUNO QTD-ALU TIMES.

       TESTA-ALUNO SECTION.
           ADD 1 TO IDX-ALU.
           IF MAT-ALU-TAB(IDX-ALU) EQUAL MAT-TRAB
               MOVE IDX-ALU TO POS-ALU.

       TOTAL-RESPONSAVEL SECTION.
           MOVE TOT-RESP TO TRESP-LIN.
           WRITE REL-SAI FROM LIN-TOTAL-RESP AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM LIN-NOTA-1 AFTER ADVANCING 3 LINES.
           WRITE REL-SAI FROM LIN-NOTA-2 AFTER ADVANCING 1 LINE.

       TOTAL-GERAL SECTION.
           MOVE CT-RESPONSAVEIS TO CRESP-LIN.
           MOVE TOT-GERAL TO TGER-LIN.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING PAGE.
           WRITE REL-SAI FROM LIN-TOTAL-GERAL AFTER ADVANCING 1 LINE.
           DISPLAY "EM0340 - " CT-RESPONSAVEIS
                   " DEMONSTRATIVOS EMITIDOS PARA O ANO " ANO-REF.

       ROT-DATAMOV SECTION.

       COPY LEDATAMOV.
