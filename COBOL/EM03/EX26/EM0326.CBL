       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0326.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       RELATORIO MENSAL DE AFASTAMENTOS (RELAFAST), A
      *               PARTIR DO CADASTRO CADAFAST.DAT MANTIDO PELO
      *               EM0325. TRES QUADROS PARA A COMPETENCIA:
      *                 1 - AFASTADOS NO MES: AFASTAMENTOS QUE
      *                     COMECARAM ATE O FIM DO MES E NAO TINHAM
      *                     TERMINADO NO PRIMEIRO DIA;
      *                 2 - RETORNOS DO MES: QUEM VOLTOU NO MES OU
      *                     TEM O RETORNO PREVISTO NO MES E AINDA NAO
      *                     VOLTOU;
      *                 3 - RETORNOS EM ATRASO: RETORNO PREVISTO ANTES
      *                     DA DATA DE MOVIMENTO SEM O RETORNO
      *                     REGISTRADO - O RH PRECISA PRORROGAR O
      *                     AFASTAMENTO OU LANCAR A VOLTA NO EM0325.
      *               A COMPETENCIA VEM DO RUNCTL (PROG "EM0326",
      *               PARM1 = AAAAMM); ZERO OU AUSENTE = MES DA DATA DE
      *               MOVIMENTO. OS NOMES SAEM DO CADFUNC.DAT, OPCIONAL.
      *               CADAFAST AUSENTE ENCERRA COM RETURN-CODE 16;
      *               CADASTRO VAZIO SAI COM OS QUADROS EM BRANCO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAFAST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AFA.

           SELECT CADFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FUNC.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT RELAFAST ASSIGN TO DISK.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       COPY CADAFAST.

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

       FD RELAFAST
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-AFA            PIC X(03) VALUE "NAO".
       77 FIM-FUNC           PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FS-AFA             PIC X(02) VALUE SPACES.
       77 FS-FUNC            PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 COMPETENCIA        PIC 9(06) VALUE ZEROES.
       77 PRIM-DIA-MES       PIC 9(08) VALUE ZEROES.
       77 ULT-DIA-MES        PIC 9(08) VALUE ZEROES.
       77 QTD-AFA            PIC 9(03) VALUE ZEROES.
       77 IDX-AFA            PIC 9(03) VALUE ZEROES.
       77 QTD-FUNC           PIC 9(03) VALUE ZEROES.
       77 IDX-FUNC           PIC 9(03) VALUE ZEROES.
       77 ACHOU-FUNC         PIC 9     VALUE ZEROES.
       77 CT-QUADRO          PIC 9(03) VALUE ZEROES.
       77 CT-AFASTADOS       PIC 9(03) VALUE ZEROES.
       77 CT-RETORNOS        PIC 9(03) VALUE ZEROES.
       77 CT-ATRASOS         PIC 9(03) VALUE ZEROES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

      * DATA AAAAMMDD DO CADASTRO E A MESMA DATA EM DD/MM/AAAA.
       01 DATA-CAD           PIC 9(08) VALUE ZEROES.
       01 DATA-CAD-R REDEFINES DATA-CAD.
           02 AA-CAD         PIC 9(04).
           02 MM-CAD         PIC 9(02).
           02 DD-CAD         PIC 9(02).

       01 DATA-FMT.
           02 DD-FMT         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-FMT         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AA-FMT         PIC 9(04).

       COPY WSDATAMOV.

       01 TAB-AFA.
           02 ENT-AFA OCCURS 500 TIMES.
               03 MAT-AFA-TAB      PIC 9(05).
               03 TIPO-AFA-TAB     PIC X(01).
               03 INICIO-AFA-TAB   PIC 9(08).
               03 PREVISTO-AFA-TAB PIC 9(08).
               03 RETORNO-AFA-TAB  PIC 9(08).

       01 TAB-FUNC.
           02 ENT-FUNC OCCURS 300 TIMES.
               03 MAT-FUNC-TAB   PIC 9(05).
               03 NOME-FUNC-TAB  PIC X(30).

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
                  "RELATORIO DE AFASTAMENTOS - COMPETENCIA ".
           02 COMP-TIT       PIC 9999/99.
           02 FILLER         PIC X(33) VALUE SPACES.

       01 LIN-QUADRO.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 TIT-QUADRO     PIC X(40).
           02 FILLER         PIC X(38) VALUE SPACES.

       01 LIN-CAB.
           02 FILLER         PIC X(40) VALUE
                  "MATR.  NOME                      TIPO   ".
           02 FILLER         PIC X(40) VALUE
                  "      INICIO     PREVISTO   RETORNO     ".

       01 DETALHE.
           02 MAT-LIN        PIC 9(05).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NOME-LIN       PIC X(25).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 TIPO-LIN       PIC X(12).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 INICIO-LIN     PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PREVISTO-LIN   PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RETORNO-LIN    PIC X(10).
           02 FILLER         PIC X(02) VALUE SPACES.

       01 LIN-TOT-QUADRO.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(12) VALUE "QUANTIDADE: ".
           02 QTD-QUADRO-LIN PIC ZZ9.
           02 FILLER         PIC X(63) VALUE SPACES.

       01 LIN-VAZIO.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(20) VALUE "NENHUM FUNCIONARIO".
           02 FILLER         PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.

       EM03-26.
           PERFORM INICIO.
           PERFORM QUADRO-AFASTADOS.
           PERFORM QUADRO-RETORNOS.
           PERFORM QUADRO-ATRASOS.
           PERFORM FIM.
           MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           MOVE DATA-RODADA-X(1:6) TO COMPETENCIA.
           PERFORM CARGA-RUNCTL.
           COMPUTE PRIM-DIA-MES = COMPETENCIA * 100 + 1.
           COMPUTE ULT-DIA-MES = COMPETENCIA * 100 + 31.
           OPEN INPUT CADAFAST.
           IF FS-AFA NOT EQUAL "00"
               DISPLAY "CADAFAST NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-AFA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-AFA UNTIL FIM-AFA EQUAL "SIM".
           CLOSE CADAFAST.
           PERFORM CARGA-CADFUNC.
           OPEN OUTPUT RELAFAST.
           MOVE COMPETENCIA TO COMP-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.

       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0326"
               IF PROG-RUNCTL EQUAL "EM0326" AND
                  PARM1-RUNCTL NOT EQUAL ZEROES
                   MOVE PARM1-RUNCTL TO COMPETENCIA
               END-IF
               CLOSE RUNCTL.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

       LE-AFA.
           READ CADAFAST AT END
               MOVE "SIM" TO FIM-AFA.
           IF FIM-AFA NOT EQUAL "SIM"
               IF QTD-AFA GREATER THAN OR EQUAL TO 500
                   DISPLAY "CADAFAST EXCEDE LIMITE DE 500 "
                           "AFASTAMENTOS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-AFA
                   MOVE MAT-AFA TO MAT-AFA-TAB(QTD-AFA)
                   MOVE TIPO-AFA TO TIPO-AFA-TAB(QTD-AFA)
                   MOVE INICIO-AFA TO INICIO-AFA-TAB(QTD-AFA)
                   MOVE PREVISTO-AFA TO PREVISTO-AFA-TAB(QTD-AFA)
                   MOVE RETORNO-AFA TO RETORNO-AFA-TAB(QTD-AFA).

      * NOMES DO CADASTRO ATUAL; CADFUNC AUSENTE SO TIRA O NOME DO
      * RELATORIO.
       CARGA-CADFUNC.
           OPEN INPUT CADFUNC.
           IF FS-FUNC EQUAL "00"
               PERFORM LE-FUNC UNTIL FIM-FUNC EQUAL "SIM"
               CLOSE CADFUNC
           ELSE
               DISPLAY "EM0326 - SEM CADFUNC - NOMES EM BRANCO".

       LE-FUNC.
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
                   MOVE NOME-FUNC TO NOME-FUNC-TAB(QTD-FUNC).

      * QUADRO 1 - AFASTADOS EM ALGUM DIA DA COMPETENCIA.
       QUADRO-AFASTADOS.
           MOVE "1 - AFASTADOS NO MES" TO TIT-QUADRO.
           PERFORM ABRE-QUADRO.
           MOVE ZEROES TO IDX-AFA.
           PERFORM TESTA-AFASTADO QTD-AFA TIMES.
           MOVE CT-QUADRO TO CT-AFASTADOS.
           PERFORM FECHA-QUADRO.

       TESTA-AFASTADO.
           ADD 1 TO IDX-AFA.
           IF INICIO-AFA-TAB(IDX-AFA) IS NOT GREATER THAN ULT-DIA-MES
              AND (RETORNO-AFA-TAB(IDX-AFA) EQUAL ZEROES OR
                   RETORNO-AFA-TAB(IDX-AFA) IS GREATER THAN
                   PRIM-DIA-MES)
               PERFORM IMPRIME-AFA.

      * QUADRO 2 - VOLTOU NO MES, OU TEM A VOLTA PREVISTA NO MES.
       QUADRO-RETORNOS.
           MOVE "2 - RETORNOS DO MES" TO TIT-QUADRO.
           PERFORM ABRE-QUADRO.
           MOVE ZEROES TO IDX-AFA.
           PERFORM TESTA-RETORNO QTD-AFA TIMES.
           MOVE CT-QUADRO TO CT-RETORNOS.
           PERFORM FECHA-QUADRO.

       TESTA-RETORNO.
           ADD 1 TO IDX-AFA.
           IF RETORNO-AFA-TAB(IDX-AFA) EQUAL ZEROES
               IF PREVISTO-AFA-TAB(IDX-AFA) IS NOT LESS THAN
                  PRIM-DIA-MES AND
                  PREVISTO-AFA-TAB(IDX-AFA) IS NOT GREATER THAN
                  ULT-DIA-MES
                   PERFORM IMPRIME-AFA
               END-IF
           ELSE
               IF RETORNO-AFA-TAB(IDX-AFA) IS NOT LESS THAN
                  PRIM-DIA-MES AND
                  RETORNO-AFA-TAB(IDX-AFA) IS NOT GREATER THAN
                  ULT-DIA-MES
                   PERFORM IMPRIME-AFA.

      * QUADRO 3 - A VOLTA JA DEVIA TER ACONTECIDO E NAO FOI LANCADA.
       QUADRO-ATRASOS.
           MOVE "3 - RETORNOS EM ATRASO" TO TIT-QUADRO.
           PERFORM ABRE-QUADRO.
           MOVE ZEROES TO IDX-AFA.
           PERFORM TESTA-ATRASO QTD-AFA TIMES.
           MOVE CT-QUADRO TO CT-ATRASOS.
           PERFORM FECHA-QUADRO.

       TESTA-ATRASO.
           ADD 1 TO IDX-AFA.
           IF RETORNO-AFA-TAB(IDX-AFA) EQUAL ZEROES AND
              PREVISTO-AFA-TAB(IDX-AFA) IS LESS THAN DATA-RODADA
               PERFORM IMPRIME-AFA.

       ABRE-QUADRO.
           MOVE ZEROES TO CT-QUADRO.
           WRITE REL-SAI FROM LIN-QUADRO AFTER ADVANCING 3 LINES.
           WRITE REL-SAI FROM LIN-CAB AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.

       FECHA-QUADRO.
           IF CT-QUADRO EQUAL ZEROES
               WRITE REL-SAI FROM LIN-VAZIO AFTER ADVANCING 1 LINE
           ELSE
               MOVE CT-QUADRO TO QTD-QUADRO-LIN
               WRITE REL-SAI FROM LIN-TOT-QUADRO
                   AFTER ADVANCING 2 LINES.

       IMPRIME-AFA.
           ADD 1 TO CT-QUADRO.
           MOVE MAT-AFA-TAB(IDX-AFA) TO MAT-LIN.
           PERFORM PROCURA-FUNC.
           IF ACHOU-FUNC EQUAL 1
               MOVE NOME-FUNC-TAB(IDX-FUNC) TO NOME-LIN
           ELSE
               MOVE SPACES TO NOME-LIN.
           EVALUATE TIPO-AFA-TAB(IDX-AFA)
               WHEN "D" MOVE "DOENCA"       TO TIPO-LIN
               WHEN "M" MOVE "MATERNIDADE"  TO TIPO-LIN
               WHEN "N" MOVE "NAO REMUNER." TO TIPO-LIN
               WHEN OTHER MOVE "TIPO ?"     TO TIPO-LIN
           END-EVALUATE.
           MOVE INICIO-AFA-TAB(IDX-AFA) TO DATA-CAD.
           PERFORM FORMATA-DATA.
           MOVE DATA-FMT TO INICIO-LIN.
           MOVE PREVISTO-AFA-TAB(IDX-AFA) TO DATA-CAD.
           PERFORM FORMATA-DATA.
           MOVE DATA-FMT TO PREVISTO-LIN.
           IF RETORNO-AFA-TAB(IDX-AFA) EQUAL ZEROES
               MOVE "AFASTADO" TO RETORNO-LIN
           ELSE
               MOVE RETORNO-AFA-TAB(IDX-AFA) TO DATA-CAD
               PERFORM FORMATA-DATA
               MOVE DATA-FMT TO RETORNO-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

       FORMATA-DATA.
           MOVE DD-CAD TO DD-FMT.
           MOVE MM-CAD TO MM-FMT.
           MOVE AA-CAD TO AA-FMT.

       PROCURA-FUNC.
           MOVE ZEROES TO ACHOU-FUNC.
           MOVE 1 TO IDX-FUNC.
           PERFORM TESTA-FUNC
               UNTIL IDX-FUNC IS GREATER THAN QTD-FUNC
                  OR ACHOU-FUNC EQUAL 1.

       TESTA-FUNC.
           IF MAT-FUNC-TAB(IDX-FUNC) EQUAL MAT-AFA-TAB(IDX-AFA)
               MOVE 1 TO ACHOU-FUNC
           ELSE
               ADD 1 TO IDX-FUNC.

       FIM.
           CLOSE RELAFAST.
           DISPLAY "EM0326 - COMPETENCIA " COMPETENCIA " - "
                   CT-AFASTADOS " AFASTADOS, " CT-RETORNOS
                   " RETORNOS, " CT-ATRASOS " EM ATRASO".

       COPY LEDATAMOV.
