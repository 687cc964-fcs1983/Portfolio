       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0334.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       IMPRESSAO DO QUADRO DE HORARIOS (CADHORA.DAT,
      *               COPY CADHORA, MANTIDO PELO EM0333) EM TRES
      *               VISOES, CADA UMA NO SEU RELATORIO E ORDENADA
      *               POR SORT PELO DIA DA SEMANA E HORA DE INICIO:
      *                 RELHTUR - POR TURMA (PARA O ALUNO E A
      *                           SECRETARIA);
      *                 RELHPRO - POR PROFESSOR (PROF-TURMA DO
      *                           CADTURMA), COM A CARGA SEMANAL EM
      *                           HORAS;
      *                 RELHSAL - POR SALA, COM OS LUGARES DA SALA
      *                           (PARA A PORTARIA).
      *               CADA GRUPO SAI EM PAGINA PROPRIA. AULA DE TURMA
      *               QUE SAIU DO CADTURMA APARECE SEM CURSO E SEM
      *               PROFESSOR (O EM0333 A APONTA COMO PENDENCIA).
      *               RETURN-CODE 16 QUANDO CADHORA OU CADTURMA NAO
      *               PODEM SER LIDOS OU O QUADRO ESTA VAZIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADHORA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HOR.

           SELECT CADTURMA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TURMA.

           SELECT WORKHOR ASSIGN TO DISK.

           SELECT RELHTUR ASSIGN TO DISK.

           SELECT RELHPRO ASSIGN TO DISK.

           SELECT RELHSAL ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       COPY CADHORA.

       FD CADTURMA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTURMA.DAT".

       01 REG-TURMA.
           02 COD-TURMA      PIC 9(03).
           02 CURSO-TURMA    PIC X(20).
           02 PROF-TURMA     PIC X(20).
           02 CAPAC-TURMA    PIC 9(04).

       SD WORKHOR.

       01 REG-WORKHOR.
           02 CHAVE-W        PIC X(20).
           02 DIA-W          PIC 9(01).
           02 INICIO-W.
               03 HH-INI-W       PIC 9(02).
               03 MM-INI-W       PIC 9(02).
           02 FIM-W.
               03 HH-FIM-W       PIC 9(02).
               03 MM-FIM-W       PIC 9(02).
           02 TURMA-W        PIC 9(03).
           02 SALA-W         PIC X(06).
           02 CAPSALA-W      PIC 9(04).
           02 CURSO-W        PIC X(20).
           02 PROF-W         PIC X(20).

       FD RELHTUR
           LABEL RECORD IS OMITTED.

       01 REL-TUR            PIC X(80).

       FD RELHPRO
           LABEL RECORD IS OMITTED.

       01 REL-PRO            PIC X(80).

       FD RELHSAL
           LABEL RECORD IS OMITTED.

       01 REL-SAL            PIC X(80).

       WORKING-STORAGE SECTION.

       77 FIM-HOR            PIC X(03) VALUE "NAO".
       77 FIM-TURMA          PIC X(03) VALUE "NAO".
       77 FIM-SORT           PIC X(03) VALUE "NAO".
       77 FS-HOR             PIC X(02) VALUE SPACES.
       77 FS-TURMA           PIC X(02) VALUE SPACES.
       77 QTD-TURMA          PIC 9(03) VALUE ZEROES.
       77 IDX-TURMA          PIC 9(03) VALUE ZEROES.
       77 POS-TURMA          PIC 9(03) VALUE ZEROES.
       77 CT-AULAS           PIC 9(05) VALUE ZEROES.
       77 CT-AULAS-GRUPO     PIC 9(03) VALUE ZEROES.
       77 MIN-GRUPO          PIC 9(05) VALUE ZEROES.
       77 MIN-AULA           PIC 9(05) VALUE ZEROES.
       77 HORAS-GRUPO        PIC 9(03) VALUE ZEROES.
       77 RESTO-MIN          PIC 9(02) VALUE ZEROES.
       77 CHAVE-ANT          PIC X(20) VALUE SPACES.
       77 TIPO-QUADRO        PIC X(01) VALUE SPACES.

       01 TAB-TURMA.
           02 ENT-TURMA OCCURS 30 TIMES.
               03 COD-TURMA-TAB  PIC 9(03).
               03 CURSO-TUR-TAB  PIC X(20).
               03 PROF-TUR-TAB   PIC X(20).

       01 TAB-DIAS-X.
           02 FILLER         PIC X(21) VALUE "DOMINGOSEGUNDATERCA  ".
           02 FILLER         PIC X(21) VALUE "QUARTA QUINTA SEXTA  ".
           02 FILLER         PIC X(07) VALUE "SABADO ".
       01 TAB-DIAS REDEFINES TAB-DIAS-X.
           02 NOME-DIA       PIC X(07) OCCURS 7 TIMES.

       01 LINHA-IMP          PIC X(80) VALUE SPACES.

       01 LIN-TIT-TUR.
           02 FILLER         PIC X(40) VALUE
                  "QUADRO DE HORARIOS POR TURMA            ".
           02 FILLER         PIC X(40) VALUE SPACES.

       01 LIN-TIT-PRO.
           02 FILLER         PIC X(40) VALUE
                  "QUADRO DE HORARIOS POR PROFESSOR        ".
           02 FILLER         PIC X(40) VALUE SPACES.

       01 LIN-TIT-SAL.
           02 FILLER         PIC X(40) VALUE
                  "QUADRO DE HORARIOS POR SALA             ".
           02 FILLER         PIC X(40) VALUE SPACES.

       01 GRP-TUR.
           02 FILLER         PIC X(07) VALUE "TURMA: ".
           02 TURMA-GRP      PIC 9(03).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 CURSO-GRP      PIC X(20).
           02 FILLER         PIC X(13) VALUE "  PROFESSOR: ".
           02 PROF-GRP       PIC X(20).
           02 FILLER         PIC X(15) VALUE SPACES.

       01 GRP-PRO.
           02 FILLER         PIC X(11) VALUE "PROFESSOR: ".
           02 PROF-GRP-P     PIC X(20).
           02 FILLER         PIC X(49) VALUE SPACES.

       01 GRP-SAL.
           02 FILLER         PIC X(06) VALUE "SALA: ".
           02 SALA-GRP       PIC X(06).
           02 FILLER         PIC X(11) VALUE "  LUGARES: ".
           02 CAPSALA-GRP    PIC ZZZ9.
           02 FILLER         PIC X(53) VALUE SPACES.

       01 LIN-CAB.
           02 FILLER         PIC X(40) VALUE
                  "DIA     HORARIO     TUR CURSO           ".
           02 FILLER         PIC X(40) VALUE
                  "     SALA   PROFESSOR                   ".

       01 LIN-AULA.
           02 DIA-LIN        PIC X(07).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 HH-INI-LIN     PIC 9(02).
           02 FILLER         PIC X(01) VALUE ":".
           02 MM-INI-LIN     PIC 9(02).
           02 FILLER         PIC X(01) VALUE "-".
           02 HH-FIM-LIN     PIC 9(02).
           02 FILLER         PIC X(01) VALUE ":".
           02 MM-FIM-LIN     PIC 9(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 TURMA-LIN      PIC 9(03).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CURSO-LIN      PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SALA-LIN       PIC X(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PROF-LIN       PIC X(20).
           02 FILLER         PIC X(06) VALUE SPACES.

       01 LIN-TOT-GRP.
           02 FILLER         PIC X(07) VALUE "AULAS: ".
           02 AULAS-TOT      PIC ZZ9.
           02 FILLER         PIC X(18) VALUE "  CARGA SEMANAL:  ".
           02 HORAS-TOT      PIC ZZ9.
           02 FILLER         PIC X(01) VALUE "H".
           02 MIN-TOT        PIC 99.
           02 FILLER         PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       EM03-34.
           PERFORM CARGA-TURMA.
           OPEN OUTPUT RELHTUR
                       RELHPRO
                       RELHSAL.
           MOVE "T" TO TIPO-QUADRO.
           SORT WORKHOR
               ASCENDING KEY CHAVE-W
               ASCENDING KEY DIA-W
               ASCENDING KEY INICIO-W
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           IF CT-AULAS EQUAL ZEROES
               DISPLAY "CADHORA SEM AULAS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE "P" TO TIPO-QUADRO.
           SORT WORKHOR
               ASCENDING KEY CHAVE-W
               ASCENDING KEY DIA-W
               ASCENDING KEY INICIO-W
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           MOVE "S" TO TIPO-QUADRO.
           SORT WORKHOR
               ASCENDING KEY CHAVE-W
               ASCENDING KEY DIA-W
               ASCENDING KEY INICIO-W
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           CLOSE RELHTUR
                 RELHPRO
                 RELHSAL.
           DISPLAY "EM0334 - " CT-AULAS " AULAS NO QUADRO".
           MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       CARGA-TURMA.
           OPEN INPUT CADTURMA.
           IF FS-TURMA NOT EQUAL "00"
               DISPLAY "CADTURMA NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-TURMA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-TURMA UNTIL FIM-TURMA EQUAL "SIM".
           CLOSE CADTURMA.

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
                   MOVE PROF-TURMA TO PROF-TUR-TAB(QTD-TURMA).

      * UMA PASSADA NO CADHORA POR VISAO; A CHAVE DO SORT E A TURMA,
      * O PROFESSOR OU A SALA CONFORME O TIPO-QUADRO.
       ROT-ENTRADA.
           MOVE "NAO" TO FIM-HOR.
           MOVE ZEROES TO CT-AULAS.
           OPEN INPUT CADHORA.
           IF FS-HOR NOT EQUAL "00"
               DISPLAY "CADHORA NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-HOR
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-HOR.
           PERFORM CARREGA-SORT UNTIL FIM-HOR EQUAL "SIM".
           CLOSE CADHORA.

       LE-HOR.
           READ CADHORA AT END MOVE "SIM" TO FIM-HOR.

       CARREGA-SORT.
           ADD 1 TO CT-AULAS.
           MOVE DIA-HOR TO DIA-W.
           MOVE INICIO-HOR TO INICIO-W.
           MOVE TERMINO-HOR TO FIM-W.
           MOVE TURMA-HOR TO TURMA-W.
           MOVE SALA-HOR TO SALA-W.
           MOVE CAPSALA-HOR TO CAPSALA-W.
           MOVE SPACES TO CURSO-W PROF-W.
           MOVE ZEROES TO POS-TURMA IDX-TURMA.
           PERFORM TESTA-TURMA QTD-TURMA TIMES.
           IF POS-TURMA IS GREATER THAN ZEROES
               MOVE CURSO-TUR-TAB(POS-TURMA) TO CURSO-W
               MOVE PROF-TUR-TAB(POS-TURMA) TO PROF-W.
           MOVE SPACES TO CHAVE-W.
           EVALUATE TIPO-QUADRO
               WHEN "T" MOVE TURMA-HOR TO CHAVE-W(1:3)
               WHEN "P" MOVE PROF-W TO CHAVE-W
               WHEN "S" MOVE SALA-HOR TO CHAVE-W
           END-EVALUATE.
           RELEASE REG-WORKHOR.
           PERFORM LE-HOR.

       TESTA-TURMA.
           ADD 1 TO IDX-TURMA.
           IF COD-TURMA-TAB(IDX-TURMA) EQUAL TURMA-HOR
               MOVE IDX-TURMA TO POS-TURMA.

       ROT-SAIDA.
           MOVE "NAO" TO FIM-SORT.
           EVALUATE TIPO-QUADRO
               WHEN "T" MOVE LIN-TIT-TUR TO LINHA-IMP
               WHEN "P" MOVE LIN-TIT-PRO TO LINHA-IMP
               WHEN "S" MOVE LIN-TIT-SAL TO LINHA-IMP
           END-EVALUATE.
           PERFORM IMPRIME-LINHA.
           PERFORM RETORNA-SORT.
           PERFORM IMPRIME-GRUPO UNTIL FIM-SORT EQUAL "SIM".

       RETORNA-SORT.
           RETURN WORKHOR AT END MOVE "SIM" TO FIM-SORT.

      * UM GRUPO POR CHAVE (TURMA, PROFESSOR OU SALA), EM PAGINA
      * PROPRIA, COM O TOTAL DE AULAS E A CARGA SEMANAL NO FIM.
       IMPRIME-GRUPO.
           MOVE CHAVE-W TO CHAVE-ANT.
           MOVE ZEROES TO CT-AULAS-GRUPO MIN-GRUPO.
           PERFORM SALTA-PAGINA.
           EVALUATE TIPO-QUADRO
               WHEN "T"
                   MOVE TURMA-W TO TURMA-GRP
                   MOVE CURSO-W TO CURSO-GRP
                   MOVE PROF-W TO PROF-GRP
                   MOVE GRP-TUR TO LINHA-IMP
               WHEN "P"
                   MOVE PROF-W TO PROF-GRP-P
                   IF PROF-W EQUAL SPACES
                       MOVE "(SEM PROFESSOR)" TO PROF-GRP-P
                   END-IF
                   MOVE GRP-PRO TO LINHA-IMP
               WHEN "S"
                   MOVE SALA-W TO SALA-GRP
                   MOVE CAPSALA-W TO CAPSALA-GRP
                   MOVE GRP-SAL TO LINHA-IMP
           END-EVALUATE.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO LINHA-IMP.
           PERFORM IMPRIME-LINHA.
           MOVE LIN-CAB TO LINHA-IMP.
           PERFORM IMPRIME-LINHA.
           PERFORM IMPRIME-AULA
               UNTIL FIM-SORT EQUAL "SIM"
                  OR CHAVE-W NOT EQUAL CHAVE-ANT.
           MOVE CT-AULAS-GRUPO TO AULAS-TOT.
           DIVIDE MIN-GRUPO BY 60 GIVING HORAS-GRUPO
               REMAINDER RESTO-MIN.
           MOVE HORAS-GRUPO TO HORAS-TOT.
           MOVE RESTO-MIN TO MIN-TOT.
           MOVE SPACES TO LINHA-IMP.
           PERFORM IMPRIME-LINHA.
           MOVE LIN-TOT-GRP TO LINHA-IMP.
           PERFORM IMPRIME-LINHA.

       IMPRIME-AULA.
           ADD 1 TO CT-AULAS-GRUPO.
           COMPUTE MIN-AULA = (HH-FIM-W * 60 + MM-FIM-W)
                            - (HH-INI-W * 60 + MM-INI-W).
           ADD MIN-AULA TO MIN-GRUPO.
           MOVE NOME-DIA(DIA-W) TO DIA-LIN.
           MOVE HH-INI-W TO HH-INI-LIN.
           MOVE MM-INI-W TO MM-INI-LIN.
           MOVE HH-FIM-W TO HH-FIM-LIN.
           MOVE MM-FIM-W TO MM-FIM-LIN.
           MOVE TURMA-W TO TURMA-LIN.
           MOVE CURSO-W TO CURSO-LIN.
           MOVE SALA-W TO SALA-LIN.
           MOVE PROF-W TO PROF-LIN.
           MOVE LIN-AULA TO LINHA-IMP.
           PERFORM IMPRIME-LINHA.
           PERFORM RETORNA-SORT.

       SALTA-PAGINA.
           MOVE SPACES TO LINHA-IMP.
           EVALUATE TIPO-QUADRO
               WHEN "T" WRITE REL-TUR FROM LINHA-IMP
                            AFTER ADVANCING PAGE
               WHEN "P" WRITE REL-PRO FROM LINHA-IMP
                            AFTER ADVANCING PAGE
               WHEN "S" WRITE REL-SAL FROM LINHA-IMP
                            AFTER ADVANCING PAGE
           END-EVALUATE.

       IMPRIME-LINHA.
           EVALUATE TIPO-QUADRO
               WHEN "T" WRITE REL-TUR FROM LINHA-IMP
                            AFTER ADVANCING 1 LINE
               WHEN "P" WRITE REL-PRO FROM LINHA-IMP
                            AFTER ADVANCING 1 LINE
               WHEN "S" WRITE REL-SAL FROM LINHA-IMP
                            AFTER ADVANCING 1 LINE
           END-EVALUATE.
