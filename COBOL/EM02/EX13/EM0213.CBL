      *              AVISADO NO PROPRIO EXTRATO E CONTADO COMO
      *              PENDENCIA (RETURN-CODE 4). SEM CADTURMA O
      *              EXTRATO SAI COM O CODIGO NU, COM AVISO.
      *  15/10/2026  CADA DATA DE FALTA E CONFERIDA CONTRA O QUADRO DE
      *              HORARIOS (CADHORA.DAT, MANTIDO PELO EM0333): A
      *              FALTA EM DIA DA SEMANA SEM AULA DA TURMA NAO E
      *              SOMADA, SAI MARCADA NO EXTRATO E CONTA COMO
      *              PENDENCIA (RETURN-CODE 4). TURMA AINDA SEM AULA
      *              NO QUADRO, OU SEM O CADHORA, NAO E CONFERIDA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TURMA.

           SELECT CADHORA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HOR.

       DATA DIVISION.
       FILE SECTION.

           02 PROF-TURMA     PIC X(20).
           02 CAPAC-TURMA    PIC 9(04).

       COPY CADHORA.

       SD WORKFAL.

       01 REG-WORKFAL.
       77 IDX-TURMA          PIC 9(03) VALUE ZEROES.
       77 POS-TURMA          PIC 9(03) VALUE ZEROES.
       77 CT-TURMA-INVAL     PIC 9(05) VALUE ZEROES.
       77 FS-HOR             PIC X(02) VALUE SPACES.
       77 FIM-HOR            PIC X(03) VALUE "NAO".
       77 TEM-HORARIO        PIC 9     VALUE ZEROES.
       77 TURMA-NO-QUADRO    PIC 9     VALUE ZEROES.
       77 DIA-DE-AULA        PIC 9     VALUE ZEROES.
       77 QTD-AULA           PIC 9(03) VALUE ZEROES.
       77 IDX-AULA           PIC 9(03) VALUE ZEROES.
       77 DIA-FALTA          PIC 9(01) VALUE ZEROES.
       77 CT-FORA-QUADRO     PIC 9(05) VALUE ZEROES.
       77 ZELLER-Q           PIC 9(02) VALUE ZEROES.
       77 ZELLER-M           PIC 9(02) VALUE ZEROES.
       77 ZELLER-K           PIC 9(04) VALUE ZEROES.
       77 ZELLER-J           PIC 9(02) VALUE ZEROES.
       77 ZELLER-H           PIC 9(06) VALUE ZEROES.
       77 ZELLER-DIA         PIC 9(02) VALUE ZEROES.
       77 ZELLER-QUOC        PIC 9(06) VALUE ZEROES.
       77 ZELLER-T1          PIC 9(04) VALUE ZEROES.
       77 ZELLER-T2          PIC 9(04) VALUE ZEROES.
       77 ZELLER-T3          PIC 9(04) VALUE ZEROES.
       77 ZELLER-ANO         PIC 9(04) VALUE ZEROES.

       01 TAB-TURMA.
           02 ENT-TURMA OCCURS 30 TIMES.
               03 COD-TURMA-TAB  PIC 9(03).
               03 CURSO-TUR-TAB  PIC X(20).

      * DIAS DA SEMANA COM AULA DE CADA TURMA (TURMA + DIA DO
      * CADHORA; AULAS DO MESMO DIA REPETEM O PAR).
       01 TAB-AULA.
           02 ENT-AULA OCCURS 300 TIMES.
               03 TURMA-AULA-TAB PIC 9(03).
               03 DIA-AULA-TAB   PIC 9(01).

       01 DATA-TRAB.
           02 AAAA-TRAB      PIC 9(04).
           02 MM-TRAB        PIC 9(02).
           02 DD-TRAB        PIC 9(02).
       01 DATA-TRAB-9 REDEFINES DATA-TRAB PIC 9(08).

       01 CAB-01.
           02 FILLER         PIC X(29) VALUE
                             "EXTRATO DE FALTAS POR ALUNO".
           02 FILLER         PIC X(02) VALUE SPACES.
           02 AULAS-LIN      PIC Z9.
           02 FILLER         PIC X(17) VALUE " AULA(S) PERDIDA".
           02 AVISO-FALTA    PIC X(32).
           02 FILLER         PIC X(16) VALUE SPACES.

       01 LIN-TOTAL-ALUNO.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 REJ-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(20) VALUE SPACES.

       01 LIN-RESUMO-QUADRO.
           02 FILLER         PIC X(40) VALUE
                  "FALTAS EM DIA SEM AULA NO QUADRO (NAO SO".
           02 FILLER         PIC X(09) VALUE "MADAS):  ".
           02 FORA-RES       PIC ZZ.ZZ9.
           02 FILLER         PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.

       EM02-13.
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           IF CT-REJEITADOS IS GREATER THAN ZEROES OR
              CT-TURMA-INVAL IS GREATER THAN ZEROES OR
              CT-FORA-QUADRO IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.

       ROT-SAIDA.
           PERFORM CARGA-TURMA.
           PERFORM CARGA-HORARIO.
           OPEN INPUT  ARQALU
                OUTPUT ARQALUN
                       RELFALT.
                   MOVE COD-TURMA TO COD-TURMA-TAB(QTD-TURMA)
                   MOVE CURSO-TURMA TO CURSO-TUR-TAB(QTD-TURMA).

      * DIAS DE AULA DO QUADRO DE HORARIOS; AUSENTE, AS DATAS DAS
      * FALTAS NAO SAO CONFERIDAS.
       CARGA-HORARIO.
           OPEN INPUT CADHORA.
           IF FS-HOR EQUAL "00"
               MOVE 1 TO TEM-HORARIO
               PERFORM LE-HORARIO UNTIL FIM-HOR EQUAL "SIM"
               CLOSE CADHORA
           ELSE
               DISPLAY "EM0213 - SEM CADHORA - DIAS DE AULA NAO "
                       "CONFERIDOS".

       LE-HORARIO.
           READ CADHORA AT END
               MOVE "SIM" TO FIM-HOR.
           IF FIM-HOR NOT EQUAL "SIM"
               IF QTD-AULA GREATER THAN OR EQUAL TO 300
                   DISPLAY "CADHORA EXCEDE LIMITE DE 300 AULAS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-AULA
                   MOVE TURMA-HOR TO TURMA-AULA-TAB(QTD-AULA)
                   MOVE DIA-HOR TO DIA-AULA-TAB(QTD-AULA).

       BUSCA-TURMA.
           MOVE SPACES TO CURSO-LIN.
           MOVE TURMA-ENT TO TURMA-CAB.
               ADD 1 TO CT-TURMA-INVAL
               WRITE REL-SAI FROM LIN-TURMA-INVAL
                   AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO FALTAS-APURADAS TURMA-NO-QUADRO.
           IF TEM-HORARIO EQUAL 1
               MOVE ZEROES TO IDX-AULA
               PERFORM TESTA-TURMA-QUADRO QTD-AULA TIMES.
           PERFORM ACUMULA-FALTA
               UNTIL FIM-SORT EQUAL "SIM"
                  OR MAT-W NOT EQUAL MAT-ENT.
           WRITE REL-SAI FROM LIN-TOTAL-ALUNO AFTER ADVANCING 1 LINE.
           PERFORM LE-ALU.

       TESTA-TURMA-QUADRO.
           ADD 1 TO IDX-AULA.
           IF TURMA-AULA-TAB(IDX-AULA) EQUAL TURMA-ENT
               MOVE 1 TO TURMA-NO-QUADRO.

      * COM A TURMA NO QUADRO DE HORARIOS, SO SOMA A FALTA CUJA DATA
      * CAI EM DIA DA SEMANA COM AULA DA TURMA.
       ACUMULA-FALTA.
           MOVE SPACES TO AVISO-FALTA.
           MOVE 1 TO DIA-DE-AULA.
           IF TURMA-NO-QUADRO EQUAL 1
               PERFORM CONFERE-DIA-AULA.
           IF DIA-DE-AULA EQUAL 1
               ADD AULAS-W TO FALTAS-APURADAS
           ELSE
               ADD 1 TO CT-FORA-QUADRO
               MOVE "  - DIA SEM AULA DA TURMA" TO AVISO-FALTA.
           MOVE DATA-W TO DATA-LIN.
           MOVE AULAS-W TO AULAS-LIN.
           WRITE REL-SAI FROM LIN-FALTA AFTER ADVANCING 1 LINE.
           PERFORM RETORNA-SORT.

      * DIA DA SEMANA DA DATA PELA CONGRUENCIA DE ZELLER (H: 0=SABADO,
      * 1=DOMINGO, 2=SEGUNDA...), LEVADO A NUMERACAO DO CADHORA
      * (1=DOMINGO ... 7=SABADO).
       CONFERE-DIA-AULA.
           MOVE DATA-W TO DATA-TRAB-9.
           PERFORM CALCULA-DIA-SEMANA.
           IF ZELLER-DIA EQUAL 0
               MOVE 7 TO DIA-FALTA
           ELSE
               MOVE ZELLER-DIA TO DIA-FALTA.
           MOVE ZEROES TO DIA-DE-AULA IDX-AULA.
           PERFORM TESTA-DIA-AULA QTD-AULA TIMES.

       TESTA-DIA-AULA.
           ADD 1 TO IDX-AULA.
           IF TURMA-AULA-TAB(IDX-AULA) EQUAL TURMA-ENT AND
              DIA-AULA-TAB(IDX-AULA) EQUAL DIA-FALTA
               MOVE 1 TO DIA-DE-AULA.

       CALCULA-DIA-SEMANA.
           MOVE DD-TRAB TO ZELLER-Q.
           IF MM-TRAB IS LESS THAN 3
               COMPUTE ZELLER-ANO = AAAA-TRAB - 1
               COMPUTE ZELLER-M = MM-TRAB + 12
           ELSE
               MOVE AAAA-TRAB TO ZELLER-ANO
               MOVE MM-TRAB TO ZELLER-M.
           DIVIDE ZELLER-ANO BY 100 GIVING ZELLER-J
               REMAINDER ZELLER-K.
           COMPUTE ZELLER-T1 = 13 * (ZELLER-M + 1).
           DIVIDE ZELLER-T1 BY 5 GIVING ZELLER-T1.
           DIVIDE ZELLER-K BY 4 GIVING ZELLER-T2.
           DIVIDE ZELLER-J BY 4 GIVING ZELLER-T3.
           COMPUTE ZELLER-H = ZELLER-Q + ZELLER-T1 + ZELLER-K
               + ZELLER-T2 + ZELLER-T3 + 5 * ZELLER-J.
           DIVIDE ZELLER-H BY 7 GIVING ZELLER-QUOC
               REMAINDER ZELLER-DIA.

       REJEITA-LANCAMENTO.
           ADD 1 TO CT-REJEITADOS.
           MOVE MAT-W TO MAT-REJ.
           MOVE CT-ATUALIZADOS TO ATU-RES.
           MOVE CT-REJEITADOS TO REJ-RES.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 2 LINES.
           IF TEM-HORARIO EQUAL 1
               MOVE CT-FORA-QUADRO TO FORA-RES
               WRITE REL-SAI FROM LIN-RESUMO-QUADRO
                   AFTER ADVANCING 1 LINE.
