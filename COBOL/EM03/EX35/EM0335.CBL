       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0335.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       CARGA HORARIA DOS PROFESSORES E LANCAMENTO DAS
      *               HORAS-AULA NA FOLHA. AS HORAS DOS PROFESSORES
      *               HORISTAS ERAM SOMADAS A MAO PELA COORDENACAO E
      *               DIGITADAS NO MOVHORAS, MAS O QUADRO DE HORARIOS
      *               (CADHORA.DAT, COPY CADHORA) E O CADTURMA JA
      *               DIZEM QUEM DA QUAL AULA. ESTE JOB PERCORRE OS
      *               DIAS DA COMPETENCIA (MES DA DATA DE MOVIMENTO)
      *               ATE A DATA DE MOVIMENTO E, PARA CADA AULA DO
      *               QUADRO NO DIA DA SEMANA, CONTA A AULA PREVISTA,
      *               DESCONTANDO O FERIADO (CADFERIADO.DAT, O MESMO
      *               DO DATAROLL) E A AULA CANCELADA NO MOVIMENTO DE
      *               CANCELAMENTOS MOVCAULA.DAT:
      *                 TURMA-CAN   9(03)  TURMA
      *                 DATA-CAN    9(08)  DATA DA AULA (AAAAMMDD)
      *                 INICIO-CAN  9(04)  INICIO DA AULA (HHMM);
      *                                    0000 = TODAS AS AULAS DA
      *                                    TURMA NO DIA
      *                 MOTIVO-CAN  X(30)
      *               O RELATORIO RELCARGA SAI POR PROFESSOR (PROF-
      *               TURMA DO CADTURMA) E TURMA, COM AS AULAS
      *               PREVISTAS, EM FERIADO, CANCELADAS E DADAS E AS
      *               HORAS DADAS. O PROFESSOR E LOCALIZADO NO
      *               CADASTRO DE FUNCIONARIOS CADFUNC.DAT PELO NOME
      *               (AS 20 PRIMEIRAS POSICOES DE NOME-FUNC) E AS
      *               HORAS DE CADA TURMA SAO GRAVADAS NO MOVHORAS COM
      *               A MATRICULA DELE, TIPO "A" (HORA-AULA) E DATA DO
      *               ULTIMO DIA DA COMPETENCIA, PARA O EM0306 PAGAR
      *               SEM REDIGITACAO. O MOVHORAS E REGRAVADO: OS
      *               LANCAMENTOS DIGITADOS SAO PRESERVADOS E OS TIPO
      *               "A" DA MESMA COMPETENCIA SAO SUBSTITUIDOS, DE
      *               MODO QUE O JOB PODE RODAR TODO DIA E O ULTIMO DIA
      *               DO MES FECHA A COMPETENCIA. SAEM COMO PENDENCIA
      *               NO FIM DO RELCARGA (RETURN-CODE 4): PROFESSOR
      *               SEM MATRICULA OU COM NOME REPETIDO NO CADFUNC
      *               (AS HORAS NAO SAO LANCADAS), TURMA SEM
      *               PROFESSOR, AULA DE TURMA QUE SAIU DO CADTURMA E
      *               CANCELAMENTO QUE NAO CORRESPONDE A AULA DO
      *               QUADRO. RETURN-CODE 16 QUANDO CADHORA, CADTURMA
      *               OU CADFUNC NAO PODEM SER LIDOS OU O QUADRO ESTA
      *               VAZIO.

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

           SELECT CADFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FUNC.

           SELECT CADFERIADO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FER.

           SELECT MOVCAULA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAN.

           SELECT MOVHORAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HORAS.

           SELECT WORKCAR ASSIGN TO DISK.

           SELECT RELCARGA ASSIGN TO DISK.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

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

       FD CADFERIADO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFERIADO.DAT".

       01 REG-FER.
           02 DATA-FER       PIC 9(08).
           02 DESC-FER       PIC X(30).

       FD MOVCAULA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVCAULA.DAT".

       01 REG-CAN.
           02 TURMA-CAN      PIC 9(03).
           02 DATA-CAN       PIC 9(08).
           02 INICIO-CAN     PIC 9(04).
           02 MOTIVO-CAN     PIC X(30).

       FD MOVHORAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVHORAS.DAT".

       01 REG-HORAS.
           02 MAT-HORAS      PIC 9(05).
           02 DATA-HORAS.
               03 ANOMES-HORAS   PIC 9(06).
               03 DIA-HORAS      PIC 9(02).
           02 QTD-HORAS      PIC 9(03)V99.
           02 TIPO-HORAS     PIC X(01).

       SD WORKCAR.

       01 REG-WORKCAR.
           02 PROF-W         PIC X(20).
           02 TURMA-W        PIC 9(03).
           02 POS-W          PIC 9(03).

       FD RELCARGA
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-HOR            PIC X(03) VALUE "NAO".
       77 FIM-TURMA          PIC X(03) VALUE "NAO".
       77 FIM-FUNC           PIC X(03) VALUE "NAO".
       77 FIM-FER            PIC X(03) VALUE "NAO".
       77 FIM-CAN            PIC X(03) VALUE "NAO".
       77 FIM-HORAS          PIC X(03) VALUE "NAO".
       77 FIM-SORT           PIC X(03) VALUE "NAO".
       77 FS-HOR             PIC X(02) VALUE SPACES.
       77 FS-TURMA           PIC X(02) VALUE SPACES.
       77 FS-FUNC            PIC X(02) VALUE SPACES.
       77 FS-FER             PIC X(02) VALUE SPACES.
       77 FS-CAN             PIC X(02) VALUE SPACES.
       77 FS-HORAS           PIC X(02) VALUE SPACES.
       77 QTD-TURMA          PIC 9(03) VALUE ZEROES.
       77 IDX-TURMA          PIC 9(03) VALUE ZEROES.
       77 POS-TURMA          PIC 9(03) VALUE ZEROES.
       77 QTD-AULA           PIC 9(03) VALUE ZEROES.
       77 IDX-AULA           PIC 9(03) VALUE ZEROES.
       77 QTD-FER            PIC 9(03) VALUE ZEROES.
       77 IDX-FER            PIC 9(03) VALUE ZEROES.
       77 QTD-CAN            PIC 9(03) VALUE ZEROES.
       77 IDX-CAN            PIC 9(03) VALUE ZEROES.
       77 QTD-HRS            PIC 9(04) VALUE ZEROES.
       77 IDX-HRS            PIC 9(04) VALUE ZEROES.
       77 DIA-CAL            PIC 9(02) VALUE ZEROES.
       77 DIA-FIM-CAL        PIC 9(02) VALUE ZEROES.
       77 DIA-LIMITE         PIC 9(02) VALUE ZEROES.
       77 DIA-SEMANA         PIC 9(01) VALUE ZEROES.
       77 EH-FERIADO         PIC 9     VALUE ZEROES.
       77 AULA-CANC          PIC 9     VALUE ZEROES.
       77 RESTO-BISSEXTO     PIC 9(04) VALUE ZEROES.
       77 QUOC-BISSEXTO      PIC 9(04) VALUE ZEROES.
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
       77 MIN-AULA           PIC 9(04) VALUE ZEROES.
       77 HORAS-DADAS        PIC 9(03)V99 VALUE ZEROES.
       77 HORAS-GERAL        PIC 9(05)V99 VALUE ZEROES.
       77 PROF-ANT           PIC X(20) VALUE SPACES.
       77 CT-PENDENCIAS      PIC 9(05) VALUE ZEROES.
       77 CT-CAN-INVAL       PIC 9(05) VALUE ZEROES.
       77 CT-CAN-FORA        PIC 9(05) VALUE ZEROES.
       77 CT-SUBSTITUIDOS    PIC 9(05) VALUE ZEROES.
       77 CT-LANCADOS        PIC 9(05) VALUE ZEROES.
       77 TOT-PREV           PIC 9(05) VALUE ZEROES.
       77 TOT-FER            PIC 9(05) VALUE ZEROES.
       77 TOT-CANC           PIC 9(05) VALUE ZEROES.
       77 TOT-DADAS          PIC 9(05) VALUE ZEROES.
       77 TOT-MIN            PIC 9(07) VALUE ZEROES.
       77 GER-DADAS          PIC 9(05) VALUE ZEROES.
       77 GER-MIN            PIC 9(07) VALUE ZEROES.

       COPY WSDATAMOV.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X.
           02 ANOMES-ROD.
               03 ANO-ROD    PIC 9(04).
               03 MES-ROD    PIC 9(02).
           02 DIA-ROD        PIC 9(02).
       01 DATA-RODADA-9 REDEFINES DATA-RODADA-X PIC 9(08).

       01 DATA-TRAB.
           02 AAAA-TRAB      PIC 9(04).
           02 MM-TRAB        PIC 9(02).
           02 DD-TRAB        PIC 9(02).
       01 DATA-TRAB-9 REDEFINES DATA-TRAB PIC 9(08).

       01 TAB-TURMA.
           02 ENT-TURMA OCCURS 30 TIMES.
               03 COD-TURMA-TAB  PIC 9(03).
               03 CURSO-TUR-TAB  PIC X(20).
               03 PROF-TUR-TAB   PIC X(20).
               03 MAT-PROF-TAB   PIC 9(05).
               03 SIT-PROF-TAB   PIC 9(01).
               03 PREV-TUR-TAB   PIC 9(03).
               03 FER-TUR-TAB    PIC 9(03).
               03 CANC-TUR-TAB   PIC 9(03).
               03 DADAS-TUR-TAB  PIC 9(03).
               03 MIN-TUR-TAB    PIC 9(05).

       01 TAB-AULA.
           02 ENT-AULA OCCURS 300 TIMES.
               03 TURMA-AULA-TAB  PIC 9(03).
               03 DIA-AULA-TAB    PIC 9(01).
               03 INICIO-AULA-TAB PIC 9(04).
               03 MIN-AULA-TAB    PIC 9(04).
               03 POS-TUR-AULA    PIC 9(03).

       01 TAB-FER.
           02 DATA-FER-TAB   PIC 9(08) OCCURS 100 TIMES.

       01 TAB-CAN.
           02 ENT-CAN OCCURS 300 TIMES.
               03 TURMA-CAN-TAB  PIC 9(03).
               03 DATA-CAN-TAB   PIC 9(08).
               03 INICIO-CAN-TAB PIC 9(04).
               03 MOTIVO-CAN-TAB PIC X(30).
               03 USO-CAN-TAB    PIC 9(01).

      * LANCAMENTOS DO MOVHORAS QUE CONTINUAM NO ARQUIVO.
       01 TAB-HRS.
           02 REG-HRS-TAB    PIC X(19) OCCURS 1000 TIMES.

       01 LIN-TITULO.
           02 FILLER         PIC X(36) VALUE
                "CARGA HORARIA DOCENTE - COMPETENCIA ".
           02 MES-TIT        PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 ANO-TIT        PIC 9(04).
           02 FILLER         PIC X(13) VALUE " - AULAS ATE ".
           02 DIA-TIT        PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MES-TIT-2      PIC 9(02).
           02 FILLER         PIC X(19) VALUE SPACES.

       01 LIN-PROF.
           02 FILLER         PIC X(11) VALUE "PROFESSOR: ".
           02 PROF-LIN       PIC X(20).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 SIT-LIN        PIC X(30).
           02 FILLER         PIC X(17) VALUE SPACES.

       01 LIN-MAT.
           02 FILLER         PIC X(11) VALUE "MATRICULA ".
           02 MAT-LIN        PIC 9(05).
           02 FILLER         PIC X(14) VALUE SPACES.

       01 LIN-CAB.
           02 FILLER         PIC X(39) VALUE
                "TUR CURSO                PREV FER CANC ".
           02 FILLER         PIC X(41) VALUE
                "DADAS  HORAS  LANCAMENTO".

       01 LIN-DET.
           02 TURMA-DET      PIC 9(03).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CURSO-DET      PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PREV-DET       PIC ZZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 FER-DET        PIC ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CANC-DET       PIC ZZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DADAS-DET      PIC ZZZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 HORAS-DET      PIC ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 OBS-DET        PIC X(20).
           02 FILLER         PIC X(07) VALUE SPACES.

       01 LIN-TOT-PROF.
           02 FILLER         PIC X(25) VALUE
                "    TOTAL DO PROFESSOR   ".
           02 PREV-TOT       PIC ZZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 FER-TOT        PIC ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CANC-TOT       PIC ZZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DADAS-TOT      PIC ZZZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 HORAS-TOT      PIC ZZ9,99.
           02 FILLER         PIC X(29) VALUE SPACES.

       01 LIN-TIT-PEND.
           02 FILLER         PIC X(40) VALUE
                "PENDENCIAS                              ".
           02 FILLER         PIC X(40) VALUE SPACES.

       01 LIN-PEND.
           02 TURMA-PEND     PIC 9(03).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DATA-PEND      PIC X(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 INICIO-PEND    PIC 9(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MSG-PEND       PIC X(30).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MOTIVO-PEND    PIC X(30).
           02 FILLER         PIC X(01) VALUE SPACES.

       01 LIN-RESUMO.
           02 FILLER         PIC X(13) VALUE "AULAS DADAS: ".
           02 DADAS-RES      PIC ZZ.ZZ9.
           02 FILLER         PIC X(09) VALUE "  HORAS: ".
           02 HORAS-RES      PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(15) VALUE "  LANCAMENTOS: ".
           02 LANC-RES       PIC ZZ.ZZ9.
           02 FILLER         PIC X(15) VALUE "  PENDENCIAS: ".
           02 PEND-RES       PIC ZZ.ZZ9.

       01 LIN-RESUMO-2.
           02 FILLER         PIC X(37) VALUE
                "HORAS-AULA DO MES SUBSTITUIDAS:      ".
           02 SUBST-RES      PIC ZZ.ZZ9.
           02 FILLER         PIC X(31) VALUE
                "  CANCELAMENTOS DE OUTRO MES: ".
           02 FORA-RES       PIC ZZ.ZZ9.

       PROCEDURE DIVISION.

       EM03-35.
           PERFORM INICIO.
           MOVE ZEROES TO DIA-CAL.
           PERFORM APURA-DIA DIA-FIM-CAL TIMES.
           OPEN OUTPUT MOVHORAS.
           MOVE ZEROES TO IDX-HRS.
           PERFORM REGRAVA-HORAS QTD-HRS TIMES.
           SORT WORKCAR
               ASCENDING KEY PROF-W
               ASCENDING KEY TURMA-W
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           CLOSE MOVHORAS.
           PERFORM PENDENCIAS.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           MOVE ANO-ROD TO AAAA-TRAB.
           MOVE MES-ROD TO MM-TRAB.
           PERFORM LIMITE-DO-MES.
           MOVE DIA-ROD TO DIA-FIM-CAL.
           IF DIA-FIM-CAL IS GREATER THAN DIA-LIMITE
               MOVE DIA-LIMITE TO DIA-FIM-CAL.
           PERFORM CARGA-TURMA.
           PERFORM CARGA-FUNC.
           PERFORM CARGA-FERIADOS.
           PERFORM CARGA-AULAS.
           PERFORM CARGA-CANC.
           PERFORM CARGA-HORAS.
           OPEN OUTPUT RELCARGA.
           MOVE MES-ROD TO MES-TIT MES-TIT-2.
           MOVE ANO-ROD TO ANO-TIT.
           MOVE DIA-FIM-CAL TO DIA-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.

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
                   MOVE PROF-TURMA TO PROF-TUR-TAB(QTD-TURMA)
                   MOVE ZEROES TO MAT-PROF-TAB(QTD-TURMA)
                                  SIT-PROF-TAB(QTD-TURMA)
                                  PREV-TUR-TAB(QTD-TURMA)
                                  FER-TUR-TAB(QTD-TURMA)
                                  CANC-TUR-TAB(QTD-TURMA)
                                  DADAS-TUR-TAB(QTD-TURMA)
                                  MIN-TUR-TAB(QTD-TURMA).

      * O PROFESSOR DA TURMA E PROCURADO NO CADFUNC PELO NOME; SIT-
      * PROF-TAB FICA 1 QUANDO UM SO FUNCIONARIO TEM O NOME E 2
      * QUANDO MAIS DE UM TEM (A MATRICULA NAO E CONFIAVEL).
       CARGA-FUNC.
           OPEN INPUT CADFUNC.
           IF FS-FUNC NOT EQUAL "00"
               DISPLAY "CADFUNC NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-FUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-FUNC UNTIL FIM-FUNC EQUAL "SIM".
           CLOSE CADFUNC.

       LE-FUNC.
           READ CADFUNC AT END
               MOVE "SIM" TO FIM-FUNC.
           IF FIM-FUNC NOT EQUAL "SIM"
               MOVE ZEROES TO IDX-TURMA
               PERFORM CASA-PROFESSOR QTD-TURMA TIMES.

       CASA-PROFESSOR.
           ADD 1 TO IDX-TURMA.
           IF PROF-TUR-TAB(IDX-TURMA) NOT EQUAL SPACES AND
              PROF-TUR-TAB(IDX-TURMA) EQUAL NOME-FUNC(1:20)
               IF SIT-PROF-TAB(IDX-TURMA) EQUAL ZEROES
                   MOVE MAT-FUNC TO MAT-PROF-TAB(IDX-TURMA)
                   MOVE 1 TO SIT-PROF-TAB(IDX-TURMA)
               ELSE
                   MOVE 2 TO SIT-PROF-TAB(IDX-TURMA).

      * FERIADOS; SEM O ARQUIVO, TODO DIA DO QUADRO TEM AULA.
       CARGA-FERIADOS.
           OPEN INPUT CADFERIADO.
           IF FS-FER EQUAL "00"
               PERFORM LE-FERIADO UNTIL FIM-FER EQUAL "SIM"
               CLOSE CADFERIADO.

       LE-FERIADO.
           READ CADFERIADO AT END
               MOVE "SIM" TO FIM-FER.
           IF FIM-FER NOT EQUAL "SIM"
               IF QTD-FER IS LESS THAN 100
                   ADD 1 TO QTD-FER
                   MOVE DATA-FER TO DATA-FER-TAB(QTD-FER).

       CARGA-AULAS.
           OPEN INPUT CADHORA.
           IF FS-HOR NOT EQUAL "00"
               DISPLAY "CADHORA NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-HOR
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-HOR UNTIL FIM-HOR EQUAL "SIM".
           CLOSE CADHORA.
           IF QTD-AULA EQUAL ZEROES
               DISPLAY "CADHORA SEM AULAS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       LE-HOR.
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
                   MOVE DIA-HOR TO DIA-AULA-TAB(QTD-AULA)
                   MOVE INICIO-HOR-9 TO INICIO-AULA-TAB(QTD-AULA)
                   COMPUTE MIN-AULA-TAB(QTD-AULA) =
                       (HH-TER-HOR * 60 + MM-TER-HOR)
                     - (HH-INI-HOR * 60 + MM-INI-HOR)
                   MOVE ZEROES TO POS-TURMA IDX-TURMA
                   PERFORM TESTA-TURMA QTD-TURMA TIMES
                   MOVE POS-TURMA TO POS-TUR-AULA(QTD-AULA).

       TESTA-TURMA.
           ADD 1 TO IDX-TURMA.
           IF COD-TURMA-TAB(IDX-TURMA) EQUAL TURMA-HOR
               MOVE IDX-TURMA TO POS-TURMA.

      * CANCELAMENTOS DE AULA; SO OS DA COMPETENCIA INTERESSAM. SEM O
      * ARQUIVO, NENHUMA AULA FOI CANCELADA.
       CARGA-CANC.
           OPEN INPUT MOVCAULA.
           IF FS-CAN EQUAL "00"
               PERFORM LE-CANC UNTIL FIM-CAN EQUAL "SIM"
               CLOSE MOVCAULA.
           IF CT-CAN-INVAL IS GREATER THAN ZEROES
               DISPLAY "EM0335 - " CT-CAN-INVAL " CANCELAMENTOS "
                       "COM CAMPO NAO NUMERICO IGNORADOS"
               ADD CT-CAN-INVAL TO CT-PENDENCIAS.

       LE-CANC.
           READ MOVCAULA AT END
               MOVE "SIM" TO FIM-CAN.
           IF FIM-CAN NOT EQUAL "SIM"
               IF TURMA-CAN NOT NUMERIC OR DATA-CAN NOT NUMERIC OR
                  INICIO-CAN NOT NUMERIC
                   ADD 1 TO CT-CAN-INVAL
               ELSE
                   MOVE DATA-CAN TO DATA-TRAB-9
                   IF AAAA-TRAB NOT EQUAL ANO-ROD OR
                      MM-TRAB NOT EQUAL MES-ROD
                       ADD 1 TO CT-CAN-FORA
                   ELSE
                       PERFORM GUARDA-CANC.

       GUARDA-CANC.
           IF QTD-CAN GREATER THAN OR EQUAL TO 300
               DISPLAY "MOVCAULA EXCEDE LIMITE DE 300 CANCELAMENTOS "
                       "NO MES - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-CAN.
           MOVE TURMA-CAN TO TURMA-CAN-TAB(QTD-CAN).
           MOVE DATA-CAN TO DATA-CAN-TAB(QTD-CAN).
           MOVE INICIO-CAN TO INICIO-CAN-TAB(QTD-CAN).
           MOVE MOTIVO-CAN TO MOTIVO-CAN-TAB(QTD-CAN).
           MOVE ZEROES TO USO-CAN-TAB(QTD-CAN).

      * MOVHORAS ATUAL, MENOS AS HORAS-AULA JA LANCADAS PARA A MESMA
      * COMPETENCIA (SERAO LANCADAS DE NOVO COM A APURACAO DE HOJE).
       CARGA-HORAS.
           OPEN INPUT MOVHORAS.
           IF FS-HORAS EQUAL "00"
               PERFORM LE-HORAS UNTIL FIM-HORAS EQUAL "SIM"
               CLOSE MOVHORAS.

       LE-HORAS.
           READ MOVHORAS AT END
               MOVE "SIM" TO FIM-HORAS.
           IF FIM-HORAS NOT EQUAL "SIM"
               IF TIPO-HORAS EQUAL "A" AND
                  ANOMES-HORAS EQUAL ANOMES-ROD
                   ADD 1 TO CT-SUBSTITUIDOS
               ELSE
                   PERFORM GUARDA-HORAS.

       GUARDA-HORAS.
           IF QTD-HRS GREATER THAN OR EQUAL TO 1000
               DISPLAY "MOVHORAS EXCEDE LIMITE DE 1000 LANCAMENTOS - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-HRS.
           MOVE REG-HORAS TO REG-HRS-TAB(QTD-HRS).

       REGRAVA-HORAS.
           ADD 1 TO IDX-HRS.
           MOVE REG-HRS-TAB(IDX-HRS) TO REG-HORAS.
           WRITE REG-HORAS.

      * UM DIA DA COMPETENCIA: CADA AULA DO QUADRO NO DIA DA SEMANA E
      * PREVISTA; NO FERIADO NAO E DADA, NEM QUANDO FOI CANCELADA.
       APURA-DIA.
           ADD 1 TO DIA-CAL.
           MOVE ANO-ROD TO AAAA-TRAB.
           MOVE MES-ROD TO MM-TRAB.
           MOVE DIA-CAL TO DD-TRAB.
           PERFORM CALCULA-DIA-SEMANA.
           IF ZELLER-DIA EQUAL 0
               MOVE 7 TO DIA-SEMANA
           ELSE
               MOVE ZELLER-DIA TO DIA-SEMANA.
           MOVE ZEROES TO EH-FERIADO IDX-FER.
           PERFORM TESTA-FERIADO QTD-FER TIMES.
           MOVE ZEROES TO IDX-AULA.
           PERFORM APURA-AULA QTD-AULA TIMES.

       TESTA-FERIADO.
           ADD 1 TO IDX-FER.
           IF DATA-FER-TAB(IDX-FER) EQUAL DATA-TRAB-9
               MOVE 1 TO EH-FERIADO.

       APURA-AULA.
           ADD 1 TO IDX-AULA.
           IF DIA-AULA-TAB(IDX-AULA) EQUAL DIA-SEMANA AND
              POS-TUR-AULA(IDX-AULA) IS GREATER THAN ZEROES
               MOVE POS-TUR-AULA(IDX-AULA) TO POS-TURMA
               ADD 1 TO PREV-TUR-TAB(POS-TURMA)
               IF EH-FERIADO EQUAL 1
                   ADD 1 TO FER-TUR-TAB(POS-TURMA)
               ELSE
                   MOVE ZEROES TO AULA-CANC IDX-CAN
                   PERFORM TESTA-CANC QTD-CAN TIMES
                   IF AULA-CANC EQUAL 1
                       ADD 1 TO CANC-TUR-TAB(POS-TURMA)
                   ELSE
                       ADD 1 TO DADAS-TUR-TAB(POS-TURMA)
                       ADD MIN-AULA-TAB(IDX-AULA)
                           TO MIN-TUR-TAB(POS-TURMA).

       TESTA-CANC.
           ADD 1 TO IDX-CAN.
           IF TURMA-CAN-TAB(IDX-CAN) EQUAL TURMA-AULA-TAB(IDX-AULA) AND
              DATA-CAN-TAB(IDX-CAN) EQUAL DATA-TRAB-9
               IF INICIO-CAN-TAB(IDX-CAN) EQUAL ZEROES OR
                  INICIO-CAN-TAB(IDX-CAN) EQUAL
                  INICIO-AULA-TAB(IDX-AULA)
                   MOVE 1 TO AULA-CANC
                   MOVE 1 TO USO-CAN-TAB(IDX-CAN).

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

       LIMITE-DO-MES.
           IF MM-TRAB EQUAL 01 OR 03 OR 05 OR 07 OR 08 OR 10 OR 12
               MOVE 31 TO DIA-LIMITE
           ELSE
               IF MM-TRAB EQUAL 04 OR 06 OR 09 OR 11
                   MOVE 30 TO DIA-LIMITE
               ELSE
                   PERFORM TESTA-BISSEXTO.

       TESTA-BISSEXTO.
           MOVE 28 TO DIA-LIMITE.
           DIVIDE AAAA-TRAB BY 4 GIVING QUOC-BISSEXTO
               REMAINDER RESTO-BISSEXTO.
           IF RESTO-BISSEXTO EQUAL ZEROES
               MOVE 29 TO DIA-LIMITE.
           DIVIDE AAAA-TRAB BY 100 GIVING QUOC-BISSEXTO
               REMAINDER RESTO-BISSEXTO.
           IF RESTO-BISSEXTO EQUAL ZEROES
               MOVE 28 TO DIA-LIMITE
               DIVIDE AAAA-TRAB BY 400 GIVING QUOC-BISSEXTO
                   REMAINDER RESTO-BISSEXTO
               IF RESTO-BISSEXTO EQUAL ZEROES
                   MOVE 29 TO DIA-LIMITE.

      * SO ENTRAM NO RELATORIO AS TURMAS QUE TEM AULA NO QUADRO.
       ROT-ENTRADA.
           MOVE ZEROES TO IDX-TURMA.
           PERFORM LIBERA-TURMA QTD-TURMA TIMES.

       LIBERA-TURMA.
           ADD 1 TO IDX-TURMA.
           IF PREV-TUR-TAB(IDX-TURMA) IS GREATER THAN ZEROES
               MOVE PROF-TUR-TAB(IDX-TURMA) TO PROF-W
               MOVE COD-TURMA-TAB(IDX-TURMA) TO TURMA-W
               MOVE IDX-TURMA TO POS-W
               RELEASE REG-WORKCAR.

       ROT-SAIDA.
           PERFORM RETORNA-SORT.
           PERFORM IMPRIME-PROFESSOR UNTIL FIM-SORT EQUAL "SIM".

       RETORNA-SORT.
           RETURN WORKCAR AT END MOVE "SIM" TO FIM-SORT.

      * UM GRUPO POR PROFESSOR: UMA LINHA POR TURMA, COM O LANCAMENTO
      * NO MOVHORAS, E O TOTAL DO PROFESSOR.
       IMPRIME-PROFESSOR.
           MOVE PROF-W TO PROF-ANT.
           MOVE ZEROES TO TOT-PREV TOT-FER TOT-CANC TOT-DADAS TOT-MIN.
           MOVE POS-W TO POS-TURMA.
           MOVE PROF-W TO PROF-LIN.
           MOVE SPACES TO SIT-LIN.
           IF PROF-W EQUAL SPACES
               MOVE "(SEM PROFESSOR)" TO PROF-LIN
           ELSE
               EVALUATE SIT-PROF-TAB(POS-TURMA)
                   WHEN 0
                       MOVE "SEM MATRICULA NO CADFUNC" TO SIT-LIN
                   WHEN 1
                       MOVE MAT-PROF-TAB(POS-TURMA) TO MAT-LIN
                       MOVE LIN-MAT TO SIT-LIN
                   WHEN OTHER
                       MOVE "NOME REPETIDO NO CADFUNC" TO SIT-LIN
               END-EVALUATE.
           WRITE REL-SAI FROM LIN-PROF AFTER ADVANCING 3 LINES.
           WRITE REL-SAI FROM LIN-CAB AFTER ADVANCING 2 LINES.
           PERFORM IMPRIME-TURMA
               UNTIL FIM-SORT EQUAL "SIM"
                  OR PROF-W NOT EQUAL PROF-ANT.
           MOVE TOT-PREV TO PREV-TOT.
           MOVE TOT-FER TO FER-TOT.
           MOVE TOT-CANC TO CANC-TOT.
           MOVE TOT-DADAS TO DADAS-TOT.
           COMPUTE HORAS-DADAS ROUNDED = TOT-MIN / 60.
           MOVE HORAS-DADAS TO HORAS-TOT.
           WRITE REL-SAI FROM LIN-TOT-PROF AFTER ADVANCING 2 LINES.

       IMPRIME-TURMA.
           MOVE POS-W TO POS-TURMA.
           ADD PREV-TUR-TAB(POS-TURMA) TO TOT-PREV.
           ADD FER-TUR-TAB(POS-TURMA) TO TOT-FER.
           ADD CANC-TUR-TAB(POS-TURMA) TO TOT-CANC.
           ADD DADAS-TUR-TAB(POS-TURMA) TO TOT-DADAS GER-DADAS.
           ADD MIN-TUR-TAB(POS-TURMA) TO TOT-MIN GER-MIN.
           COMPUTE HORAS-DADAS ROUNDED = MIN-TUR-TAB(POS-TURMA) / 60.
           MOVE TURMA-W TO TURMA-DET.
           MOVE CURSO-TUR-TAB(POS-TURMA) TO CURSO-DET.
           MOVE PREV-TUR-TAB(POS-TURMA) TO PREV-DET.
           MOVE FER-TUR-TAB(POS-TURMA) TO FER-DET.
           MOVE CANC-TUR-TAB(POS-TURMA) TO CANC-DET.
           MOVE DADAS-TUR-TAB(POS-TURMA) TO DADAS-DET.
           MOVE HORAS-DADAS TO HORAS-DET.
           MOVE SPACES TO OBS-DET.
           IF HORAS-DADAS IS GREATER THAN ZEROES
               IF PROF-W NOT EQUAL SPACES AND
                  SIT-PROF-TAB(POS-TURMA) EQUAL 1
                   PERFORM GRAVA-LANCAMENTO
                   MOVE "LANCADO NO MOVHORAS" TO OBS-DET
               ELSE
                   ADD 1 TO CT-PENDENCIAS
                   MOVE "NAO LANCADO" TO OBS-DET.
           WRITE REL-SAI FROM LIN-DET AFTER ADVANCING 1 LINE.
           PERFORM RETORNA-SORT.

       GRAVA-LANCAMENTO.
           MOVE MAT-PROF-TAB(POS-TURMA) TO MAT-HORAS.
           MOVE ANOMES-ROD TO ANOMES-HORAS.
           MOVE DIA-LIMITE TO DIA-HORAS.
           MOVE HORAS-DADAS TO QTD-HORAS.
           MOVE "A" TO TIPO-HORAS.
           WRITE REG-HORAS.
           ADD 1 TO CT-LANCADOS.

      * AULA DE TURMA FORA DO CADTURMA E CANCELAMENTO ATE A DATA DE
      * MOVIMENTO QUE NAO CAIU EM NENHUMA AULA DO QUADRO.
       PENDENCIAS.
           WRITE REL-SAI FROM LIN-TIT-PEND AFTER ADVANCING 3 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-AULA.
           PERFORM TESTA-AULA-ORFA QTD-AULA TIMES.
           MOVE ZEROES TO IDX-CAN.
           PERFORM TESTA-CANC-SOBRA QTD-CAN TIMES.

       TESTA-AULA-ORFA.
           ADD 1 TO IDX-AULA.
           IF POS-TUR-AULA(IDX-AULA) EQUAL ZEROES
               ADD 1 TO CT-PENDENCIAS
               MOVE TURMA-AULA-TAB(IDX-AULA) TO TURMA-PEND
               MOVE SPACES TO DATA-PEND
               MOVE INICIO-AULA-TAB(IDX-AULA) TO INICIO-PEND
               MOVE "AULA DE TURMA FORA DO CADTURMA" TO MSG-PEND
               MOVE SPACES TO MOTIVO-PEND
               WRITE REL-SAI FROM LIN-PEND AFTER ADVANCING 1 LINE.

       TESTA-CANC-SOBRA.
           ADD 1 TO IDX-CAN.
           MOVE DATA-CAN-TAB(IDX-CAN) TO DATA-TRAB-9.
           IF USO-CAN-TAB(IDX-CAN) EQUAL ZEROES AND
              DD-TRAB IS NOT GREATER THAN DIA-FIM-CAL
               ADD 1 TO CT-PENDENCIAS
               MOVE TURMA-CAN-TAB(IDX-CAN) TO TURMA-PEND
               MOVE DATA-CAN-TAB(IDX-CAN) TO DATA-PEND
               MOVE INICIO-CAN-TAB(IDX-CAN) TO INICIO-PEND
               MOVE "CANCELADA AULA FORA DO QUADRO" TO MSG-PEND
               MOVE MOTIVO-CAN-TAB(IDX-CAN) TO MOTIVO-PEND
               WRITE REL-SAI FROM LIN-PEND AFTER ADVANCING 1 LINE.

       FIM.
           MOVE GER-DADAS TO DADAS-RES.
           COMPUTE HORAS-GERAL ROUNDED = GER-MIN / 60.
           MOVE HORAS-GERAL TO HORAS-RES.
           MOVE CT-LANCADOS TO LANC-RES.
           MOVE CT-PENDENCIAS TO PEND-RES.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 2 LINES.
           MOVE CT-SUBSTITUIDOS TO SUBST-RES.
           MOVE CT-CAN-FORA TO FORA-RES.
           WRITE REL-SAI FROM LIN-RESUMO-2 AFTER ADVANCING 1 LINE.
           CLOSE RELCARGA.
           DISPLAY "EM0335 - " CT-LANCADOS " LANCAMENTOS DE HORAS-AULA"
                   " GRAVADOS NO MOVHORAS".
           IF CT-PENDENCIAS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.

       COPY LEDATAMOV.
