       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0333.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       MANUTENCAO DO QUADRO DE HORARIOS DAS TURMAS
      *               (CADHORA.DAT, COPY CADHORA). O CADTURMA SABE O
      *               CURSO, O PROFESSOR E A CAPACIDADE DA TURMA, MAS
      *               NAO QUANDO NEM ONDE ELA TEM AULA, E O CONFLITO
      *               DE HORARIO SO APARECIA NO PRIMEIRO DIA DE AULA.
      *               ESTE JOB LE O MOVIMENTO MOVHORA.DAT:
      *                 OPER-MHOR    X(01)  I=INCLUI AULA NO QUADRO
      *                                     E=EXCLUI AULA DO QUADRO
      *                 TURMA-MHOR   9(03)  TURMA            (CHAVE)
      *                 DIA-MHOR     9(01)  DIA DA SEMANA    (CHAVE)
      *                                     1=DOMINGO ... 7=SABADO
      *                 INICIO-MHOR  HHMM   INICIO DA AULA   (CHAVE)
      *                 FIM-MHOR     HHMM   TERMINO DA AULA  (SO I)
      *                 SALA-MHOR    X(06)  SALA             (SO I)
      *                 CAPSALA-MHOR 9(04)  LUGARES DA SALA  (SO I)
      *               TROCA DE SALA OU DE HORARIO E UMA EXCLUSAO
      *               SEGUIDA DE INCLUSAO NO MESMO MOVIMENTO (AS
      *               TRANSACOES SAO APLICADAS NA ORDEM DO ARQUIVO).
      *               A INCLUSAO E REJEITADA QUANDO A TURMA NAO ESTA
      *               NO CADTURMA, O DIA OU O HORARIO SAO INVALIDOS,
      *               A SALA TEM MENOS LUGARES QUE O CAPAC-TURMA OU
      *               LUGARES DIFERENTES DAS OUTRAS AULAS DA MESMA
      *               SALA, OU QUANDO, NO MESMO DIA E EM HORARIO QUE
      *               SE SOBREPOE, A TURMA JA TEM AULA, A SALA JA ESTA
      *               OCUPADA OU O PROFESSOR DA TURMA (PROF-TURMA) JA
      *               DA AULA EM OUTRA TURMA. O CADASTRO E REGRAVADO
      *               AO FINAL E TODAS AS TRANSACOES SAEM EM RELMHOR
      *               COM O MOTIVO DA REJEICAO. DEPOIS DAS TRANSACOES
      *               O QUADRO INTEIRO E CONFERIDO DE NOVO CONTRA O
      *               CADTURMA DO DIA (O MANREF PODE TER TROCADO O
      *               PROFESSOR, AUMENTADO A TURMA OU EXCLUIDO O
      *               CODIGO) E AS PENDENCIAS SAEM NO FIM DO RELMHOR.
      *               CADA ALTERACAO APLICADA VAI PARA O LOG COMUM
      *               EXCLOG.DAT (SEVERIDADE "I"). RETURN-CODE 4
      *               QUANDO HOUVE REJEICAO OU PENDENCIA, 16 QUANDO
      *               MOVHORA OU CADTURMA NAO PODEM SER LIDOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVHORA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOV.

           SELECT CADHORA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HOR.

           SELECT CADTURMA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TURMA.

           SELECT RELMHOR ASSIGN TO DISK.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       FD MOVHORA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVHORA.DAT".

       01 REG-MOV.
           02 OPER-MHOR      PIC X(01).
           02 TURMA-MHOR     PIC 9(03).
           02 DIA-MHOR       PIC 9(01).
           02 INICIO-MHOR.
               03 HH-INI-MHOR    PIC 9(02).
               03 MM-INI-MHOR    PIC 9(02).
           02 INICIO-MHOR-9 REDEFINES INICIO-MHOR PIC 9(04).
           02 FIM-MHOR.
               03 HH-FIM-MHOR    PIC 9(02).
               03 MM-FIM-MHOR    PIC 9(02).
           02 FIM-MHOR-9 REDEFINES FIM-MHOR PIC 9(04).
           02 SALA-MHOR      PIC X(06).
           02 CAPSALA-MHOR   PIC 9(04).

       COPY CADHORA.

       FD CADTURMA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTURMA.DAT".

       01 REG-TURMA.
           02 COD-TURMA      PIC 9(03).
           02 CURSO-TURMA    PIC X(20).
           02 PROF-TURMA     PIC X(20).
           02 CAPAC-TURMA    PIC 9(04).

       FD RELMHOR
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY EXCLOG.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-MOV            PIC X(03) VALUE "NAO".
       77 FIM-HOR            PIC X(03) VALUE "NAO".
       77 FIM-TURMA          PIC X(03) VALUE "NAO".
       77 FS-MOV             PIC X(02) VALUE SPACES.
       77 FS-HOR             PIC X(02) VALUE SPACES.
       77 FS-TURMA           PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 QTD-HOR            PIC 9(03) VALUE ZEROES.
       77 IDX-HOR            PIC 9(03) VALUE ZEROES.
       77 POS-HOR            PIC 9(03) VALUE ZEROES.
       77 IDX-OUTRA          PIC 9(03) VALUE ZEROES.
       77 IDX-DESL           PIC 9(03) VALUE ZEROES.
       77 QTD-TURMA          PIC 9(03) VALUE ZEROES.
       77 IDX-TURMA          PIC 9(03) VALUE ZEROES.
       77 POS-TURMA          PIC 9(03) VALUE ZEROES.
       77 POS-TURMA-OUTRA    PIC 9(03) VALUE ZEROES.
       77 TURMA-PROCURADA    PIC 9(03) VALUE ZEROES.
       77 TURMA-CONFLITO     PIC 9(03) VALUE ZEROES.
       77 TRANS-VAL          PIC 9     VALUE ZEROES.
       77 CT-APLICADAS       PIC 9(05) VALUE ZEROES.
       77 CT-REJEITADAS      PIC 9(05) VALUE ZEROES.
       77 CT-PENDENCIAS      PIC 9(05) VALUE ZEROES.
       77 MOTIVO-REJ         PIC X(30) VALUE SPACES.
       77 CHAVE-AUD          PIC X(15) VALUE SPACES.
       77 MSG-AUD            PIC X(40) VALUE SPACES.

       01 TAB-HOR.
           02 ENT-HOR OCCURS 300 TIMES.
               03 TURMA-HOR-TAB    PIC 9(03).
               03 DIA-HOR-TAB      PIC 9(01).
               03 INICIO-HOR-TAB   PIC 9(04).
               03 FIM-HOR-TAB      PIC 9(04).
               03 SALA-HOR-TAB     PIC X(06).
               03 CAPSALA-HOR-TAB  PIC 9(04).

       01 TAB-TURMA.
           02 ENT-TURMA OCCURS 30 TIMES.
               03 COD-TURMA-TAB  PIC 9(03).
               03 PROF-TUR-TAB   PIC X(20).
               03 CAPAC-TUR-TAB  PIC 9(04).

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
                  "MANUTENCAO DO QUADRO DE HORARIOS        ".
           02 FILLER         PIC X(40) VALUE SPACES.

       01 LIN-CAB.
           02 FILLER         PIC X(40) VALUE
                  "OP TUR D INIC FIM  SALA   LUGS RESULTADO".
           02 FILLER         PIC X(40) VALUE
                  " MOTIVO                                 ".

       01 LIN-TRANS.
           02 OPER-LIN       PIC X(01).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 TURMA-LIN      PIC 9(03).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DIA-LIN        PIC 9(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 INICIO-LIN     PIC X(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 FIM-LIN        PIC X(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SALA-LIN       PIC X(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CAPSALA-LIN    PIC X(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RESULT-LIN     PIC X(09).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MOTIVO-LIN     PIC X(30).
           02 FILLER         PIC X(09) VALUE SPACES.

       01 LIN-TIT-PEND.
           02 FILLER         PIC X(40) VALUE
                  "PENDENCIAS DO QUADRO CONTRA O CADTURMA  ".
           02 FILLER         PIC X(40) VALUE SPACES.

       01 LIN-PEND.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 TURMA-PEND     PIC 9(03).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DIA-PEND       PIC 9(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 INICIO-PEND    PIC 9(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 FIM-PEND       PIC 9(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SALA-PEND      PIC X(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CAPSALA-PEND   PIC 9(04).
           02 FILLER         PIC X(11) VALUE SPACES.
           02 MOTIVO-PEND    PIC X(30).
           02 FILLER         PIC X(09) VALUE SPACES.

       01 LIN-TOTAL.
           02 FILLER         PIC X(21) VALUE "TRANSACOES APLICADAS:".
           02 APLIC-LIN      PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  REJEITADAS: ".
           02 REJ-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  PENDENCIAS: ".
           02 PEND-LIN       PIC ZZ.ZZ9.
           02 FILLER         PIC X(09) VALUE "  AULAS: ".
           02 QTD-LIN        PIC ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.

       COPY WSDATAMOV.

       PROCEDURE DIVISION.

       EM03-33.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-MOV EQUAL "SIM".
           PERFORM CONFERE-QUADRO.
           PERFORM FIM.
           IF CT-REJEITADAS IS GREATER THAN ZEROES OR
              CT-PENDENCIAS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           OPEN INPUT MOVHORA.
           IF FS-MOV NOT EQUAL "00"
               DISPLAY "MOVHORA NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-MOV
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM CARGA-TURMA.
           PERFORM CARGA-CADHORA.
           OPEN OUTPUT RELMHOR
                EXTEND EXCLOG.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM LIN-CAB AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           PERFORM LE-MOV.
           IF FIM-MOV EQUAL "SIM"
               DISPLAY "MOVHORA SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      * SEM O CADASTRO DE TURMAS NAO HA PROFESSOR NEM CAPACIDADE PARA
      * CONFERIR: O JOB NAO RODA.
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
                   MOVE PROF-TURMA TO PROF-TUR-TAB(QTD-TURMA)
                   MOVE CAPAC-TURMA TO CAPAC-TUR-TAB(QTD-TURMA).

      * QUADRO ATUAL; SEM O ARQUIVO (PRIMEIRA RODADA) COMECA VAZIO.
       CARGA-CADHORA.
           OPEN INPUT CADHORA.
           IF FS-HOR EQUAL "00"
               PERFORM LE-HOR UNTIL FIM-HOR EQUAL "SIM"
               CLOSE CADHORA.

       LE-HOR.
           READ CADHORA AT END
               MOVE "SIM" TO FIM-HOR.
           IF FIM-HOR NOT EQUAL "SIM"
               IF QTD-HOR GREATER THAN OR EQUAL TO 300
                   DISPLAY "CADHORA EXCEDE LIMITE DE 300 AULAS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-HOR
                   MOVE TURMA-HOR TO TURMA-HOR-TAB(QTD-HOR)
                   MOVE DIA-HOR TO DIA-HOR-TAB(QTD-HOR)
                   MOVE INICIO-HOR-9 TO INICIO-HOR-TAB(QTD-HOR)
                   MOVE TERMINO-HOR-9 TO FIM-HOR-TAB(QTD-HOR)
                   MOVE SALA-HOR TO SALA-HOR-TAB(QTD-HOR)
                   MOVE CAPSALA-HOR TO CAPSALA-HOR-TAB(QTD-HOR).

       LE-MOV.
           READ MOVHORA AT END MOVE "SIM" TO FIM-MOV.

       PRINCIPAL.
           PERFORM VALIDA-TRANSACAO.
           IF TRANS-VAL EQUAL 1
               IF OPER-MHOR EQUAL "I"
                   PERFORM APLICA-INCLUSAO
               ELSE
                   PERFORM APLICA-EXCLUSAO
               END-IF
               PERFORM CONFIRMA-TRANSACAO
           ELSE
               PERFORM REJEITA-TRANSACAO.
           PERFORM LE-MOV.

      * CRITICA EM CASCATA: A PRIMEIRA FALHA DA O MOTIVO.
       VALIDA-TRANSACAO.
           MOVE 1 TO TRANS-VAL.
           MOVE SPACES TO MOTIVO-REJ.
           IF OPER-MHOR NOT EQUAL "I" AND OPER-MHOR NOT EQUAL "E"
               MOVE 0 TO TRANS-VAL
               MOVE "OPERACAO INVALIDA" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1
               IF TURMA-MHOR IS NOT NUMERIC OR
                  DIA-MHOR IS NOT NUMERIC OR
                  INICIO-MHOR-9 IS NOT NUMERIC
                   MOVE 0 TO TRANS-VAL
                   MOVE "CHAVE NAO NUMERICA" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1
               PERFORM PROCURA-HOR
               IF OPER-MHOR EQUAL "I"
                   PERFORM VALIDA-INCLUSAO
               ELSE
                   IF POS-HOR EQUAL ZEROES
                       MOVE 0 TO TRANS-VAL
                       MOVE "AULA NAO CADASTRADA" TO MOTIVO-REJ.

       VALIDA-INCLUSAO.
           IF POS-HOR IS GREATER THAN ZEROES
               MOVE 0 TO TRANS-VAL
               MOVE "AULA JA CADASTRADA" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1
               MOVE TURMA-MHOR TO TURMA-PROCURADA
               PERFORM PROCURA-TURMA
               MOVE POS-TURMA TO POS-TURMA-OUTRA
               IF POS-TURMA EQUAL ZEROES
                   MOVE 0 TO TRANS-VAL
                   MOVE "TURMA NAO CADASTRADA" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1
               IF DIA-MHOR IS LESS THAN 1 OR DIA-MHOR IS GREATER THAN 7
                   MOVE 0 TO TRANS-VAL
                   MOVE "DIA DA SEMANA INVALIDO" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1
               PERFORM VALIDA-HORARIO.
           IF TRANS-VAL EQUAL 1
               IF SALA-MHOR EQUAL SPACES
                   MOVE 0 TO TRANS-VAL
                   MOVE "SALA NAO INFORMADA" TO MOTIVO-REJ
               ELSE
                   IF CAPSALA-MHOR IS NOT NUMERIC
                       MOVE 0 TO TRANS-VAL
                       MOVE "LUGARES DA SALA NAO NUMERICO"
                           TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1
               IF CAPSALA-MHOR IS LESS THAN
                  CAPAC-TUR-TAB(POS-TURMA-OUTRA)
                   MOVE 0 TO TRANS-VAL
                   MOVE "SALA MENOR QUE A TURMA" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1
               MOVE ZEROES TO IDX-OUTRA
               PERFORM TESTA-CONFLITO
                   UNTIL IDX-OUTRA IS NOT LESS THAN QTD-HOR
                      OR TRANS-VAL EQUAL 0.

      * HH ATE 23 E MM ATE 59 NAS DUAS HORAS, TERMINO DEPOIS DO INICIO.
       VALIDA-HORARIO.
           IF FIM-MHOR-9 IS NOT NUMERIC
               MOVE 0 TO TRANS-VAL
               MOVE "HORARIO NAO NUMERICO" TO MOTIVO-REJ
           ELSE
               IF HH-INI-MHOR IS GREATER THAN 23 OR
                  MM-INI-MHOR IS GREATER THAN 59 OR
                  HH-FIM-MHOR IS GREATER THAN 23 OR
                  MM-FIM-MHOR IS GREATER THAN 59
                   MOVE 0 TO TRANS-VAL
                   MOVE "HORARIO INVALIDO" TO MOTIVO-REJ
               ELSE
                   IF FIM-MHOR-9 IS NOT GREATER THAN INICIO-MHOR-9
                       MOVE 0 TO TRANS-VAL
                       MOVE "TERMINO ANTES DO INICIO"
                           TO MOTIVO-REJ.

      * CONFRONTA A AULA NOVA COM CADA AULA DO QUADRO. A MESMA SALA
      * TEM SEMPRE OS MESMOS LUGARES; NO MESMO DIA, COM HORARIOS QUE
      * SE SOBREPOEM, NAO PODE SER A MESMA TURMA, A MESMA SALA NEM O
      * MESMO PROFESSOR.
       TESTA-CONFLITO.
           ADD 1 TO IDX-OUTRA.
           MOVE TURMA-HOR-TAB(IDX-OUTRA) TO TURMA-CONFLITO.
           IF SALA-HOR-TAB(IDX-OUTRA) EQUAL SALA-MHOR AND
              CAPSALA-HOR-TAB(IDX-OUTRA) NOT EQUAL CAPSALA-MHOR
               MOVE 0 TO TRANS-VAL
               MOVE "LUGARES DIVERGEM - TURMA" TO MOTIVO-REJ
               MOVE TURMA-CONFLITO TO MOTIVO-REJ(26:3).
           IF TRANS-VAL EQUAL 1 AND
              DIA-HOR-TAB(IDX-OUTRA) EQUAL DIA-MHOR AND
              INICIO-HOR-TAB(IDX-OUTRA) IS LESS THAN FIM-MHOR-9 AND
              FIM-HOR-TAB(IDX-OUTRA) IS GREATER THAN INICIO-MHOR-9
               PERFORM TESTA-SOBREPOSICAO.

       TESTA-SOBREPOSICAO.
           IF TURMA-CONFLITO EQUAL TURMA-MHOR
               MOVE 0 TO TRANS-VAL
               MOVE "TURMA JA TEM AULA NO HORARIO" TO MOTIVO-REJ
           ELSE
               IF SALA-HOR-TAB(IDX-OUTRA) EQUAL SALA-MHOR
                   MOVE 0 TO TRANS-VAL
                   MOVE "SALA OCUPADA PELA TURMA" TO MOTIVO-REJ
                   MOVE TURMA-CONFLITO TO MOTIVO-REJ(25:3)
               ELSE
                   MOVE TURMA-CONFLITO TO TURMA-PROCURADA
                   PERFORM PROCURA-TURMA
                   IF POS-TURMA IS GREATER THAN ZEROES
                       IF PROF-TUR-TAB(POS-TURMA) NOT EQUAL SPACES AND
                          PROF-TUR-TAB(POS-TURMA) EQUAL
                          PROF-TUR-TAB(POS-TURMA-OUTRA)
                           MOVE 0 TO TRANS-VAL
                           MOVE "PROFESSOR EM AULA NA TURMA"
                               TO MOTIVO-REJ
                           MOVE TURMA-CONFLITO TO MOTIVO-REJ(28:3).

       PROCURA-HOR.
           MOVE ZEROES TO POS-HOR IDX-HOR.
           PERFORM TESTA-HOR QTD-HOR TIMES.

       TESTA-HOR.
           ADD 1 TO IDX-HOR.
           IF TURMA-HOR-TAB(IDX-HOR) EQUAL TURMA-MHOR AND
              DIA-HOR-TAB(IDX-HOR) EQUAL DIA-MHOR AND
              INICIO-HOR-TAB(IDX-HOR) EQUAL INICIO-MHOR-9
               MOVE IDX-HOR TO POS-HOR.

       PROCURA-TURMA.
           MOVE ZEROES TO POS-TURMA IDX-TURMA.
           PERFORM TESTA-TURMA QTD-TURMA TIMES.

       TESTA-TURMA.
           ADD 1 TO IDX-TURMA.
           IF COD-TURMA-TAB(IDX-TURMA) EQUAL TURMA-PROCURADA
               MOVE IDX-TURMA TO POS-TURMA.

       APLICA-INCLUSAO.
           IF QTD-HOR GREATER THAN OR EQUAL TO 300
               DISPLAY "CADHORA EXCEDE LIMITE DE 300 AULAS - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-HOR.
           MOVE TURMA-MHOR TO TURMA-HOR-TAB(QTD-HOR).
           MOVE DIA-MHOR TO DIA-HOR-TAB(QTD-HOR).
           MOVE INICIO-MHOR-9 TO INICIO-HOR-TAB(QTD-HOR).
           MOVE FIM-MHOR-9 TO FIM-HOR-TAB(QTD-HOR).
           MOVE SALA-MHOR TO SALA-HOR-TAB(QTD-HOR).
           MOVE CAPSALA-MHOR TO CAPSALA-HOR-TAB(QTD-HOR).
           MOVE "INCLUSAO ATE      SALA" TO MSG-AUD.
           MOVE FIM-MHOR-9 TO MSG-AUD(14:4).
           MOVE SALA-MHOR TO MSG-AUD(24:6).

       APLICA-EXCLUSAO.
           MOVE "EXCLUSAO ATE      SALA" TO MSG-AUD.
           MOVE FIM-HOR-TAB(POS-HOR) TO MSG-AUD(14:4).
           MOVE SALA-HOR-TAB(POS-HOR) TO MSG-AUD(24:6).
           MOVE FIM-HOR-TAB(POS-HOR) TO FIM-MHOR-9.
           MOVE SALA-HOR-TAB(POS-HOR) TO SALA-MHOR.
           MOVE CAPSALA-HOR-TAB(POS-HOR) TO CAPSALA-MHOR.
           MOVE POS-HOR TO IDX-DESL.
           PERFORM DESLOCA-EXCLUSAO
               UNTIL IDX-DESL IS NOT LESS THAN QTD-HOR.
           SUBTRACT 1 FROM QTD-HOR.

       DESLOCA-EXCLUSAO.
           MOVE ENT-HOR(IDX-DESL + 1) TO ENT-HOR(IDX-DESL).
           ADD 1 TO IDX-DESL.

       CONFIRMA-TRANSACAO.
           ADD 1 TO CT-APLICADAS.
           MOVE "APLICADA" TO RESULT-LIN.
           MOVE SPACES TO MOTIVO-LIN.
           PERFORM IMPRIME-TRANSACAO.
           MOVE SPACES TO CHAVE-AUD.
           MOVE TURMA-MHOR TO CHAVE-AUD(1:3).
           MOVE DIA-MHOR TO CHAVE-AUD(5:1).
           MOVE INICIO-MHOR-9 TO CHAVE-AUD(7:4).
           PERFORM GRAVA-EXCLOG.

       REJEITA-TRANSACAO.
           ADD 1 TO CT-REJEITADAS.
           MOVE "REJEITADA" TO RESULT-LIN.
           MOVE MOTIVO-REJ TO MOTIVO-LIN.
           PERFORM IMPRIME-TRANSACAO.

       IMPRIME-TRANSACAO.
           MOVE OPER-MHOR TO OPER-LIN.
           MOVE TURMA-MHOR TO TURMA-LIN.
           MOVE DIA-MHOR TO DIA-LIN.
           MOVE INICIO-MHOR TO INICIO-LIN.
           MOVE FIM-MHOR TO FIM-LIN.
           MOVE SALA-MHOR TO SALA-LIN.
           MOVE CAPSALA-MHOR TO CAPSALA-LIN.
           WRITE REL-SAI FROM LIN-TRANS AFTER ADVANCING 1 LINE.

      * RECONFERE O QUADRO JA ATUALIZADO CONTRA O CADTURMA DO DIA:
      * TURMA EXCLUIDA, SALA QUE FICOU PEQUENA E PROFESSOR EM DUAS
      * AULAS AO MESMO TEMPO (CADA PAR DE AULAS E LISTADO UMA VEZ,
      * NA PRIMEIRA DO PAR). AS AULAS NAO SAO RETIRADAS DO QUADRO -
      * A CORRECAO E FEITA PELO MOVIMENTO.
       CONFERE-QUADRO.
           WRITE REL-SAI FROM LIN-TIT-PEND AFTER ADVANCING 3 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-HOR.
           PERFORM CONFERE-AULA QTD-HOR TIMES.

       CONFERE-AULA.
           ADD 1 TO IDX-HOR.
           MOVE TURMA-HOR-TAB(IDX-HOR) TO TURMA-PROCURADA.
           PERFORM PROCURA-TURMA.
           IF POS-TURMA EQUAL ZEROES
               MOVE "TURMA FORA DO CADTURMA" TO MOTIVO-PEND
               PERFORM IMPRIME-PENDENCIA
           ELSE
               MOVE POS-TURMA TO POS-TURMA-OUTRA
               IF CAPSALA-HOR-TAB(IDX-HOR) IS LESS THAN
                  CAPAC-TUR-TAB(POS-TURMA)
                   MOVE "SALA MENOR QUE A TURMA" TO MOTIVO-PEND
                   PERFORM IMPRIME-PENDENCIA
               END-IF
               IF PROF-TUR-TAB(POS-TURMA) NOT EQUAL SPACES
                   MOVE IDX-HOR TO IDX-OUTRA
                   PERFORM CONFERE-PROFESSOR
                       UNTIL IDX-OUTRA IS NOT LESS THAN QTD-HOR.

       CONFERE-PROFESSOR.
           ADD 1 TO IDX-OUTRA.
           IF DIA-HOR-TAB(IDX-OUTRA) EQUAL DIA-HOR-TAB(IDX-HOR) AND
              INICIO-HOR-TAB(IDX-OUTRA) IS LESS THAN
              FIM-HOR-TAB(IDX-HOR) AND
              FIM-HOR-TAB(IDX-OUTRA) IS GREATER THAN
              INICIO-HOR-TAB(IDX-HOR)
               MOVE TURMA-HOR-TAB(IDX-OUTRA) TO TURMA-PROCURADA
               PERFORM PROCURA-TURMA
               IF POS-TURMA IS GREATER THAN ZEROES
                   IF PROF-TUR-TAB(POS-TURMA) EQUAL
                      PROF-TUR-TAB(POS-TURMA-OUTRA)
                       MOVE "PROFESSOR EM AULA NA TURMA"
                           TO MOTIVO-PEND
                       MOVE TURMA-HOR-TAB(IDX-OUTRA)
                           TO MOTIVO-PEND(28:3)
                       PERFORM IMPRIME-PENDENCIA.

       IMPRIME-PENDENCIA.
           ADD 1 TO CT-PENDENCIAS.
           MOVE TURMA-HOR-TAB(IDX-HOR) TO TURMA-PEND.
           MOVE DIA-HOR-TAB(IDX-HOR) TO DIA-PEND.
           MOVE INICIO-HOR-TAB(IDX-HOR) TO INICIO-PEND.
           MOVE FIM-HOR-TAB(IDX-HOR) TO FIM-PEND.
           MOVE SALA-HOR-TAB(IDX-HOR) TO SALA-PEND.
           MOVE CAPSALA-HOR-TAB(IDX-HOR) TO CAPSALA-PEND.
           WRITE REL-SAI FROM LIN-PEND AFTER ADVANCING 1 LINE.

      * REGRAVA O QUADRO INTEIRO COM AS TRANSACOES APLICADAS.
       FIM.
           OPEN OUTPUT CADHORA.
           MOVE ZEROES TO IDX-HOR.
           PERFORM GRAVA-HOR QTD-HOR TIMES.
           CLOSE CADHORA.
           MOVE CT-APLICADAS TO APLIC-LIN.
           MOVE CT-REJEITADAS TO REJ-LIN.
           MOVE CT-PENDENCIAS TO PEND-LIN.
           MOVE QTD-HOR TO QTD-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           CLOSE MOVHORA
                 RELMHOR
                 EXCLOG.
           DISPLAY "EM0333 - " CT-APLICADAS " APLICADAS, "
                   CT-REJEITADAS " REJEITADAS, "
                   CT-PENDENCIAS " PENDENCIAS".

       GRAVA-HOR.
           ADD 1 TO IDX-HOR.
           MOVE TURMA-HOR-TAB(IDX-HOR) TO TURMA-HOR.
           MOVE DIA-HOR-TAB(IDX-HOR) TO DIA-HOR.
           MOVE INICIO-HOR-TAB(IDX-HOR) TO INICIO-HOR-9.
           MOVE FIM-HOR-TAB(IDX-HOR) TO TERMINO-HOR-9.
           MOVE SALA-HOR-TAB(IDX-HOR) TO SALA-HOR.
           MOVE CAPSALA-HOR-TAB(IDX-HOR) TO CAPSALA-HOR.
           WRITE REG-HOR.

       COPY LEDATAMOV.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID== BY =="EM0333"==
                     ==CPY-CHAVE==  BY ==CHAVE-AUD==
                     ==CPY-SEVER==  BY =="I"==
                     ==CPY-MSG==    BY ==MSG-AUD==.
