       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0337.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       ALERTA SEMANAL DE RISCO DE EVASAO. A COORDENACAO
      *               SO PERCEBIA O ALUNO QUE IA ABANDONAR O CURSO
      *               QUANDO ELE JA TINHA SAIDO, EMBORA AS NOTAS, AS
      *               FALTAS E A INADIMPLENCIA JA ESTIVESSEM NOS
      *               ARQUIVOS. ESTE JOB, RODADO UMA VEZ POR SEMANA,
      *               PONTUA CADA ALUNO MATRICULADO (CADALU.DAT) EM
      *               TRES FATORES E SOMA O PESO DE CADA FATOR
      *               ATINGIDO:
      *                 - NOTAS: MEDIA PARCIAL DAS NOTAS JA LANCADAS NO
      *                   CADALU ABAIXO DO LIMITE. NOTA ZERADA CONTA SO
      *                   QUANDO O ZERO FOI LANCADO (ULTIMA ALTERACAO
      *                   DA NOTA NA TRILHA AUDNOTA.DAT DO EM0317 COM
      *                   NOTA NOVA ZERO); ALUNO SEM NENHUMA NOTA
      *                   LANCADA NAO E AVALIADO NESTE FATOR;
      *                 - FALTAS: FALTAS APURADAS PELO EM0213 EM
      *                   ARQALUN.DAT ACIMA DO LIMITE (SEM O ARQUIVO,
      *                   ZERO, AVISADO NO CONSOLE);
      *                 - ATRASO: MESES DE MENSALIDADE EM ABERTO NO
      *                   HISTORICO INDEXADO CADHISTM.DAT (EM0320/
      *                   EM0321) IGUAL OU ACIMA DO LIMITE (SEM O
      *                   ARQUIVO, ZERO, AVISADO NO CONSOLE).
      *               PESOS E LIMITES VEM DO RUNCTL:
      *                 - PROG "EM0337": PARM1/PARM2/PARM3 = PESO DAS
      *                   NOTAS, DAS FALTAS E DO ATRASO (0 A 100 CADA;
      *                   SEM O REGISTRO, 40/30/30; PESO ZERO DESLIGA
      *                   O FATOR);
      *                 - PROG "EM337L": PARM1 = MEDIA PARCIAL MINIMA,
      *                   PARM2 = MAXIMO DE FALTAS, PARM3 = MESES EM
      *                   ATRASO QUE DISPARAM O FATOR (ZERO OU SEM O
      *                   REGISTRO: 6,00 / 10 / 2).
      *               O ALUNO ESTA EM RISCO COM 50 PONTOS OU MAIS. A
      *               PONTUACAO DE CADA ALUNO AVALIADO VAI PARA O
      *               HISTORICO HISTEVA.DAT (EXTEND), UM REGISTRO POR
      *               ALUNO E SEMANA:
      *                 DATA-EVA     9(08)  DATA DE MOVIMENTO
      *                 MAT-EVA      9(07)  MATRICULA
      *                 TURMA-EVA    9(03)  TURMA
      *                 PONT-EVA     9(03)  PONTUACAO
      *                 MEDIA-EVA    99V99  MEDIA PARCIAL
      *                 FALTAS-EVA   9(03)  FALTAS
      *                 ATRASO-EVA   9(03)  MESES EM ATRASO
      *                 FATOR-EVA    X(03)  FATORES ATINGIDOS ("N" =
      *                                     NOTAS, "F" = FALTAS, "A" =
      *                                     ATRASO)
      *                 RISCO-EVA    X(01)  "S" = EM RISCO
      *               O RELATORIO RELEVAS SAI POR TURMA, COM O CURSO E
      *               O PROFESSOR DO CADTURMA, DA MAIOR PARA A MENOR
      *               PONTUACAO, E LISTA O ALUNO EM RISCO E O QUE SAIU
      *               DO RISCO DESDE A SEMANA ANTERIOR, COM A
      *               PONTUACAO ANTERIOR, A TENDENCIA (NOVO, SUBIU,
      *               CAIU, IGUAL, SAIU), AS SEMANAS SEGUIDAS EM RISCO
      *               E OS MOTIVOS DA PONTUACAO. A RODADA REPETIDA NA
      *               MESMA DATA (OU EM DATA ANTERIOR A ULTIMA GRAVADA)
      *               EMITE O RELATORIO MAS NAO GRAVA O HISTORICO DE
      *               NOVO (RETURN-CODE 4). PARAMETRO INVALIDO E
      *               CADALU AUSENTE OU VAZIO ABORTAM COM RETURN-CODE
      *               16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALU.

           SELECT CADTURMA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TURMA.

           SELECT AUDNOTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUD.

           SELECT ARQALUN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FALTA.

           SELECT CADHISTM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MATX-HISTM
           FILE STATUS IS FS-HISTM.

           SELECT HISTEVA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EVA.

           SELECT WORKEVA ASSIGN TO DISK.

           SELECT RELEVAS ASSIGN TO DISK.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       FD CADALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".

       01 REG-ALU.
           02 TURMA-ALU      PIC 9(03).
           02 COD-ALU        PIC 9(07).
           02 NOME-ALU       PIC X(30).
           02 NOTA-ALU.
               03 NOTA-TAB-ALU PIC 99V99 OCCURS 4 TIMES.

       FD CADTURMA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTURMA.DAT".

       01 REG-TURMA.
           02 COD-TURMA      PIC 9(03).
           02 CURSO-TURMA    PIC X(20).
           02 PROF-TURMA     PIC X(20).
           02 CAPAC-TURMA    PIC 9(04).

       FD AUDNOTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AUDNOTA.DAT".

       01 REG-AUD.
           02 MAT-AUD        PIC 9(07).
           02 NUM-AUD        PIC 9(01).
           02 NOTA-ANT-AUD   PIC 99V99.
           02 NOTA-NOVA-AUD  PIC 99V99.
           02 ORIGEM-AUD     PIC X(10).
           02 DATA-AUD       PIC 9(08).

       FD ARQALUN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQALUN.DAT".

       01 REG-FALTA.
           02 MAT-FALTA      PIC 9(07).
           02 NOME-FALTA     PIC X(30).
           02 NOTA1-FALTA    PIC 99V99.
           02 NOTA2-FALTA    PIC 99V99.
           02 NOTA3-FALTA    PIC 99V99.
           02 FALTAS-FALTA   PIC 99.
           02 SEXO-FALTA     PIC X.
           02 TURMA-FALTA    PIC 9(03).

       FD CADHISTM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADHISTM.DAT".

       01 REG-HISTM.
           02 MATX-HISTM      PIC 9(07).
           02 SALDOX-HISTM    PIC 9(09)V9(02).
           02 ATRASOSX-HISTM  PIC 9(03).

       FD HISTEVA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTEVA.DAT".

       01 REG-EVA.
           02 DATA-EVA       PIC 9(08).
           02 MAT-EVA        PIC 9(07).
           02 TURMA-EVA      PIC 9(03).
           02 PONT-EVA       PIC 9(03).
           02 MEDIA-EVA      PIC 99V99.
           02 FALTAS-EVA     PIC 9(03).
           02 ATRASO-EVA     PIC 9(03).
           02 FATOR-EVA      PIC X(03).
           02 RISCO-EVA      PIC X(01).

       SD WORKEVA.

       01 REG-WORKEVA.
           02 TURMA-W        PIC 9(03).
           02 PONT-W         PIC 9(03).
           02 MAT-W          PIC 9(07).
           02 POS-W          PIC 9(03).

       FD RELEVAS
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

       77 FIM-ALU            PIC X(03) VALUE "NAO".
       77 FIM-TURMA          PIC X(03) VALUE "NAO".
       77 FIM-AUD            PIC X(03) VALUE "NAO".
       77 FIM-FALTA          PIC X(03) VALUE "NAO".
       77 FIM-EVA            PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FIM-SORT           PIC X(03) VALUE "NAO".
       77 FS-ALU             PIC X(02) VALUE SPACES.
       77 FS-TURMA           PIC X(02) VALUE SPACES.
       77 FS-AUD             PIC X(02) VALUE SPACES.
       77 FS-FALTA           PIC X(02) VALUE SPACES.
       77 FS-HISTM           PIC X(02) VALUE SPACES.
       77 FS-EVA             PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 TEM-HISTM          PIC 9     VALUE ZEROES.
       77 GRAVA-HIST         PIC 9     VALUE 1.
       77 PESO-NOTA          PIC 9(03) VALUE 40.
       77 PESO-FALTA         PIC 9(03) VALUE 30.
       77 PESO-ATRASO        PIC 9(03) VALUE 30.
       77 LIM-MEDIA          PIC 99V99 VALUE 6.
       77 LIM-FALTA          PIC 9(03) VALUE 10.
       77 LIM-ATRASO         PIC 9(03) VALUE 2.
       77 CORTE-RISCO        PIC 9(03) VALUE 50.
       77 QTD-ALU            PIC 9(03) VALUE ZEROES.
       77 IDX-ALU            PIC 9(03) VALUE ZEROES.
       77 POS-ALU            PIC 9(03) VALUE ZEROES.
       77 IDX-BUSCA          PIC 9(03) VALUE ZEROES.
       77 MAT-PROCURA        PIC 9(07) VALUE ZEROES.
       77 QTD-TURMA          PIC 9(03) VALUE ZEROES.
       77 IDX-TURMA          PIC 9(03) VALUE ZEROES.
       77 POS-TURMA          PIC 9(03) VALUE ZEROES.
       77 IDX-NOTA           PIC 9(01) VALUE ZEROES.
       77 QTD-NOTA           PIC 9(01) VALUE ZEROES.
       77 SOMA-NOTA          PIC 9(03)V99 VALUE ZEROES.
       77 TURMA-ANT          PIC 9(03) VALUE ZEROES.
       77 PTR-MOT            PIC 9(03) VALUE ZEROES.
       77 CT-AVALIADOS       PIC 9(05) VALUE ZEROES.
       77 CT-RISCO           PIC 9(05) VALUE ZEROES.
       77 CT-NOVOS           PIC 9(05) VALUE ZEROES.
       77 CT-SAIRAM          PIC 9(05) VALUE ZEROES.
       77 CT-SEM-NOTA        PIC 9(05) VALUE ZEROES.
       77 CT-HIST            PIC 9(05) VALUE ZEROES.
       77 CT-AUD-INVAL       PIC 9(05) VALUE ZEROES.
       77 CT-TURMA-LST       PIC 9(05) VALUE ZEROES.
       77 MEDIA-ED           PIC Z9,99.
       77 NUM-ED             PIC ZZ9.
       77 PESO-ED            PIC ZZ9.

       COPY WSDATAMOV.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X.
           02 ANO-ROD        PIC 9(04).
           02 MES-ROD        PIC 9(02).
           02 DIA-ROD        PIC 9(02).
       01 DATA-RODADA-9 REDEFINES DATA-RODADA-X PIC 9(08).

      * ALUNOS DO CADALU. NOTA-LANC-TAB = "S" QUANDO A ULTIMA
      * ALTERACAO DA NOTA NA TRILHA AUDNOTA LANCOU ZERO.
       01 TAB-ALU.
           02 ENT-ALU OCCURS 500 TIMES.
               03 MAT-TAB        PIC 9(07).
               03 NOME-TAB       PIC X(30).
               03 TURMA-TAB      PIC 9(03).
               03 NOTA-TAB       PIC 99V99 OCCURS 4 TIMES.
               03 NOTA-LANC-TAB  PIC X(01) OCCURS 4 TIMES.
               03 QTD-NOTA-TAB   PIC 9(01).
               03 MEDIA-TAB      PIC 99V99.
               03 FALTAS-TAB     PIC 9(03).
               03 ATRASO-TAB     PIC 9(03).
               03 PONT-TAB       PIC 9(03).
               03 FATOR-TAB.
                   04 FATOR-N-TAB PIC X(01).
                   04 FATOR-F-TAB PIC X(01).
                   04 FATOR-A-TAB PIC X(01).
               03 RISCO-TAB      PIC X(01).
               03 TEM-ANT-TAB    PIC 9(01).
               03 PONT-ANT-TAB   PIC 9(03).
               03 RISCO-ANT-TAB  PIC X(01).
               03 SEMANAS-TAB    PIC 9(03).

       01 TAB-TURMA.
           02 ENT-TURMA OCCURS 30 TIMES.
               03 COD-TURMA-TAB  PIC 9(03).
               03 CURSO-TUR-TAB  PIC X(20).
               03 PROF-TUR-TAB   PIC X(20).

       01 LIN-TITULO.
           02 FILLER         PIC X(27) VALUE
                "ALERTA DE EVASAO ESCOLAR - ".
           02 FILLER         PIC X(13) VALUE "AVALIACAO DE ".
           02 DIA-TIT        PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MES-TIT        PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 ANO-TIT        PIC 9(04).
           02 FILLER         PIC X(30) VALUE SPACES.

       01 LIN-PESOS.
           02 FILLER         PIC X(13) VALUE "PESOS: NOTAS ".
           02 PNOTA-LIN      PIC ZZ9.
           02 FILLER         PIC X(08) VALUE " FALTAS ".
           02 PFALTA-LIN     PIC ZZ9.
           02 FILLER         PIC X(08) VALUE " ATRASO ".
           02 PATRASO-LIN    PIC ZZ9.
           02 FILLER         PIC X(22) VALUE
                " - ALERTA A PARTIR DE ".
           02 CORTE-LIN      PIC ZZ9.
           02 FILLER         PIC X(08) VALUE " PONTOS".
           02 FILLER         PIC X(09) VALUE SPACES.

       01 LIN-LIMITES.
           02 FILLER         PIC X(33) VALUE
                "LIMITES: MEDIA PARCIAL ABAIXO DE ".
           02 LMEDIA-LIN     PIC Z9,99.
           02 FILLER         PIC X(11) VALUE " - MAIS DE ".
           02 LFALTA-LIN     PIC ZZ9.
           02 FILLER         PIC X(10) VALUE " FALTAS - ".
           02 LATRASO-LIN    PIC ZZ9.
           02 FILLER         PIC X(15) VALUE " MESES ATRASO".

       01 LIN-TURMA.
           02 FILLER         PIC X(06) VALUE "TURMA ".
           02 TURMA-LIN      PIC 9(03).
           02 FILLER         PIC X(03) VALUE " - ".
           02 CURSO-LIN      PIC X(20).
           02 FILLER         PIC X(07) VALUE " PROF. ".
           02 PROF-LIN       PIC X(20).
           02 FILLER         PIC X(21) VALUE SPACES.

       01 LIN-CAB.
           02 FILLER         PIC X(29) VALUE
                "MATRIC. NOME                 ".
           02 FILLER         PIC X(19) VALUE
                "PTS ANT TEND  SEM  ".
           02 FILLER         PIC X(32) VALUE
                "MEDIA  FAL  ATR ".

       01 LIN-DET.
           02 MAT-DET        PIC 9(07).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-DET       PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PONT-DET       PIC ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ANT-DET        PIC ZZ9.
           02 ANT-DET-X REDEFINES ANT-DET PIC X(03).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 TEND-DET       PIC X(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SEM-DET        PIC ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 MEDIA-DET      PIC Z9,99.
           02 MEDIA-DET-X REDEFINES MEDIA-DET PIC X(05).
           02 MARCA-N-DET    PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 FALTAS-DET     PIC ZZ9.
           02 MARCA-F-DET    PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ATRASO-DET     PIC ZZ9.
           02 MARCA-A-DET    PIC X(01).
           02 FILLER         PIC X(16) VALUE SPACES.

       01 LIN-MOTIVO.
           02 FILLER         PIC X(09) VALUE SPACES.
           02 FILLER         PIC X(09) VALUE "MOTIVOS: ".
           02 TEXTO-MOT      PIC X(62).

       01 LIN-RESUMO.
           02 FILLER         PIC X(11) VALUE "AVALIADOS: ".
           02 AVAL-RES       PIC ZZ.ZZ9.
           02 FILLER         PIC X(12) VALUE "  EM RISCO: ".
           02 RISCO-RES      PIC ZZ.ZZ9.
           02 FILLER         PIC X(09) VALUE "  NOVOS: ".
           02 NOVOS-RES      PIC ZZ.ZZ9.
           02 FILLER         PIC X(20) VALUE
                "  SAIRAM DO RISCO: ".
           02 SAIRAM-RES     PIC ZZ.ZZ9.
           02 FILLER         PIC X(04) VALUE SPACES.

       01 LIN-RESUMO-2.
           02 FILLER         PIC X(31) VALUE
                "ALUNOS SEM NOTA LANCADA:       ".
           02 SEMNOTA-RES    PIC ZZ.ZZ9.
           02 FILLER         PIC X(43) VALUE SPACES.

       01 LIN-RESUMO-3.
           02 FILLER         PIC X(31) VALUE
                "REGISTROS GRAVADOS NO HISTEVA: ".
           02 HIST-RES       PIC ZZ.ZZ9.
           02 MSG-HIST-RES   PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

       EM03-37.
           PERFORM INICIO.
           MOVE ZEROES TO IDX-ALU.
           PERFORM AVALIA-ALUNO QTD-ALU TIMES.
           IF GRAVA-HIST EQUAL 1
               PERFORM GRAVA-HISTORICO.
           SORT WORKEVA
               ASCENDING KEY TURMA-W
               DESCENDING KEY PONT-W
               ASCENDING KEY MAT-W
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           PERFORM CARGA-RUNCTL.
           PERFORM CARGA-ALU.
           PERFORM CARGA-TURMA.
           PERFORM CARGA-AUDNOTA.
           PERFORM CARGA-FALTAS.
           PERFORM CARGA-HISTEVA.
           OPEN INPUT CADHISTM.
           IF FS-HISTM EQUAL "00"
               MOVE 1 TO TEM-HISTM
           ELSE
               DISPLAY "EM0337 - SEM CADHISTM - AVALIACAO SEM ATRASO "
                       "DE MENSALIDADE".
           OPEN OUTPUT RELEVAS.
           MOVE DIA-ROD TO DIA-TIT.
           MOVE MES-ROD TO MES-TIT.
           MOVE ANO-ROD TO ANO-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           MOVE PESO-NOTA TO PNOTA-LIN.
           MOVE PESO-FALTA TO PFALTA-LIN.
           MOVE PESO-ATRASO TO PATRASO-LIN.
           MOVE CORTE-RISCO TO CORTE-LIN.
           WRITE REL-SAI FROM LIN-PESOS AFTER ADVANCING 2 LINES.
           MOVE LIM-MEDIA TO LMEDIA-LIN.
           MOVE LIM-FALTA TO LFALTA-LIN.
           MOVE LIM-ATRASO TO LATRASO-LIN.
           WRITE REL-SAI FROM LIN-LIMITES AFTER ADVANCING 1 LINE.

      * PESOS (PROG "EM0337") E LIMITES (PROG "EM337L"). SEM O
      * RUNCTL OU SEM O REGISTRO, VALEM OS VALORES INICIAIS DA
      * WORKING-STORAGE.
       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
               CLOSE RUNCTL.
           IF PESO-NOTA IS GREATER THAN 100 OR
              PESO-FALTA IS GREATER THAN 100 OR
              PESO-ATRASO IS GREATER THAN 100
               DISPLAY "EM0337 - PESO INVALIDO NO RUNCTL (0 A 100) - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF PESO-NOTA EQUAL ZEROES AND PESO-FALTA EQUAL ZEROES AND
              PESO-ATRASO EQUAL ZEROES
               DISPLAY "EM0337 - TODOS OS PESOS ZERADOS NO RUNCTL - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.
           IF FIM-RUNCTL NOT EQUAL "SIM"
               IF PROG-RUNCTL EQUAL "EM0337"
                   IF PARM1-RUNCTL IS GREATER THAN 999 OR
                      PARM2-RUNCTL IS GREATER THAN 999 OR
                      PARM3-RUNCTL IS GREATER THAN 999
                       MOVE 999 TO PESO-NOTA
                   ELSE
                       MOVE PARM1-RUNCTL TO PESO-NOTA
                       MOVE PARM2-RUNCTL TO PESO-FALTA
                       MOVE PARM3-RUNCTL TO PESO-ATRASO
                   END-IF
               ELSE
                   IF PROG-RUNCTL EQUAL "EM337L"
                       PERFORM ACEITA-LIMITES.

       ACEITA-LIMITES.
           IF PARM1-RUNCTL IS GREATER THAN 10 OR
              PARM2-RUNCTL IS GREATER THAN 999 OR
              PARM3-RUNCTL IS GREATER THAN 999
               DISPLAY "EM0337 - LIMITE INVALIDO NO RUNCTL (EM337L) - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF PARM1-RUNCTL IS GREATER THAN ZEROES
               MOVE PARM1-RUNCTL TO LIM-MEDIA.
           IF PARM2-RUNCTL IS GREATER THAN ZEROES
               MOVE PARM2-RUNCTL TO LIM-FALTA.
           IF PARM3-RUNCTL IS GREATER THAN ZEROES
               MOVE PARM3-RUNCTL TO LIM-ATRASO.

       CARGA-ALU.
           OPEN INPUT CADALU.
           IF FS-ALU NOT EQUAL "00"
               DISPLAY "CADALU NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-ALU
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-ALU UNTIL FIM-ALU EQUAL "SIM".
           CLOSE CADALU.
           IF QTD-ALU EQUAL ZEROES
               DISPLAY "CADALU SEM ALUNOS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       LE-ALU.
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
                   MOVE COD-ALU TO MAT-TAB(QTD-ALU)
                   MOVE NOME-ALU TO NOME-TAB(QTD-ALU)
                   MOVE TURMA-ALU TO TURMA-TAB(QTD-ALU)
                   MOVE ZEROES TO IDX-NOTA
                   PERFORM GUARDA-NOTA 4 TIMES
                   MOVE ZEROES TO QTD-NOTA-TAB(QTD-ALU)
                                  MEDIA-TAB(QTD-ALU)
                                  FALTAS-TAB(QTD-ALU)
                                  ATRASO-TAB(QTD-ALU)
                                  PONT-TAB(QTD-ALU)
                                  TEM-ANT-TAB(QTD-ALU)
                                  PONT-ANT-TAB(QTD-ALU)
                                  SEMANAS-TAB(QTD-ALU)
                   MOVE SPACES TO FATOR-TAB(QTD-ALU)
                                  RISCO-ANT-TAB(QTD-ALU)
                   MOVE "N" TO RISCO-TAB(QTD-ALU).

       GUARDA-NOTA.
           ADD 1 TO IDX-NOTA.
           IF NOTA-TAB-ALU(IDX-NOTA) NUMERIC
               MOVE NOTA-TAB-ALU(IDX-NOTA)
                   TO NOTA-TAB(QTD-ALU, IDX-NOTA)
           ELSE
               MOVE ZEROES TO NOTA-TAB(QTD-ALU, IDX-NOTA).
           MOVE "N" TO NOTA-LANC-TAB(QTD-ALU, IDX-NOTA).

      * CURSO E PROFESSOR DO CABECALHO DE CADA TURMA; SEM O CADTURMA
      * O RELATORIO SAI SO COM O CODIGO DA TURMA.
       CARGA-TURMA.
           OPEN INPUT CADTURMA.
           IF FS-TURMA EQUAL "00"
               PERFORM LE-TURMA UNTIL FIM-TURMA EQUAL "SIM"
               CLOSE CADTURMA
           ELSE
               DISPLAY "EM0337 - SEM CADTURMA - RELATORIO SEM CURSO E "
                       "PROFESSOR".

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

      * A TRILHA ESTA EM ORDEM DE GRAVACAO: A ULTIMA ALTERACAO DE CADA
      * NOTA DECIDE SE O ZERO DO CADALU FOI LANCADO.
       CARGA-AUDNOTA.
           OPEN INPUT AUDNOTA.
           IF FS-AUD EQUAL "00"
               PERFORM LE-AUDNOTA UNTIL FIM-AUD EQUAL "SIM"
               CLOSE AUDNOTA.
           IF CT-AUD-INVAL IS GREATER THAN ZEROES
               DISPLAY "EM0337 - " CT-AUD-INVAL " REGISTROS DO AUDNOTA "
                       "COM CAMPO INVALIDO IGNORADOS".

       LE-AUDNOTA.
           READ AUDNOTA AT END
               MOVE "SIM" TO FIM-AUD.
           IF FIM-AUD NOT EQUAL "SIM"
               IF MAT-AUD NOT NUMERIC OR NUM-AUD NOT NUMERIC OR
                  NOTA-NOVA-AUD NOT NUMERIC OR
                  NUM-AUD IS LESS THAN 1 OR NUM-AUD IS GREATER THAN 4
                   ADD 1 TO CT-AUD-INVAL
               ELSE
                   MOVE MAT-AUD TO MAT-PROCURA
                   PERFORM PROCURA-ALU
                   IF POS-ALU IS GREATER THAN ZEROES
                       IF NOTA-NOVA-AUD EQUAL ZEROES
                           MOVE "S" TO NOTA-LANC-TAB(POS-ALU, NUM-AUD)
                       ELSE
                           MOVE "N" TO NOTA-LANC-TAB(POS-ALU, NUM-AUD).

      * FALTAS APURADAS PELO EM0213.
       CARGA-FALTAS.
           OPEN INPUT ARQALUN.
           IF FS-FALTA EQUAL "00"
               PERFORM LE-FALTA UNTIL FIM-FALTA EQUAL "SIM"
               CLOSE ARQALUN
           ELSE
               DISPLAY "EM0337 - SEM ARQALUN - AVALIACAO COM FALTAS "
                       "ZERADAS".

       LE-FALTA.
           READ ARQALUN AT END
               MOVE "SIM" TO FIM-FALTA.
           IF FIM-FALTA NOT EQUAL "SIM"
               MOVE MAT-FALTA TO MAT-PROCURA
               PERFORM PROCURA-ALU
               IF POS-ALU IS GREATER THAN ZEROES AND
                  FALTAS-FALTA NUMERIC
                   MOVE FALTAS-FALTA TO FALTAS-TAB(POS-ALU).

      * HISTORICO DAS SEMANAS ANTERIORES: A ULTIMA PONTUACAO ANTES DA
      * DATA DE MOVIMENTO E AS SEMANAS SEGUIDAS EM RISCO. REGISTRO NA
      * DATA DE MOVIMENTO OU DEPOIS DELA SIGNIFICA QUE A SEMANA JA FOI
      * GRAVADA: O HISTORICO NAO E GRAVADO DE NOVO.
       CARGA-HISTEVA.
           OPEN INPUT HISTEVA.
           IF FS-EVA EQUAL "00"
               PERFORM LE-HISTEVA UNTIL FIM-EVA EQUAL "SIM"
               CLOSE HISTEVA.
           IF GRAVA-HIST EQUAL ZEROES
               DISPLAY "EM0337 - HISTEVA JA TEM AVALIACAO NESTA DATA "
                       "OU POSTERIOR - HISTORICO NAO SERA GRAVADO".

       LE-HISTEVA.
           READ HISTEVA AT END
               MOVE "SIM" TO FIM-EVA.
           IF FIM-EVA NOT EQUAL "SIM"
               IF DATA-EVA IS NOT LESS THAN DATA-RODADA-9
                   MOVE ZEROES TO GRAVA-HIST
               ELSE
                   MOVE MAT-EVA TO MAT-PROCURA
                   PERFORM PROCURA-ALU
                   IF POS-ALU IS GREATER THAN ZEROES
                       PERFORM GUARDA-ANTERIOR.

       GUARDA-ANTERIOR.
           MOVE 1 TO TEM-ANT-TAB(POS-ALU).
           MOVE PONT-EVA TO PONT-ANT-TAB(POS-ALU).
           MOVE RISCO-EVA TO RISCO-ANT-TAB(POS-ALU).
           IF RISCO-EVA EQUAL "S"
               ADD 1 TO SEMANAS-TAB(POS-ALU)
           ELSE
               MOVE ZEROES TO SEMANAS-TAB(POS-ALU).

       PROCURA-ALU.
           MOVE ZEROES TO POS-ALU IDX-BUSCA.
           PERFORM TESTA-ALU QTD-ALU TIMES.

       TESTA-ALU.
           ADD 1 TO IDX-BUSCA.
           IF POS-ALU EQUAL ZEROES AND
              MAT-TAB(IDX-BUSCA) EQUAL MAT-PROCURA
               MOVE IDX-BUSCA TO POS-ALU.

      ******************************************************************
      * PONTUACAO DE CADA ALUNO NOS TRES FATORES.                      *
      ******************************************************************
       AVALIA-ALUNO.
           ADD 1 TO IDX-ALU CT-AVALIADOS.
           MOVE ZEROES TO QTD-NOTA SOMA-NOTA IDX-NOTA.
           PERFORM SOMA-NOTA-ALU 4 TIMES.
           MOVE QTD-NOTA TO QTD-NOTA-TAB(IDX-ALU).
           IF QTD-NOTA IS GREATER THAN ZEROES
               COMPUTE MEDIA-TAB(IDX-ALU) ROUNDED =
                   SOMA-NOTA / QTD-NOTA
               IF MEDIA-TAB(IDX-ALU) IS LESS THAN LIM-MEDIA AND
                  PESO-NOTA IS GREATER THAN ZEROES
                   MOVE "N" TO FATOR-N-TAB(IDX-ALU)
                   ADD PESO-NOTA TO PONT-TAB(IDX-ALU)
               END-IF
           ELSE
               ADD 1 TO CT-SEM-NOTA.
           IF FALTAS-TAB(IDX-ALU) IS GREATER THAN LIM-FALTA AND
              PESO-FALTA IS GREATER THAN ZEROES
               MOVE "F" TO FATOR-F-TAB(IDX-ALU)
               ADD PESO-FALTA TO PONT-TAB(IDX-ALU).
           IF TEM-HISTM EQUAL 1
               MOVE MAT-TAB(IDX-ALU) TO MATX-HISTM
               READ CADHISTM
                   INVALID KEY
                       MOVE ZEROES TO ATRASOSX-HISTM
               END-READ
               MOVE ATRASOSX-HISTM TO ATRASO-TAB(IDX-ALU).
           IF ATRASO-TAB(IDX-ALU) IS NOT LESS THAN LIM-ATRASO AND
              PESO-ATRASO IS GREATER THAN ZEROES
               MOVE "A" TO FATOR-A-TAB(IDX-ALU)
               ADD PESO-ATRASO TO PONT-TAB(IDX-ALU).
           IF PONT-TAB(IDX-ALU) IS NOT LESS THAN CORTE-RISCO
               MOVE "S" TO RISCO-TAB(IDX-ALU)
               ADD 1 TO CT-RISCO SEMANAS-TAB(IDX-ALU)
               IF RISCO-ANT-TAB(IDX-ALU) NOT EQUAL "S"
                   ADD 1 TO CT-NOVOS
               END-IF
           ELSE
               MOVE ZEROES TO SEMANAS-TAB(IDX-ALU)
               IF RISCO-ANT-TAB(IDX-ALU) EQUAL "S"
                   ADD 1 TO CT-SAIRAM.

       SOMA-NOTA-ALU.
           ADD 1 TO IDX-NOTA.
           IF NOTA-TAB(IDX-ALU, IDX-NOTA) IS GREATER THAN ZEROES OR
              NOTA-LANC-TAB(IDX-ALU, IDX-NOTA) EQUAL "S"
               ADD 1 TO QTD-NOTA
               ADD NOTA-TAB(IDX-ALU, IDX-NOTA) TO SOMA-NOTA.

      * UM REGISTRO POR ALUNO AVALIADO, NO FIM DO HISTEVA.
       GRAVA-HISTORICO.
           OPEN EXTEND HISTEVA.
           IF FS-EVA EQUAL "35"
               CLOSE HISTEVA
               OPEN OUTPUT HISTEVA.
           MOVE ZEROES TO IDX-ALU.
           PERFORM GRAVA-EVA QTD-ALU TIMES.
           CLOSE HISTEVA.

       GRAVA-EVA.
           ADD 1 TO IDX-ALU.
           MOVE DATA-RODADA-9 TO DATA-EVA.
           MOVE MAT-TAB(IDX-ALU) TO MAT-EVA.
           MOVE TURMA-TAB(IDX-ALU) TO TURMA-EVA.
           MOVE PONT-TAB(IDX-ALU) TO PONT-EVA.
           MOVE MEDIA-TAB(IDX-ALU) TO MEDIA-EVA.
           MOVE FALTAS-TAB(IDX-ALU) TO FALTAS-EVA.
           MOVE ATRASO-TAB(IDX-ALU) TO ATRASO-EVA.
           MOVE FATOR-TAB(IDX-ALU) TO FATOR-EVA.
           MOVE RISCO-TAB(IDX-ALU) TO RISCO-EVA.
           WRITE REG-EVA.
           ADD 1 TO CT-HIST.

      * ENTRAM NO RELATORIO O ALUNO EM RISCO E O QUE ESTAVA EM RISCO
      * NA AVALIACAO ANTERIOR.
       ROT-ENTRADA.
           MOVE ZEROES TO IDX-ALU.
           PERFORM LIBERA-ALUNO QTD-ALU TIMES.

       LIBERA-ALUNO.
           ADD 1 TO IDX-ALU.
           IF RISCO-TAB(IDX-ALU) EQUAL "S" OR
              RISCO-ANT-TAB(IDX-ALU) EQUAL "S"
               MOVE TURMA-TAB(IDX-ALU) TO TURMA-W
               MOVE PONT-TAB(IDX-ALU) TO PONT-W
               MOVE MAT-TAB(IDX-ALU) TO MAT-W
               MOVE IDX-ALU TO POS-W
               RELEASE REG-WORKEVA.

       ROT-SAIDA.
           PERFORM RETORNA-SORT.
           PERFORM IMPRIME-TURMA UNTIL FIM-SORT EQUAL "SIM".

       RETORNA-SORT.
           RETURN WORKEVA AT END MOVE "SIM" TO FIM-SORT.

      * UM GRUPO POR TURMA, COM O CURSO E O PROFESSOR RESPONSAVEL.
       IMPRIME-TURMA.
           MOVE TURMA-W TO TURMA-ANT TURMA-LIN.
           ADD 1 TO CT-TURMA-LST.
           MOVE ZEROES TO POS-TURMA IDX-TURMA.
           PERFORM TESTA-TURMA QTD-TURMA TIMES.
           IF POS-TURMA IS GREATER THAN ZEROES
               MOVE CURSO-TUR-TAB(POS-TURMA) TO CURSO-LIN
               MOVE PROF-TUR-TAB(POS-TURMA) TO PROF-LIN
           ELSE
               MOVE "(FORA DO CADTURMA)" TO CURSO-LIN
               MOVE SPACES TO PROF-LIN.
           WRITE REL-SAI FROM LIN-TURMA AFTER ADVANCING 3 LINES.
           WRITE REL-SAI FROM LIN-CAB AFTER ADVANCING 2 LINES.
           PERFORM IMPRIME-ALUNO
               UNTIL FIM-SORT EQUAL "SIM"
                  OR TURMA-W NOT EQUAL TURMA-ANT.

       TESTA-TURMA.
           ADD 1 TO IDX-TURMA.
           IF COD-TURMA-TAB(IDX-TURMA) EQUAL TURMA-W
               MOVE IDX-TURMA TO POS-TURMA.

       IMPRIME-ALUNO.
           MOVE POS-W TO POS-ALU.
           MOVE MAT-TAB(POS-ALU) TO MAT-DET.
           MOVE NOME-TAB(POS-ALU) TO NOME-DET.
           MOVE PONT-TAB(POS-ALU) TO PONT-DET.
           IF TEM-ANT-TAB(POS-ALU) EQUAL 1
               MOVE PONT-ANT-TAB(POS-ALU) TO ANT-DET
           ELSE
               MOVE SPACES TO ANT-DET-X.
           PERFORM DEFINE-TENDENCIA.
           MOVE SEMANAS-TAB(POS-ALU) TO SEM-DET.
           IF QTD-NOTA-TAB(POS-ALU) IS GREATER THAN ZEROES
               MOVE MEDIA-TAB(POS-ALU) TO MEDIA-DET
           ELSE
               MOVE SPACES TO MEDIA-DET-X.
           MOVE FALTAS-TAB(POS-ALU) TO FALTAS-DET.
           MOVE ATRASO-TAB(POS-ALU) TO ATRASO-DET.
           MOVE SPACES TO MARCA-N-DET MARCA-F-DET MARCA-A-DET.
           IF FATOR-N-TAB(POS-ALU) EQUAL "N"
               MOVE "*" TO MARCA-N-DET.
           IF FATOR-F-TAB(POS-ALU) EQUAL "F"
               MOVE "*" TO MARCA-F-DET.
           IF FATOR-A-TAB(POS-ALU) EQUAL "A"
               MOVE "*" TO MARCA-A-DET.
           WRITE REL-SAI FROM LIN-DET AFTER ADVANCING 1 LINE.
           PERFORM MONTA-MOTIVOS.
           WRITE REL-SAI FROM LIN-MOTIVO AFTER ADVANCING 1 LINE.
           PERFORM RETORNA-SORT.

       DEFINE-TENDENCIA.
           IF RISCO-TAB(POS-ALU) NOT EQUAL "S"
               MOVE "SAIU" TO TEND-DET
           ELSE
               IF RISCO-ANT-TAB(POS-ALU) NOT EQUAL "S"
                   MOVE "NOVO" TO TEND-DET
               ELSE
                   IF PONT-TAB(POS-ALU) IS GREATER THAN
                      PONT-ANT-TAB(POS-ALU)
                       MOVE "SUBIU" TO TEND-DET
                   ELSE
                       IF PONT-TAB(POS-ALU) IS LESS THAN
                          PONT-ANT-TAB(POS-ALU)
                           MOVE "CAIU" TO TEND-DET
                       ELSE
                           MOVE "IGUAL" TO TEND-DET.

      * OS FATORES ATINGIDOS, CADA UM COM OS PONTOS QUE SOMOU.
       MONTA-MOTIVOS.
           MOVE SPACES TO TEXTO-MOT.
           MOVE 1 TO PTR-MOT.
           IF FATOR-N-TAB(POS-ALU) EQUAL "N"
               MOVE MEDIA-TAB(POS-ALU) TO MEDIA-ED
               MOVE PESO-NOTA TO PESO-ED
               STRING "MEDIA " MEDIA-ED " (+" PESO-ED ")"
                   DELIMITED BY SIZE
                   INTO TEXTO-MOT WITH POINTER PTR-MOT
               END-STRING.
           IF FATOR-F-TAB(POS-ALU) EQUAL "F"
               IF PTR-MOT IS GREATER THAN 1
                   STRING "; " DELIMITED BY SIZE
                       INTO TEXTO-MOT WITH POINTER PTR-MOT
                   END-STRING
               END-IF
               MOVE FALTAS-TAB(POS-ALU) TO NUM-ED
               MOVE PESO-FALTA TO PESO-ED
               STRING NUM-ED " FALTAS (+" PESO-ED ")"
                   DELIMITED BY SIZE
                   INTO TEXTO-MOT WITH POINTER PTR-MOT
               END-STRING.
           IF FATOR-A-TAB(POS-ALU) EQUAL "A"
               IF PTR-MOT IS GREATER THAN 1
                   STRING "; " DELIMITED BY SIZE
                       INTO TEXTO-MOT WITH POINTER PTR-MOT
                   END-STRING
               END-IF
               MOVE ATRASO-TAB(POS-ALU) TO NUM-ED
               MOVE PESO-ATRASO TO PESO-ED
               STRING NUM-ED " MESES ATRASO (+" PESO-ED ")"
                   DELIMITED BY SIZE
                   INTO TEXTO-MOT WITH POINTER PTR-MOT
               END-STRING.
           IF PTR-MOT EQUAL 1
               MOVE "NENHUM FATOR NO LIMITE NESTA SEMANA" TO TEXTO-MOT.

       FIM.
           IF CT-TURMA-LST EQUAL ZEROES
               MOVE "NENHUM ALUNO EM RISCO" TO REL-SAI
               WRITE REL-SAI AFTER ADVANCING 3 LINES.
           MOVE CT-AVALIADOS TO AVAL-RES.
           MOVE CT-RISCO TO RISCO-RES.
           MOVE CT-NOVOS TO NOVOS-RES.
           MOVE CT-SAIRAM TO SAIRAM-RES.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 3 LINES.
           MOVE CT-SEM-NOTA TO SEMNOTA-RES.
           WRITE REL-SAI FROM LIN-RESUMO-2 AFTER ADVANCING 1 LINE.
           MOVE CT-HIST TO HIST-RES.
           IF GRAVA-HIST EQUAL ZEROES
               MOVE "  (SEMANA JA GRAVADA - NAO REGRAVADA)"
                   TO MSG-HIST-RES.
           WRITE REL-SAI FROM LIN-RESUMO-3 AFTER ADVANCING 1 LINE.
           CLOSE RELEVAS.
           IF TEM-HISTM EQUAL 1
               CLOSE CADHISTM.
           DISPLAY "EM0337 - " CT-AVALIADOS " ALUNOS AVALIADOS, "
                   CT-RISCO " EM RISCO".
           IF GRAVA-HIST EQUAL ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.

       COPY LEDATAMOV.
