      *               HISTORICO GANHA O REGISTRO DE JORNAL
      *               (JRNMOV.DAT) COM A IMAGEM ANTERIOR E A NOVA,
      *               COMO NO EM0212.
      *
      *MODIFICACAO
      *  15/10/2026  CADSOC1 GANHOU NO FIM DO REGISTRO O CPF DO SOCIO
      *              (CPF-SOC1), USADO NA NEGATIVACAO DO EM0235; A
      *              TABELA E A AREA DE TRABALHO DO REGISTRO PASSARAM
      *              A 71 POSICOES.
      *  15/10/2026  RODADA RECUSADA (RETURN-CODE 16 E REGISTRO NO
      *              EXCLOG) QUANDO A COMPETENCIA DA DATA DE
      *              MOVIMENTO ESTA FECHADA OU EM FECHAMENTO NO
      *              CONTROLE DE PERIODOS CONTABEIS (PERCONT.DAT).
      *  15/10/2026  OS MOVIMENTOS DO LEDGSOC PASSAM A SER GRAVADOS
      *              TAMBEM NO COMPANHEIRO INDEXADO LEDGSOCX.DAT (VER
      *              LEDGSOCX.CPY E GRAVALSX.CPY), COM JORNAL NO
      *              JRNMOV, PARA O EXTRATO LER SO O SOCIO PEDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LEDGSOC.

           SELECT LEDGSOCX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-LSX
           FILE STATUS IS FS-LSX.

           SELECT JRNMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JRNMOV.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT PERCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERCONT.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.
           02 FILIAL-SOC1    PIC 9(02).
           02 STATUS-SOC1    PIC X(01).
           02 DATACANC-SOC1  PIC 9(08).
           02 CPF-SOC1       PIC 9(11).

       FD CADHISTX
           LABEL RECORD ARE STANDARD

       COPY LEDGSOC.

       COPY LEDGSOCX.

       COPY JRNMOV.

       COPY PERCONT.

       COPY EXCLOG.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.
       77 FIM-SOC            PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FS-MOV             PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 FS-SOC             PIC X(02) VALUE SPACES.
       77 FS-HISTX           PIC X(02) VALUE SPACES.
       77 FS-PERDA           PIC X(02) VALUE SPACES.

       COPY WSJRN.

       COPY WSLEDGX.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X.
           02 ANO-ROD        PIC 9(04).
           02 MES-CANC       PIC 9(02).
           02 DIA-CANC       PIC 9(02).

       COPY WSPERCONT.

       COPY WSDATAMOV.

       01 TAB-SOC.
           02 ENT-SOC OCCURS 300 TIMES.
               03 REG-SOC-TAB    PIC X(71).

       01 REG-SOC-TRAB.
           02 COD-TRAB       PIC 9(02).
           02 FILIAL-TRAB    PIC 9(02).
           02 STATUS-TRAB    PIC X(01).
           02 DATACANC-TRAB  PIC 9(08).
           02 CPF-TRAB       PIC 9(11).

       01 LIN-TITULO.
           02 FILLER         PIC X(38) VALUE

       INICIO.
           PERFORM LE-DATAMOV.
           PERFORM LE-PERCONT.
           PERFORM RECUSA-PERIODO-FECHADO.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           PERFORM CARGA-RUNCTL.
           OPEN INPUT MOVCANC.
           IF FS-JRNMOV EQUAL "35"
               CLOSE JRNMOV
               OPEN OUTPUT JRNMOV.
           PERFORM ABRE-LSX.
           MOVE DATA-MOVTO TO JRN-DATA.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-SAI.
           MOVE "B" TO TIPO-LEDG.
           MOVE SALDOX-HIST TO VALOR-LEDG-SOC.
           MOVE ZEROES TO SALDO-LEDG.
           PERFORM GRAVA-LSX.
           MOVE NUM-TRAB TO NUM-LIN.
           MOVE NOME-TRAB TO NOME-LIN.
           MOVE SALDOX-HIST TO VALOR-LIN.
           MOVE CT-WRITEOFFS TO WOFF-LIN.
           MOVE TOT-BAIXADO TO TOT-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           PERFORM FECHA-LSX.
           CLOSE MOVCANC
                 CADHISTX
                 BAIXAPERDA

       COPY LEDATAMOV.

       COPY LEPERCONT.

       COPY RECUSAPER
           REPLACING ==CPY-PROGID== BY =="EM0222"==.

       COPY GRAVAJRN
           REPLACING ==CPY-PROGID== BY =="EM0222"==
                     ==CPY-ARQ==    BY =="CADHISTX.DAT"==.

       COPY GRAVALSX
           REPLACING ==CPY-PROGID== BY =="EM0222"==.
