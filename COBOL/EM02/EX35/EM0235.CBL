       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0235.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       NEGATIVACAO DE SOCIOS EM ATRASO LONGO NO BIRO DE
      *               CREDITO, COM EXCLUSAO AUTOMATICA. A REGUA DO
      *               EM0220 PARA NO PRE-JURIDICO (ESTAGIO 3) E NADA
      *               ACONTECIA ATE O WRITE-OFF DO EM0222. ESTE JOB
      *               MANTEM O CADASTRO DE NEGATIVACOES CADNEG.DAT
      *               (VER CADNEG.CPY) E, A CADA RODADA:
      *               1) INCLUI NO BIRO O SOCIO ATIVO EM ATRASO QUE
      *                  RECEBEU O PRE-JURIDICO DO EM0220 (HISTNOT.DAT)
      *                  HA PELO MENOS PARM2 DIAS (BASE 30/360), COM
      *                  SALDO NO CADHISTX IGUAL OU ACIMA DE PARM1 E
      *                  CPF VALIDO EM CADSOC1 (CPF-SOC1, CONFERIDO
      *                  PELO CPFVALID). SO VALE O PRE-JURIDICO EMITIDO
      *                  PARA A DIVIDA ATUAL - O QUE FOR ANTERIOR AO
      *                  INICIO DELA NO RAZAO LEDGSOC E IGNORADO. A
      *                  INCLUSAO SAI EM NEGINC.DAT (NOME, CPF, VALOR E
      *                  VENCIMENTO ORIGINAL - O PRIMEIRO LANCAMENTO DO
      *                  RAZAO DESDE QUE O SALDO DEIXOU DE SER ZERO OU,
      *                  SEM RAZAO, A DATA RECUADA DOS MESES EM ATRASO)
      *                  E NO CADNEG COM A DATA (NEGATIVADO DESDE);
      *                  NEGINC E NEGEXC SAO GRAVADOS EM EXTEND E SO
      *                  ESVAZIADOS DEPOIS DA TRANSMISSAO AO BIRO - O
      *                  CADNEG JA REGISTRA O ENVIO E UMA REEXECUCAO
      *                  NAO PODE PERDER O QUE AINDA NAO FOI ENVIADO;
      *               2) EXCLUI DO BIRO O NEGATIVADO CUJO SALDO FOI
      *                  ZERADO POR PAGAMENTO (MOVIMENTO "P" DO RAZAO,
      *                  BAIXA DO EM0212 - INCLUSIVE A QUE VEM DO
      *                  RETORNO DO EM0219) OU POR ACORDO DE
      *                  PARCELAMENTO ("A", EM0234). A EXCLUSAO SAI EM
      *                  NEGEXC.DAT NA PRIMEIRA RODADA DEPOIS DA
      *                  QUITACAO; O PRAZO LEGAL (QUITACAO + PARM3
      *                  DIAS, ROLADO PARA DIA UTIL PELO DATAROLL) FICA
      *                  NO CADNEG;
      *               3) O RELATORIO DE EXCECOES RELNEGX TRAZ QUEM
      *                  SEGUE NEGATIVADO COM SALDO JA ZERADO SEM
      *                  QUITACAO NO RAZAO (WRITE-OFF DO EM0222 OU
      *                  SALDO SEM HISTORICO), A EXCLUSAO GERADA DEPOIS
      *                  DO PRAZO LEGAL E A INCLUSAO SUSPENSA POR FALTA
      *                  DE CPF VALIDO. CADA EXCECAO VAI TAMBEM AO
      *                  EXCLOG E DEVOLVE RETURN-CODE 4.
      *               PARAMETROS EM RUNCTL, PROG "EM0235": PARM1 =
      *               SALDO MINIMO PARA NEGATIVAR (PADRAO 100,00),
      *               PARM2 = DIAS DO PRE-JURIDICO ATE A INCLUSAO
      *               (PADRAO 15), PARM3 = PRAZO LEGAL DA EXCLUSAO EM
      *               DIAS (PADRAO 5). RELNEG LISTA AS INCLUSOES E AS
      *               EXCLUSOES DA RODADA.
      *
      *MODIFICACAO
      *  15/10/2026  SALDO ZERADO POR CREDITO DE PAGAMENTO A MAIOR
      *              APLICADO NA COBRANCA (MOVIMENTO "K" DO RAZAO,
      *              EM0201) E QUITACAO - EXCLUI DO BIRO COMO
      *              PAGAMENTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADNEG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NEG.

           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SOC.

           SELECT CADHISTX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMX-HIST
           FILE STATUS IS FS-HISTX.

           SELECT HISTNOT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOT.

           SELECT LEDGSOC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LEDGSOC.

           SELECT NEGINC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NINC.

           SELECT NEGEXC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NEXC.

           SELECT RELNEG ASSIGN TO DISK.

           SELECT RELNEGX ASSIGN TO DISK.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT RUNSTAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNSTAT.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       COPY CADNEG.

       FD CADSOC1
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1.DAT".

       01 REG-SOC.
           02 COD-PAG1       PIC 9(02).
           02 NUM-SOC1       PIC 9(06).
           02 NOME-SOC1      PIC X(30).
           02 VAL-PAG1       PIC 9(09)V9(02).
           02 FILIAL-SOC1    PIC 9(02).
           02 STATUS-SOC1    PIC X(01).
           02 DATACANC-SOC1  PIC 9(08).
           02 CPF-SOC1       PIC 9(11).

       FD CADHISTX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADHISTX.DAT".

       01 REG-HISTX.
           02 NUMX-HIST       PIC 9(06).
           02 SALDOX-HIST     PIC 9(09)V9(02).
           02 ATRASOSX-HIST   PIC 9(03).

       FD HISTNOT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTNOT.DAT".

       01 REG-NOT.
           02 NUM-NOT        PIC 9(06).
           02 ESTAGIO-NOT    PIC 9(01).
           02 DATA-NOT       PIC 9(08).

       COPY LEDGSOC.

      * ARQUIVOS PARA O BIRO: "I" = INCLUSAO, "E" = EXCLUSAO; O
      * CONTRATO E O NUMERO DO SOCIO.
       FD NEGINC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NEGINC.DAT".

       01 REG-NINC.
           02 OPER-NINC      PIC X(01).
           02 CPF-NINC       PIC 9(11).
           02 NOME-NINC      PIC X(30).
           02 VALOR-NINC     PIC 9(09)V99.
           02 VENCORIG-NINC  PIC 9(08).
           02 DATA-NINC      PIC 9(08).
           02 CONTRATO-NINC  PIC 9(06).

       FD NEGEXC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NEGEXC.DAT".

       01 REG-NEXC.
           02 OPER-NEXC      PIC X(01).
           02 CPF-NEXC       PIC 9(11).
           02 NOME-NEXC      PIC X(30).
           02 VALOR-NEXC     PIC 9(09)V99.
           02 VENCORIG-NEXC  PIC 9(08).
           02 DATA-NEXC      PIC 9(08).
           02 CONTRATO-NEXC  PIC 9(06).

       FD RELNEG
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       FD RELNEGX
           LABEL RECORD IS OMITTED.

       01 RELX-SAI           PIC X(80).

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".

       01 REG-RUNCTL.
           02 PROG-RUNCTL    PIC X(06).
           02 PARM1-RUNCTL   PIC 9(07)V99.
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

       COPY EXCLOG.

       COPY RUNSTAT.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-NEG            PIC X(03) VALUE "NAO".
       77 FIM-SOC            PIC X(03) VALUE "NAO".
       77 FIM-NOT            PIC X(03) VALUE "NAO".
       77 FIM-LEDG           PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FS-NEG             PIC X(02) VALUE SPACES.
       77 FS-SOC             PIC X(02) VALUE SPACES.
       77 FS-HISTX           PIC X(02) VALUE SPACES.
       77 FS-NOT             PIC X(02) VALUE SPACES.
       77 FS-LEDGSOC         PIC X(02) VALUE SPACES.
       77 FS-NINC            PIC X(02) VALUE SPACES.
       77 FS-NEXC            PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 FS-RUNSTAT         PIC X(02) VALUE SPACES.
       77 SALDO-MINIMO       PIC 9(07)V99 VALUE 100.
       77 DIAS-APOS-PJ       PIC 9(03) VALUE 15.
       77 PRAZO-LEGAL        PIC 9(03) VALUE 5.
       77 QTD-NEG            PIC 9(04) VALUE ZEROES.
       77 IDX-NEG            PIC 9(04) VALUE ZEROES.
       77 POS-NEG            PIC 9(04) VALUE ZEROES.
       77 IDX-VARRE          PIC 9(04) VALUE ZEROES.
       77 QTD-LDG            PIC 9(04) VALUE ZEROES.
       77 IDX-LDG            PIC 9(04) VALUE ZEROES.
       77 POS-LDG            PIC 9(04) VALUE ZEROES.
       77 QTD-PJ             PIC 9(04) VALUE ZEROES.
       77 IDX-PJ             PIC 9(04) VALUE ZEROES.
       77 POS-PJ             PIC 9(04) VALUE ZEROES.
       77 NUM-PROCURA        PIC 9(06) VALUE ZEROES.
       77 NOME-PROCURA       PIC X(30) VALUE SPACES.
       77 DESDE-PROCURA      PIC 9(08) VALUE ZEROES.
       77 ORIGEM-PROCURA     PIC 9(08) VALUE ZEROES.
       77 SALDO-SOC          PIC 9(09)V99 VALUE ZEROES.
       77 ATRASOS-SOC        PIC 9(03) VALUE ZEROES.
       77 DIAS-PASSADOS      PIC S9(05) VALUE ZEROES.
       77 MESES-CALC         PIC 9(06) VALUE ZEROES.
       77 ANO-CALC           PIC 9(04) VALUE ZEROES.
       77 MES-CALC           PIC 9(02) VALUE ZEROES.
       77 VENC-ORIGINAL      PIC 9(08) VALUE ZEROES.
       77 DATA-QUITACAO      PIC 9(08) VALUE ZEROES.
       77 PRAZO-CALC         PIC 9(08) VALUE ZEROES.
       77 ELEGIVEL           PIC X(03) VALUE "NAO".
       77 CPF-VAL            PIC 9     VALUE ZEROES.
       77 OCORRENCIA         PIC X(25) VALUE SPACES.
       77 MSG-EXC            PIC X(40) VALUE SPACES.
       77 CHAVE-EXC          PIC X(15) VALUE SPACES.
       77 CT-LIDOS           PIC 9(07) VALUE ZEROES.
       77 CT-GRAVADOS        PIC 9(07) VALUE ZEROES.
       77 CT-REJEITADOS      PIC 9(07) VALUE ZEROES.
       77 CT-INCLUIDOS       PIC 9(05) VALUE ZEROES.
       77 CT-EXCLUIDOS       PIC 9(05) VALUE ZEROES.
       77 CT-NEGATIVADOS     PIC 9(05) VALUE ZEROES.
       77 CT-EXCECOES        PIC 9(05) VALUE ZEROES.
       77 TOT-INCLUIDO       PIC 9(11)V99 VALUE ZEROES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X.
           02 ANO-ROD        PIC 9(04).
           02 MES-ROD        PIC 9(02).
           02 DIA-ROD        PIC 9(02).
       01 DATA-RODADA-9 REDEFINES DATA-RODADA-X PIC 9(08).

       01 DATA-PJ-X          PIC X(08) VALUE SPACES.
       01 DATA-PJ REDEFINES DATA-PJ-X.
           02 ANO-PJ         PIC 9(04).
           02 MES-PJ         PIC 9(02).
           02 DIA-PJ         PIC 9(02).
       01 DATA-PJ-9 REDEFINES DATA-PJ-X PIC 9(08).

       01 DATA-VENC.
           02 ANO-VENC       PIC 9(04).
           02 MES-VENC       PIC 9(02).
           02 DIA-VENC       PIC 9(02).
       01 DATA-VENC-9 REDEFINES DATA-VENC PIC 9(08).

       01 DATA-EDICAO.
           02 AAAA-EDICAO    PIC 9(04).
           02 MM-EDICAO      PIC 9(02).
           02 DD-EDICAO      PIC 9(02).
       01 DATA-EDICAO-9 REDEFINES DATA-EDICAO PIC 9(08).

       01 DATA-IMP.
           02 DD-IMP         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-IMP         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AAAA-IMP       PIC 9(04).

       01 CPF-TRAB.
           02 CPF-TRAB-DIG   PIC 9 OCCURS 11 TIMES.
       01 CPF-TRAB-9 REDEFINES CPF-TRAB PIC 9(11).

       COPY WSDATAMOV.

      * CADASTRO DE NEGATIVACOES (ATIVAS E HISTORICAS).
       01 TAB-NEG.
           02 ENT-NEG OCCURS 2000 TIMES.
               03 SOC-NEG-TAB      PIC 9(06).
               03 CPF-NEG-TAB      PIC 9(11).
               03 NOME-NEG-TAB     PIC X(30).
               03 VALOR-NEG-TAB    PIC 9(09)V99.
               03 VENCORIG-NEG-TAB PIC 9(08).
               03 DATAINC-NEG-TAB  PIC 9(08).
               03 SIT-NEG-TAB      PIC X(01).
               03 DATAQUIT-NEG-TAB PIC 9(08).
               03 PRAZO-NEG-TAB    PIC 9(08).
               03 DATAEXC-NEG-TAB  PIC 9(08).
               03 MOTEXC-NEG-TAB   PIC X(01).

      * RESUMO DO RAZAO POR SOCIO: INICIO DA DIVIDA ATUAL (ZERO COM
      * SALDO ZERADO) E O ULTIMO MOVIMENTO QUE ZEROU O SALDO.
       01 TAB-LDG.
           02 ENT-LDG OCCURS 2000 TIMES.
               03 SOC-LDG-TAB    PIC 9(06).
               03 ORIGEM-LDG-TAB PIC 9(08).
               03 ZERO-LDG-TAB   PIC 9(08).
               03 TIPOZ-LDG-TAB  PIC X(01).

      * PRIMEIRO PRE-JURIDICO (ESTAGIO 3) DA DIVIDA ATUAL POR SOCIO.
       01 TAB-PJ.
           02 ENT-PJ OCCURS 2000 TIMES.
               03 SOC-PJ-TAB     PIC 9(06).
               03 DATA-PJ-TAB    PIC 9(08).

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
               "NEGATIVACAO DE SOCIOS - BIRO DE CREDITO ".
           02 FILLER         PIC X(24) VALUE SPACES.
           02 FILLER         PIC X(06) VALUE "DATA: ".
           02 DATA-TIT       PIC X(10).

       01 LIN-TITULO-X.
           02 FILLER         PIC X(40) VALUE
               "NEGATIVACAO DE SOCIOS - EXCECOES        ".
           02 FILLER         PIC X(24) VALUE SPACES.
           02 FILLER         PIC X(06) VALUE "DATA: ".
           02 DATAX-TIT      PIC X(10).

       01 LIN-QUADRO.
           02 TITULO-QUADRO  PIC X(50).
           02 FILLER         PIC X(30) VALUE SPACES.

       01 CAB-INC.
           02 FILLER         PIC X(40) VALUE
               "SOCIO   NOME                 CPF        ".
           02 FILLER         PIC X(40) VALUE
               "             VALOR VENC.ORIG.           ".

       01 DET-INC.
           02 SOC-INC-LIN    PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NOME-INC-LIN   PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CPF-INC-LIN    PIC 9(11).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VALOR-INC-LIN  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VENC-INC-LIN   PIC X(10).
           02 FILLER         PIC X(14) VALUE SPACES.

       01 CAB-EXC.
           02 FILLER         PIC X(40) VALUE
               "SOCIO   NOME                 NEGATIVADO ".
           02 FILLER         PIC X(40) VALUE
               "QUITACAO   PRAZO LEGAL MOTIVO           ".

       01 DET-EXC.
           02 SOC-EXC-LIN    PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NOME-EXC-LIN   PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DESDE-EXC-LIN  PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 QUIT-EXC-LIN   PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PRAZO-EXC-LIN  PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MOT-EXC-LIN    PIC X(18).

       01 CAB-EXCECAO.
           02 FILLER         PIC X(40) VALUE
               "SOCIO   NOME                          SA".
           02 FILLER         PIC X(40) VALUE
               "LDO NEGATIVADO OCORRENCIA               ".

       01 DET-EXCECAO.
           02 SOC-X-LIN      PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NOME-X-LIN     PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SALDO-X-LIN    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DESDE-X-LIN    PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 OCOR-X-LIN     PIC X(25).

       01 LIN-NADA.
           02 FILLER         PIC X(06) VALUE SPACES.
           02 NADA-LIN       PIC X(40).
           02 FILLER         PIC X(34) VALUE SPACES.

       01 LIN-RESUMO.
           02 FILLER         PIC X(11) VALUE "INCLUIDOS: ".
           02 INC-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(13) VALUE "  EXCLUIDOS: ".
           02 EXC-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(15) VALUE "  NEGATIVADOS: ".
           02 NEG-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(12) VALUE "  EXCECOES: ".
           02 EXCE-RES       PIC ZZ.ZZ9.
           02 FILLER         PIC X(05) VALUE SPACES.

       01 LIN-RESUMO-VALOR.
           02 FILLER         PIC X(27) VALUE
               "VALOR INCLUIDO NA RODADA: ".
           02 VALOR-RES      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.

       EM02-35.
           PERFORM INICIO.
           PERFORM CARGA-RAZAO.
           PERFORM CARGA-HISTNOT.
           PERFORM PROCESSA-SOCIOS.
           PERFORM PROCESSA-EXCLUSOES.
           PERFORM GRAVA-CADNEG.
           PERFORM FIM.
           IF CT-EXCECOES IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           PERFORM CARGA-RUNCTL.
           PERFORM CARGA-CADNEG.
           OPEN INPUT  CADSOC1
                       CADHISTX
                OUTPUT RELNEG
                       RELNEGX
                EXTEND NEGINC
                       NEGEXC
                       EXCLOG
                       RUNSTAT.
           IF FS-SOC NOT EQUAL "00"
               DISPLAY "CADSOC1 NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-SOC
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF FS-HISTX NOT EQUAL "00"
               DISPLAY "CADHISTX NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-HISTX
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF FS-NINC EQUAL "35"
               CLOSE NEGINC
               OPEN OUTPUT NEGINC.
           IF FS-NEXC EQUAL "35"
               CLOSE NEGEXC
               OPEN OUTPUT NEGEXC.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           IF FS-RUNSTAT EQUAL "35"
               CLOSE RUNSTAT
               OPEN OUTPUT RUNSTAT.
           MOVE DATA-RODADA-9 TO DATA-EDICAO-9.
           PERFORM EDITA-DATA.
           MOVE DATA-IMP TO DATA-TIT DATAX-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           WRITE RELX-SAI FROM LIN-TITULO-X AFTER ADVANCING 1 LINE.
           WRITE RELX-SAI FROM CAB-EXCECAO AFTER ADVANCING 3 LINES.
           MOVE SPACES TO RELX-SAI.
           WRITE RELX-SAI AFTER ADVANCING 1 LINE.

       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
               CLOSE RUNCTL.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.
           IF FIM-RUNCTL NOT EQUAL "SIM"
               IF PROG-RUNCTL EQUAL "EM0235"
                   PERFORM PARAMETROS-NEGATIVACAO.

       PARAMETROS-NEGATIVACAO.
           IF PARM1-RUNCTL NOT EQUAL ZEROES
               MOVE PARM1-RUNCTL TO SALDO-MINIMO.
           IF PARM2-RUNCTL NOT EQUAL ZEROES
               MOVE PARM2-RUNCTL TO DIAS-APOS-PJ.
           IF PARM3-RUNCTL NOT EQUAL ZEROES
               MOVE PARM3-RUNCTL TO PRAZO-LEGAL.

      * CADASTRO DE NEGATIVACOES; AUSENTE, E A PRIMEIRA RODADA.
       CARGA-CADNEG.
           OPEN INPUT CADNEG.
           IF FS-NEG EQUAL "00"
               PERFORM LE-NEG UNTIL FIM-NEG EQUAL "SIM"
               CLOSE CADNEG
           ELSE
               DISPLAY "EM0235 - SEM CADNEG - PRIMEIRA RODADA".

       LE-NEG.
           READ CADNEG AT END
               MOVE "SIM" TO FIM-NEG.
           IF FIM-NEG NOT EQUAL "SIM"
               IF QTD-NEG GREATER THAN OR EQUAL TO 2000
                   DISPLAY "CADNEG EXCEDE LIMITE DE 2000 REGISTROS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-NEG
                   MOVE REG-NEG TO ENT-NEG(QTD-NEG).

      * O RAZAO VEM EM ORDEM CRONOLOGICA. SALDO APOS O MOVIMENTO
      * ZERADO POR BAIXA ("P"), CREDITO APLICADO ("K", TRATADO COMO
      * PAGAMENTO), WRITE-OFF ("B") OU ACORDO ("A") ENCERRA A DIVIDA;
      * O PRIMEIRO MOVIMENTO COM SALDO DEPOIS DISSO ABRE A SEGUINTE.
       CARGA-RAZAO.
           OPEN INPUT LEDGSOC.
           IF FS-LEDGSOC EQUAL "00"
               PERFORM LE-LEDG UNTIL FIM-LEDG EQUAL "SIM"
               CLOSE LEDGSOC
           ELSE
               DISPLAY "EM0235 - SEM LEDGSOC - VENCIMENTO PELOS "
                       "ATRASOS".

       LE-LEDG.
           READ LEDGSOC AT END
               MOVE "SIM" TO FIM-LEDG.
           IF FIM-LEDG NOT EQUAL "SIM"
               PERFORM TRATA-LEDG.

       TRATA-LEDG.
           MOVE NUM-LEDG TO NUM-PROCURA.
           PERFORM PROCURA-RAZAO.
           IF POS-LDG EQUAL ZEROES
               IF QTD-LDG GREATER THAN OR EQUAL TO 2000
                   DISPLAY "LEDGSOC EXCEDE LIMITE DE 2000 SOCIOS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-LDG
                   MOVE QTD-LDG TO POS-LDG
                   MOVE NUM-LEDG TO SOC-LDG-TAB(POS-LDG)
                   MOVE ZEROES TO ORIGEM-LDG-TAB(POS-LDG)
                                  ZERO-LDG-TAB(POS-LDG)
                   MOVE SPACES TO TIPOZ-LDG-TAB(POS-LDG).
           IF SALDO-LEDG NOT EQUAL ZEROES
               IF ORIGEM-LDG-TAB(POS-LDG) EQUAL ZEROES
                   MOVE DATA-LEDG-SOC TO ORIGEM-LDG-TAB(POS-LDG)
               END-IF
           ELSE
               IF TIPO-LEDG EQUAL "P" OR TIPO-LEDG EQUAL "B" OR
                  TIPO-LEDG EQUAL "A" OR TIPO-LEDG EQUAL "K"
                   MOVE ZEROES TO ORIGEM-LDG-TAB(POS-LDG)
                   MOVE DATA-LEDG-SOC TO ZERO-LDG-TAB(POS-LDG)
                   MOVE TIPO-LEDG TO TIPOZ-LDG-TAB(POS-LDG)
                   IF TIPO-LEDG EQUAL "K"
                       MOVE "P" TO TIPOZ-LDG-TAB(POS-LDG).

       PROCURA-RAZAO.
           MOVE ZEROES TO POS-LDG IDX-LDG.
           PERFORM TESTA-RAZAO QTD-LDG TIMES.

       TESTA-RAZAO.
           ADD 1 TO IDX-LDG.
           IF SOC-LDG-TAB(IDX-LDG) EQUAL NUM-PROCURA
               MOVE IDX-LDG TO POS-LDG.

      * VALE O PRIMEIRO PRE-JURIDICO EMITIDO DESDE O INICIO DA DIVIDA
      * ATUAL; O DE UMA DIVIDA JA QUITADA NAO CONTA.
       CARGA-HISTNOT.
           OPEN INPUT HISTNOT.
           IF FS-NOT EQUAL "00"
               PERFORM LE-NOT UNTIL FIM-NOT EQUAL "SIM"
               CLOSE HISTNOT.

       LE-NOT.
           READ HISTNOT AT END
               MOVE "SIM" TO FIM-NOT.
           IF FIM-NOT NOT EQUAL "SIM"
               IF ESTAGIO-NOT EQUAL 3
                   PERFORM GUARDA-PRE-JURIDICO.

       GUARDA-PRE-JURIDICO.
           MOVE NUM-NOT TO NUM-PROCURA.
           MOVE ZEROES TO ORIGEM-PROCURA.
           PERFORM PROCURA-RAZAO.
           IF POS-LDG IS GREATER THAN ZEROES
               MOVE ORIGEM-LDG-TAB(POS-LDG) TO ORIGEM-PROCURA.
           IF DATA-NOT IS NOT LESS THAN ORIGEM-PROCURA
               PERFORM PROCURA-PRE-JURIDICO
               IF POS-PJ EQUAL ZEROES
                   IF QTD-PJ GREATER THAN OR EQUAL TO 2000
                       DISPLAY "HISTNOT EXCEDE LIMITE DE 2000 SOCIOS "
                               "- ENCERRANDO"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO QTD-PJ
                       MOVE NUM-NOT TO SOC-PJ-TAB(QTD-PJ)
                       MOVE DATA-NOT TO DATA-PJ-TAB(QTD-PJ)
                   END-IF
               ELSE
                   IF DATA-NOT IS LESS THAN DATA-PJ-TAB(POS-PJ)
                       MOVE DATA-NOT TO DATA-PJ-TAB(POS-PJ).

       PROCURA-PRE-JURIDICO.
           MOVE ZEROES TO POS-PJ IDX-PJ.
           PERFORM TESTA-PRE-JURIDICO QTD-PJ TIMES.

       TESTA-PRE-JURIDICO.
           ADD 1 TO IDX-PJ.
           IF SOC-PJ-TAB(IDX-PJ) EQUAL NUM-PROCURA
               MOVE IDX-PJ TO POS-PJ.

      * NEGATIVACAO ATIVA ("N") DO SOCIO.
       PROCURA-NEGATIVADO.
           MOVE ZEROES TO POS-NEG IDX-NEG.
           PERFORM TESTA-NEGATIVADO QTD-NEG TIMES.

       TESTA-NEGATIVADO.
           ADD 1 TO IDX-NEG.
           IF SOC-NEG-TAB(IDX-NEG) EQUAL NUM-PROCURA AND
              SIT-NEG-TAB(IDX-NEG) EQUAL "N"
               MOVE IDX-NEG TO POS-NEG.

       BUSCA-SALDO.
           MOVE NUM-PROCURA TO NUMX-HIST.
           READ CADHISTX
               INVALID KEY
                   MOVE ZEROES TO SALDO-SOC ATRASOS-SOC
               NOT INVALID KEY
                   MOVE SALDOX-HIST TO SALDO-SOC
                   MOVE ATRASOSX-HIST TO ATRASOS-SOC
           END-READ.

       EDITA-DATA.
           MOVE DD-EDICAO TO DD-IMP.
           MOVE MM-EDICAO TO MM-IMP.
           MOVE AAAA-EDICAO TO AAAA-IMP.

      ****************************************************************
      * INCLUSOES: DEVEDORES DO CADSOC1 QUE PASSARAM DO PRE-JURIDICO.*
      ****************************************************************
       PROCESSA-SOCIOS.
           MOVE "INCLUSOES NO BIRO" TO TITULO-QUADRO.
           WRITE REL-SAI FROM LIN-QUADRO AFTER ADVANCING 3 LINES.
           WRITE REL-SAI FROM CAB-INC AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           PERFORM LE-SOC.
           PERFORM TRATA-SOCIO UNTIL FIM-SOC EQUAL "SIM".
           IF CT-INCLUIDOS EQUAL ZEROES
               MOVE "NENHUMA INCLUSAO" TO NADA-LIN
               WRITE REL-SAI FROM LIN-NADA AFTER ADVANCING 1 LINE.

       LE-SOC.
           READ CADSOC1 AT END MOVE "SIM" TO FIM-SOC.

      * O SOCIO JA NEGATIVADO E CONFERIDO NAS EXCLUSOES.
       TRATA-SOCIO.
           ADD 1 TO CT-LIDOS.
           MOVE NUM-SOC1 TO NUM-PROCURA.
           PERFORM BUSCA-SALDO.
           PERFORM PROCURA-NEGATIVADO.
           IF POS-NEG EQUAL ZEROES
               IF COD-PAG1 IS NOT EQUAL TO 1 AND
                  STATUS-SOC1 NOT EQUAL "C" AND
                  SALDO-SOC IS GREATER THAN ZEROES AND
                  SALDO-SOC IS NOT LESS THAN SALDO-MINIMO
                   PERFORM VERIFICA-PRE-JURIDICO
                   IF ELEGIVEL EQUAL "SIM"
                       PERFORM TRATA-INCLUSAO.
           PERFORM LE-SOC.

       VERIFICA-PRE-JURIDICO.
           MOVE "NAO" TO ELEGIVEL.
           PERFORM PROCURA-PRE-JURIDICO.
           IF POS-PJ IS GREATER THAN ZEROES
               MOVE DATA-PJ-TAB(POS-PJ) TO DATA-PJ-9
               COMPUTE DIAS-PASSADOS =
                   ANO-ROD * 360 + MES-ROD * 30 + DIA-ROD
                 - ANO-PJ * 360 - MES-PJ * 30 - DIA-PJ
               IF DIAS-PASSADOS IS NOT LESS THAN DIAS-APOS-PJ
                   MOVE "SIM" TO ELEGIVEL.

      * SEM CPF VALIDO NAO HA COMO NEGATIVAR: A INCLUSAO FICA
      * SUSPENSA E VAI PARA AS EXCECOES ATE O CADASTRO SER CORRIGIDO.
       TRATA-INCLUSAO.
           MOVE NOME-SOC1 TO NOME-PROCURA.
           MOVE ZEROES TO DESDE-PROCURA CPF-VAL.
           IF CPF-SOC1 IS NUMERIC AND CPF-SOC1 NOT EQUAL ZEROES
               MOVE CPF-SOC1 TO CPF-TRAB-9
               CALL "CPFVALID" USING CPF-TRAB CPF-VAL.
           IF CPF-VAL EQUAL 1
               PERFORM INCLUI-NEGATIVACAO
           ELSE
               MOVE "SEM CPF VALIDO - SUSPENSA" TO OCORRENCIA
               MOVE "INCLUSAO SUSPENSA - SOCIO SEM CPF VALIDO"
                   TO MSG-EXC
               PERFORM GRAVA-EXCECAO.

       INCLUI-NEGATIVACAO.
           IF QTD-NEG GREATER THAN OR EQUAL TO 2000
               DISPLAY "CADNEG EXCEDE LIMITE DE 2000 REGISTROS - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM APURA-VENCIMENTO.
           ADD 1 TO QTD-NEG.
           MOVE NUM-SOC1 TO SOC-NEG-TAB(QTD-NEG).
           MOVE CPF-SOC1 TO CPF-NEG-TAB(QTD-NEG).
           MOVE NOME-SOC1 TO NOME-NEG-TAB(QTD-NEG).
           MOVE SALDO-SOC TO VALOR-NEG-TAB(QTD-NEG).
           MOVE VENC-ORIGINAL TO VENCORIG-NEG-TAB(QTD-NEG).
           MOVE DATA-RODADA-9 TO DATAINC-NEG-TAB(QTD-NEG).
           MOVE "N" TO SIT-NEG-TAB(QTD-NEG).
           MOVE ZEROES TO DATAQUIT-NEG-TAB(QTD-NEG)
                          PRAZO-NEG-TAB(QTD-NEG)
                          DATAEXC-NEG-TAB(QTD-NEG).
           MOVE SPACES TO MOTEXC-NEG-TAB(QTD-NEG).
           MOVE "I" TO OPER-NINC.
           MOVE CPF-SOC1 TO CPF-NINC.
           MOVE NOME-SOC1 TO NOME-NINC.
           MOVE SALDO-SOC TO VALOR-NINC.
           MOVE VENC-ORIGINAL TO VENCORIG-NINC.
           MOVE DATA-RODADA-9 TO DATA-NINC.
           MOVE NUM-SOC1 TO CONTRATO-NINC.
           WRITE REG-NINC.
           ADD 1 TO CT-INCLUIDOS CT-GRAVADOS.
           ADD SALDO-SOC TO TOT-INCLUIDO.
           MOVE NUM-SOC1 TO SOC-INC-LIN.
           MOVE NOME-SOC1 TO NOME-INC-LIN.
           MOVE CPF-SOC1 TO CPF-INC-LIN.
           MOVE SALDO-SOC TO VALOR-INC-LIN.
           MOVE VENC-ORIGINAL TO DATA-EDICAO-9.
           PERFORM EDITA-DATA.
           MOVE DATA-IMP TO VENC-INC-LIN.
           WRITE REL-SAI FROM DET-INC AFTER ADVANCING 1 LINE.

      * VENCIMENTO ORIGINAL: INICIO DA DIVIDA ATUAL NO RAZAO; SEM
      * RAZAO, A DATA DE MOVIMENTO RECUADA DOS MESES EM ATRASO (DIA
      * LIMITADO A 28).
       APURA-VENCIMENTO.
           MOVE ZEROES TO VENC-ORIGINAL.
           PERFORM PROCURA-RAZAO.
           IF POS-LDG IS GREATER THAN ZEROES
               MOVE ORIGEM-LDG-TAB(POS-LDG) TO VENC-ORIGINAL.
           IF VENC-ORIGINAL EQUAL ZEROES
               COMPUTE MESES-CALC = ANO-ROD * 12 + MES-ROD
                                  - 1 - ATRASOS-SOC
               DIVIDE MESES-CALC BY 12 GIVING ANO-CALC
                                      REMAINDER MES-CALC
               MOVE ANO-CALC TO ANO-VENC
               ADD 1 MES-CALC GIVING MES-VENC
               MOVE DIA-ROD TO DIA-VENC
               IF DIA-VENC IS GREATER THAN 28
                   MOVE 28 TO DIA-VENC
               END-IF
               MOVE DATA-VENC-9 TO VENC-ORIGINAL.

      ****************************************************************
      * EXCLUSOES: TODO NEGATIVADO DO CADNEG COM SALDO ZERADO NO     *
      * CADHISTX, ESTEJA OU NAO AINDA NO CADSOC1.                    *
      ****************************************************************
       PROCESSA-EXCLUSOES.
           MOVE "EXCLUSOES DO BIRO" TO TITULO-QUADRO.
           WRITE REL-SAI FROM LIN-QUADRO AFTER ADVANCING 3 LINES.
           WRITE REL-SAI FROM CAB-EXC AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-VARRE.
           PERFORM CONFERE-NEGATIVADO QTD-NEG TIMES.
           IF CT-EXCLUIDOS EQUAL ZEROES
               MOVE "NENHUMA EXCLUSAO" TO NADA-LIN
               WRITE REL-SAI FROM LIN-NADA AFTER ADVANCING 1 LINE.

      * A INCLUSAO DESTA RODADA NAO E RECONFERIDA (SALDO > ZERO).
       CONFERE-NEGATIVADO.
           ADD 1 TO IDX-VARRE.
           IF SIT-NEG-TAB(IDX-VARRE) EQUAL "N" AND
              DATAINC-NEG-TAB(IDX-VARRE) NOT EQUAL DATA-RODADA-9
               MOVE SOC-NEG-TAB(IDX-VARRE) TO NUM-PROCURA
               MOVE NOME-NEG-TAB(IDX-VARRE) TO NOME-PROCURA
               MOVE DATAINC-NEG-TAB(IDX-VARRE) TO DESDE-PROCURA
               PERFORM BUSCA-SALDO
               IF SALDO-SOC EQUAL ZEROES
                   PERFORM TRATA-EXCLUSAO.

      * SO A QUITACAO (BAIXA DE PAGAMENTO OU ACORDO) EXCLUI; SALDO
      * ZERADO POR WRITE-OFF OU SEM RASTRO NO RAZAO CONTINUA
      * NEGATIVADO E VAI PARA AS EXCECOES.
       TRATA-EXCLUSAO.
           PERFORM PROCURA-RAZAO.
           IF POS-LDG IS GREATER THAN ZEROES AND
              (TIPOZ-LDG-TAB(POS-LDG) EQUAL "P" OR
               TIPOZ-LDG-TAB(POS-LDG) EQUAL "A")
               PERFORM EXCLUI-NEGATIVACAO
           ELSE
               IF POS-LDG IS GREATER THAN ZEROES AND
                  TIPOZ-LDG-TAB(POS-LDG) EQUAL "B"
                   MOVE "SALDO ZERO POR WRITE-OFF" TO OCORRENCIA
                   MOVE "NEGATIVADO COM SALDO ZERO POR WRITE-OFF"
                       TO MSG-EXC
                   PERFORM GRAVA-EXCECAO
               ELSE
                   MOVE "SALDO ZERO SEM QUITACAO" TO OCORRENCIA
                   MOVE "NEGATIVADO COM SALDO ZERO SEM QUITACAO"
                       TO MSG-EXC
                   PERFORM GRAVA-EXCECAO.

       EXCLUI-NEGATIVACAO.
           MOVE ZERO-LDG-TAB(POS-LDG) TO DATA-QUITACAO.
           CALL "DATAROLL" USING DATA-QUITACAO PRAZO-LEGAL PRAZO-CALC.
           MOVE "E" TO SIT-NEG-TAB(IDX-VARRE).
           MOVE DATA-QUITACAO TO DATAQUIT-NEG-TAB(IDX-VARRE).
           MOVE PRAZO-CALC TO PRAZO-NEG-TAB(IDX-VARRE).
           MOVE DATA-RODADA-9 TO DATAEXC-NEG-TAB(IDX-VARRE).
           MOVE TIPOZ-LDG-TAB(POS-LDG) TO MOTEXC-NEG-TAB(IDX-VARRE).
           MOVE "E" TO OPER-NEXC.
           MOVE CPF-NEG-TAB(IDX-VARRE) TO CPF-NEXC.
           MOVE NOME-NEG-TAB(IDX-VARRE) TO NOME-NEXC.
           MOVE VALOR-NEG-TAB(IDX-VARRE) TO VALOR-NEXC.
           MOVE VENCORIG-NEG-TAB(IDX-VARRE) TO VENCORIG-NEXC.
           MOVE DATA-RODADA-9 TO DATA-NEXC.
           MOVE NUM-PROCURA TO CONTRATO-NEXC.
           WRITE REG-NEXC.
           ADD 1 TO CT-EXCLUIDOS CT-GRAVADOS.
           MOVE NUM-PROCURA TO SOC-EXC-LIN.
           MOVE NOME-PROCURA TO NOME-EXC-LIN.
           MOVE DESDE-PROCURA TO DATA-EDICAO-9.
           PERFORM EDITA-DATA.
           MOVE DATA-IMP TO DESDE-EXC-LIN.
           MOVE DATA-QUITACAO TO DATA-EDICAO-9.
           PERFORM EDITA-DATA.
           MOVE DATA-IMP TO QUIT-EXC-LIN.
           MOVE PRAZO-CALC TO DATA-EDICAO-9.
           PERFORM EDITA-DATA.
           MOVE DATA-IMP TO PRAZO-EXC-LIN.
           IF TIPOZ-LDG-TAB(POS-LDG) EQUAL "P"
               MOVE "PAGAMENTO" TO MOT-EXC-LIN
           ELSE
               MOVE "ACORDO" TO MOT-EXC-LIN.
           IF DATA-RODADA-9 IS GREATER THAN PRAZO-CALC
               IF TIPOZ-LDG-TAB(POS-LDG) EQUAL "P"
                   MOVE "PAGTO-FORA PRAZO" TO MOT-EXC-LIN
               ELSE
                   MOVE "ACORDO-FORA PRAZO" TO MOT-EXC-LIN
               END-IF
               MOVE "EXCLUSAO APOS O PRAZO" TO OCORRENCIA
               MOVE "EXCLUSAO DO BIRO GERADA APOS O PRAZO LEGAL"
                   TO MSG-EXC
               PERFORM GRAVA-EXCECAO.
           WRITE REL-SAI FROM DET-EXC AFTER ADVANCING 1 LINE.

      * LINHA DO RELATORIO DE EXCECOES + EXCLOG.
       GRAVA-EXCECAO.
           ADD 1 TO CT-EXCECOES CT-REJEITADOS.
           MOVE NUM-PROCURA TO SOC-X-LIN.
           MOVE NOME-PROCURA TO NOME-X-LIN.
           MOVE SALDO-SOC TO SALDO-X-LIN.
           IF DESDE-PROCURA EQUAL ZEROES
               MOVE SPACES TO DESDE-X-LIN
           ELSE
               MOVE DESDE-PROCURA TO DATA-EDICAO-9
               PERFORM EDITA-DATA
               MOVE DATA-IMP TO DESDE-X-LIN.
           MOVE OCORRENCIA TO OCOR-X-LIN.
           WRITE RELX-SAI FROM DET-EXCECAO AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CHAVE-EXC.
           MOVE NUM-PROCURA TO CHAVE-EXC.
           PERFORM GRAVA-EXCLOG.

      * O CADASTRO E REGRAVADO INTEIRO COM AS SITUACOES ATUALIZADAS.
       GRAVA-CADNEG.
           OPEN OUTPUT CADNEG.
           MOVE ZEROES TO IDX-NEG.
           PERFORM GRAVA-NEG QTD-NEG TIMES.
           CLOSE CADNEG.

       GRAVA-NEG.
           ADD 1 TO IDX-NEG.
           IF SIT-NEG-TAB(IDX-NEG) EQUAL "N"
               ADD 1 TO CT-NEGATIVADOS.
           MOVE ENT-NEG(IDX-NEG) TO REG-NEG.
           WRITE REG-NEG.

       FIM.
           MOVE CT-INCLUIDOS TO INC-RES.
           MOVE CT-EXCLUIDOS TO EXC-RES.
           MOVE CT-NEGATIVADOS TO NEG-RES.
           MOVE CT-EXCECOES TO EXCE-RES.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 3 LINES.
           MOVE TOT-INCLUIDO TO VALOR-RES.
           WRITE REL-SAI FROM LIN-RESUMO-VALOR AFTER ADVANCING 1 LINE.
           IF CT-EXCECOES EQUAL ZEROES
               MOVE "NENHUMA EXCECAO" TO NADA-LIN
               WRITE RELX-SAI FROM LIN-NADA AFTER ADVANCING 1 LINE
           ELSE
               WRITE RELX-SAI FROM LIN-RESUMO AFTER ADVANCING 3 LINES.
           PERFORM GRAVA-RUNSTAT.
           DISPLAY "EM0235 - " CT-INCLUIDOS " INCLUSAO(OES), "
                   CT-EXCLUIDOS " EXCLUSAO(OES), " CT-EXCECOES
                   " EXCECAO(OES)".
           CLOSE CADSOC1
                 CADHISTX
                 NEGINC
                 NEGEXC
                 RELNEG
                 RELNEGX
                 EXCLOG
                 RUNSTAT.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID==  BY =="EM0235"==
                     ==CPY-CHAVE==   BY ==CHAVE-EXC==
                     ==CPY-SEVER==   BY =="E"==
                     ==CPY-MSG==     BY ==MSG-EXC==.

       COPY GRAVASTAT
           REPLACING ==CPY-PROGID==     BY =="EM0235"==
                     ==CPY-LIDOS==      BY ==CT-LIDOS==
                     ==CPY-GRAVADOS==   BY ==CT-GRAVADOS==
                     ==CPY-REJEITADOS== BY ==CT-REJEITADOS==.

       COPY LEDATAMOV.
