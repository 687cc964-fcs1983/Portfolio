      *              DE CANCELAMENTO NO FIM DO REGISTRO (VER
      *              EM0222); SOCIO CANCELADO NAO E MAIS COBRADO NEM
      *              CLASSIFICADO NO AGING.
      *  15/10/2026  RODADA RECUSADA (RETURN-CODE 16 E REGISTRO NO
      *              EXCLOG) QUANDO A COMPETENCIA DA DATA DE
      *              MOVIMENTO ESTA FECHADA OU EM FECHAMENTO NO
      *              CONTROLE DE PERIODOS CONTABEIS (PERCONT.DAT).

      *  02/09/2026  CADA WRITE/REWRITE NO HISTORICO INDEXADO
      *              CADHISTX PASSA A SER ACOMPANHADO DE UM REGISTRO
      *              DE RUNCTL (PROG "EM0225", PARM1) LOGO APOS A
      *              LEITURA DE CADA SOCIO - TODO O RESTO DO
      *              PROGRAMA SEGUE ENXERGANDO O VALOR FAMILIAR.
      *  15/10/2026  CADSOC1 GANHOU NO FIM DO REGISTRO O CPF DO SOCIO
      *              (CPF-SOC1), USADO NA NEGATIVACAO DO EM0235.
      *  15/10/2026  A COBRANCA LANCADA NO CADHISTX PASSA A CONSUMIR,
      *              DO MAIS ANTIGO PARA O MAIS NOVO, OS CREDITOS DE
      *              PAGAMENTO A MAIOR DO SOCIO NO CADCRED.DAT (VER
      *              CADCRED.CPY), ANTES DO BOLETO DO EM0211: O VALOR
      *              CONSUMIDO E ABATIDO DO SALDO COM MOVIMENTO "K" NO
      *              LEDGSOC E O CADCRED E REGRAVADO SEM OS CREDITOS
      *              ZERADOS. TOTAL DO CREDITO APLICADO NO RELSOCIO.
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

           SELECT PERCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERCONT.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT CADCRED ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CRED.

       DATA DIVISION.
       FILE SECTION.
   
           02 FILIAL-SOC1    PIC 9(02).
           02 STATUS-SOC1    PIC X(01).
           02 DATACANC-SOC1  PIC 9(08).
           02 CPF-SOC1       PIC 9(11).

       FD CADSOC2
           LABEL RECORD ARE STANDARD

       COPY LEDGSOC.

       COPY LEDGSOCX.

       COPY JRNMOV.

       COPY CADCRED.

       COPY PERCONT.

       COPY EXCLOG.

       COPY DATAMOV.

       FD CADDEP
       WORKING-STORAGE SECTION.

       77 FS-CADDEP          PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 FIM-CADDEP         PIC X(03) VALUE "NAO".
       77 QTD-TITULARES      PIC 9(03) VALUE ZEROES.
       77 IDX-TITULAR        PIC 9(03) VALUE ZEROES.

       77 FIM-ARQ            PIC X(03) VALUE "NAO".
       77 FS-LEDGSOC         PIC X(02) VALUE SPACES.
       77 FS-CRED            PIC X(02) VALUE SPACES.
       77 FIM-CRED           PIC X(03) VALUE "NAO".
       77 QTD-CRED           PIC 9(04) VALUE ZEROES.
       77 IDX-CRED           PIC 9(04) VALUE ZEROES.
       77 RESTA-COBRAR       PIC 9(09)V99 VALUE ZEROES.
       77 PARCELA-CRED       PIC 9(09)V99 VALUE ZEROES.
       77 CREDITO-APLICADO   PIC 9(09)V99 VALUE ZEROES.
       77 CT-CRED-APLIC      PIC 9(05) VALUE ZEROES.
       77 TOT-CRED-APLIC     PIC 9(11)V99 VALUE ZEROES.

       01 TAB-CRED.
           02 ENT-CRED OCCURS 2000 TIMES.
               03 ID-CRD-TAB     PIC 9(07).
               03 DATA-CRD-TAB   PIC 9(08).
               03 VALOR-CRD-TAB  PIC 9(09)V99.
               03 SALDO-CRD-TAB  PIC 9(09)V99.

       COPY WSJRN.

       COPY WSLEDGX.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

       COPY WSPERCONT.

       COPY WSDATAMOV.
       77 FS-ARQ             PIC X(02) VALUE SPACES.
       77 FS-SOC2            PIC X(02) VALUE SPACES.
           02 TOT2           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(42) VALUE SPACES.

       01 CREDTOT.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(26) VALUE
                                 "CREDITO A MAIOR APLICADO: ".
           02 TOT3           PIC ZZZ9 VALUE ZEROES.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(08) VALUE "VALOR: ".
           02 TOT4           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
           02 FILLER         PIC X(21) VALUE SPACES.

       01 SOCFX30.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(26) VALUE

       INICIO.
           PERFORM LE-DATAMOV.
           PERFORM LE-PERCONT.
           PERFORM RECUSA-PERIODO-FECHADO.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           OPEN INPUT  CADSOC1
                OUTPUT RELSOCIO
               CLOSE JRNMOV
               OPEN OUTPUT JRNMOV.
           MOVE DATA-MOVTO TO JRN-DATA.
           PERFORM ABRE-LSX.
           IF FS-ARQ NOT EQUAL "00"
               DISPLAY "CADSOC1 NAO ENCONTRADO OU INACESSIVEL - STATUS "
                       FS-ARQ
           PERFORM CARGA-HIST.
           PERFORM CARGA-RUNCTL.
           PERFORM CARGA-DEPENDENTES.
           PERFORM CARGA-CREDITOS.
           PERFORM LEITURA.
           IF FIM-ARQ EQUAL "SIM"
               DISPLAY "CADSOC1 SEM REGISTROS - ENCERRANDO"
                               "LEGADO IGNORADO: " NUMX-HIST
               END-WRITE.

      * CREDITOS DE PAGAMENTO A MAIOR (EM0212), NA ORDEM EM QUE
      * SURGIRAM; SEM CADCRED NAO HA O QUE CONSUMIR.
       CARGA-CREDITOS.
           OPEN INPUT CADCRED.
           IF FS-CRED EQUAL "00"
               PERFORM LE-CRED UNTIL FIM-CRED EQUAL "SIM"
               CLOSE CADCRED.

       LE-CRED.
           READ CADCRED AT END
               MOVE "SIM" TO FIM-CRED.
           IF FIM-CRED NOT EQUAL "SIM"
               IF QTD-CRED GREATER THAN OR EQUAL TO 2000
                   DISPLAY "CADCRED EXCEDE LIMITE DE 2000 CREDITOS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-CRED
                   MOVE ID-CRD TO ID-CRD-TAB(QTD-CRED)
                   MOVE DATA-CRD TO DATA-CRD-TAB(QTD-CRED)
                   MOVE VALOR-CRD TO VALOR-CRD-TAB(QTD-CRED)
                   MOVE SALDO-CRD TO SALDO-CRD-TAB(QTD-CRED).

       LEITURA.
           READ CADSOC1 AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
                   PERFORM GRAVA-JRNMOV
           END-READ.
           PERFORM GRAVA-LEDGER.
           PERFORM APLICA-CREDITO.

      * MOVIMENTO "C" NO RAZAO POR SOCIO, COM O SALDO APOS O
      * LANCAMENTO, PARA O EXTRATO DO EM0221.
           MOVE "C" TO TIPO-LEDG.
           MOVE VAL-PAG1 TO VALOR-LEDG-SOC.
           MOVE SALDOX-HIST TO SALDO-LEDG.
           PERFORM GRAVA-LSX.

      * O CREDITO DO SOCIO PAGA A COBRANCA ANTES DO BOLETO, ATE O
      * VALOR DELA; O QUE FOR CONSUMIDO SAI DO SALDO COMO UMA BAIXA
      * (MOVIMENTO "K" NO RAZAO).
       APLICA-CREDITO.
           MOVE ZEROES TO CREDITO-APLICADO IDX-CRED.
           MOVE VAL-PAG1 TO RESTA-COBRAR.
           PERFORM CONSOME-CREDITO QTD-CRED TIMES.
           IF CREDITO-APLICADO IS GREATER THAN ZEROES
               MOVE REG-HISTX TO JRN-ANTES
               SUBTRACT CREDITO-APLICADO FROM SALDOX-HIST
               IF SALDOX-HIST EQUAL ZEROES
                   MOVE ZEROES TO ATRASOSX-HIST
               END-IF
               REWRITE REG-HISTX
               MOVE ATRASOSX-HIST TO ATRASOS-ATU
               MOVE "R" TO JRN-OPER
               MOVE REG-HISTX TO JRN-DEPOIS
               PERFORM GRAVA-JRNMOV
               MOVE NUM-SOC1 TO NUM-LEDG
               MOVE DATA-RODADA TO DATA-LEDG-SOC
               MOVE "K" TO TIPO-LEDG
               MOVE CREDITO-APLICADO TO VALOR-LEDG-SOC
               MOVE SALDOX-HIST TO SALDO-LEDG
               PERFORM GRAVA-LSX
               ADD 1 TO CT-CRED-APLIC
               ADD CREDITO-APLICADO TO TOT-CRED-APLIC.

       CONSOME-CREDITO.
           ADD 1 TO IDX-CRED.
           IF ID-CRD-TAB(IDX-CRED) EQUAL NUM-SOC1 AND
              SALDO-CRD-TAB(IDX-CRED) IS GREATER THAN ZEROES AND
              RESTA-COBRAR IS GREATER THAN ZEROES
               IF SALDO-CRD-TAB(IDX-CRED) IS GREATER THAN RESTA-COBRAR
                   MOVE RESTA-COBRAR TO PARCELA-CRED
               ELSE
                   MOVE SALDO-CRD-TAB(IDX-CRED) TO PARCELA-CRED
               END-IF
               SUBTRACT PARCELA-CRED FROM SALDO-CRD-TAB(IDX-CRED)
                                          RESTA-COBRAR
               ADD PARCELA-CRED TO CREDITO-APLICADO.

       CLASSIFICA-FAIXA.
           IF ATRASOS-ATU IS LESS THAN OR EQUAL TO ATRASOS-FX30
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR FROM SOCTOT AFTER ADVANCING 3 LINES.
           WRITE REG-ATR FROM VALTOT AFTER ADVANCING 1 LINE.
           MOVE CT-CRED-APLIC TO TOT3.
           MOVE TOT-CRED-APLIC TO TOT4.
           WRITE REG-ATR FROM CREDTOT AFTER ADVANCING 1 LINE.
           MOVE CT-FX30 TO TOTFX30.
           MOVE VAL-FX30 TO VALFX30.
           WRITE REG-ATR FROM SOCFX30 AFTER ADVANCING 2 LINES.

       FIM.
           CLOSE CADHISTX.
           IF CT-CRED-APLIC IS GREATER THAN ZEROES
               PERFORM REGRAVA-CREDITOS.
           MOVE SPACES TO REG-TRAILER.
           MOVE "TR" TO TIPO-TRAILER.
           MOVE QTDE-SOC2 TO QTDE-TRAILER.
           MOVE HASH-SOC2 TO HASH-TRAILER.
           WRITE REG-TRAILER.
           PERFORM FECHA-LSX.
           CLOSE CADSOC1
                 CADSOC2
                 RELSOCIO
                 LEDGSOC
                 JRNMOV.

      * O CADCRED VOLTA SEM OS CREDITOS QUE A RODADA ZEROU.
       REGRAVA-CREDITOS.
           OPEN OUTPUT CADCRED.
           MOVE ZEROES TO IDX-CRED.
           PERFORM GRAVA-CREDITO QTD-CRED TIMES.
           CLOSE CADCRED.

       GRAVA-CREDITO.
           ADD 1 TO IDX-CRED.
           IF SALDO-CRD-TAB(IDX-CRED) IS GREATER THAN ZEROES
               MOVE ID-CRD-TAB(IDX-CRED) TO ID-CRD
               MOVE DATA-CRD-TAB(IDX-CRED) TO DATA-CRD
               MOVE VALOR-CRD-TAB(IDX-CRED) TO VALOR-CRD
               MOVE SALDO-CRD-TAB(IDX-CRED) TO SALDO-CRD
               WRITE REG-CRD.

       COPY LEDATAMOV.

       COPY LEPERCONT.

       COPY RECUSAPER
           REPLACING ==CPY-PROGID== BY =="EM0201"==.

       COPY GRAVAJRN
           REPLACING ==CPY-PROGID== BY =="EM0201"==
                     ==CPY-ARQ==    BY =="CADHISTX.DAT"==.

       COPY GRAVALSX
           REPLACING ==CPY-PROGID== BY =="EM0201"==.
