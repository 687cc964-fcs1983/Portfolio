      *              TIPO "P", EM EXTEND - VER LEDGSOC.CPY), COM O
      *              SALDO APOS A BAIXA, PARA O EXTRATO DO EM0221
      *              PROVAR O SALDO DO CADHISTX.
      *  15/10/2026  O EXCEDENTE DO PAGAMENTO QUE PASSA DO SALDO DEIXA
      *              DE SER SO REPORTADO: VIRA UM CREDITO DO SOCIO NO
      *              CADCRED.DAT (EXTEND - VER CADCRED.CPY), CONSUMIDO
      *              PELA COBRANCA SEGUINTE DO EM0201 OU DEVOLVIDO
      *              PELO EM0238, COM MOVIMENTO INFORMATIVO "X" NO
      *              LEDGSOC E TOTAL DE CREDITOS NO RELBAIXA.
      *  15/10/2026  RODADA RECUSADA (RETURN-CODE 16 E REGISTRO NO
      *              EXCLOG) QUANDO A COMPETENCIA DA DATA DE
      *              MOVIMENTO ESTA FECHADA OU EM FECHAMENTO NO
      *              CONTROLE DE PERIODOS CONTABEIS (PERCONT.DAT).
      *  15/10/2026  OS MOVIMENTOS DO LEDGSOC PASSAM A SER GRAVADOS
      *              TAMBEM NO COMPANHEIRO INDEXADO LEDGSOCX.DAT (VER
      *              LEDGSOCX.CPY E GRAVALSX.CPY), COM JORNAL NO
      *              JRNMOV, PARA O EXTRATO LER SO O SOCIO PEDIDO.
      *  15/10/2026  CADA BAIXA APLICADA E ACRESCENTADA TAMBEM AO
      *              RAZAO DE RECEBIMENTOS A FATURAR NA NFS-E
      *              (RECSERV.DAT, TIPO "S", EM EXTEND - VER
      *              RECSERV.CPY), COM O VALOR PAGO INTEIRO, PARA O
      *              RPS MENSAL DO EM0242.

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

           SELECT CADCRED ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CRED.

           SELECT RECSERV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RSV.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNSTAT.

           SELECT PERCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERCONT.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       COPY LEDGSOC.

       COPY LEDGSOCX.

       COPY JRNMOV.

       COPY CADCRED.

       COPY RECSERV.

       COPY EXCLOG.

       COPY RUNSTAT.

       COPY PERCONT.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.
       77 CHAVE-EXC          PIC X(15) VALUE SPACES.
       77 MSG-EXC            PIC X(40) VALUE SPACES.
       77 FS-LEDGSOC         PIC X(02) VALUE SPACES.
       77 FS-CRED            PIC X(02) VALUE SPACES.
       77 CT-CREDITOS        PIC 9(05) VALUE ZEROES.
       77 TOT-CREDITO        PIC 9(11)V99 VALUE ZEROES.
       77 FS-RSV             PIC X(02) VALUE SPACES.

       COPY WSJRN.

       COPY WSLEDGX.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

       COPY WSPERCONT.

       COPY WSDATAMOV.

       01 LIN-TITULO.
           02 ABATIDO-LIN    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(23) VALUE SPACES.

       01 LIN-CREDITO.
           02 FILLER         PIC X(21) VALUE "CREDITOS DO EXCEDENTE".
           02 FILLER         PIC X(02) VALUE ": ".
           02 CREDITOS-LIN   PIC ZZ.ZZ9.
           02 FILLER         PIC X(09) VALUE "  VALOR: ".
           02 CREDITO-LIN    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.

       EM02-12.

       INICIO.
           PERFORM LE-DATAMOV.
           PERFORM LE-PERCONT.
           PERFORM RECUSA-PERIODO-FECHADO.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           OPEN INPUT  MOVPAG
                I-O    CADHISTX
           IF FS-JRNMOV EQUAL "35"
               CLOSE JRNMOV
               OPEN OUTPUT JRNMOV.
           PERFORM ABRE-LSX.
           OPEN EXTEND CADCRED.
           IF FS-CRED EQUAL "35"
               CLOSE CADCRED
               OPEN OUTPUT CADCRED.
           OPEN EXTEND RECSERV.
           IF FS-RSV EQUAL "35"
               CLOSE RECSERV
               OPEN OUTPUT RECSERV.
           MOVE DATA-MOVTO TO JRN-DATA.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
           MOVE REG-HISTX TO JRN-DEPOIS.
           PERFORM GRAVA-JRNMOV.
           PERFORM GRAVA-LEDGER.
           PERFORM GRAVA-RECSERV.
           IF EXCEDENTE IS GREATER THAN ZEROES
               PERFORM GRAVA-CREDITO.
           ADD 1 TO CT-BAIXADOS.
           ADD VALOR-ABATIDO TO TOT-ABATIDO.
           MOVE NUM-PAG TO NUM-LIN.
           MOVE VALOR-PAG TO PAGO-LIN.
           MOVE SALDOX-HIST TO SALDO-LIN.
           IF EXCEDENTE IS GREATER THAN ZEROES
               MOVE "QUITADO - SOBRA EM CREDITO" TO OBS-LIN
           ELSE
               IF SALDOX-HIST EQUAL ZEROES
                   MOVE "QUITADO" TO OBS-LIN
           MOVE "P" TO TIPO-LEDG.
           MOVE VALOR-ABATIDO TO VALOR-LEDG-SOC.
           MOVE SALDOX-HIST TO SALDO-LEDG.
           PERFORM GRAVA-LSX.

      * RECEBIMENTO A FATURAR NA NFS-E, PELO VALOR PAGO INTEIRO.
       GRAVA-RECSERV.
           MOVE "S" TO TIPO-RSV.
           MOVE NUM-PAG TO COD-RSV.
           MOVE DATA-PAG TO DATA-RSV.
           MOVE VALOR-PAG TO VALOR-RSV.
           MOVE ZEROES TO RPS-RSV NFSE-RSV.
           MOVE SPACES TO SIT-RSV.
           WRITE REG-RSV.

      * O EXCEDENTE VIRA CREDITO DO SOCIO NO CADCRED, DATADO DA
      * RODADA; O MOVIMENTO "X" DO RAZAO E INFORMATIVO (O SALDO DO
      * CADHISTX JA ESTA ZERADO).
       GRAVA-CREDITO.
           MOVE NUM-PAG TO ID-CRD.
           MOVE DATA-RODADA TO DATA-CRD.
           MOVE EXCEDENTE TO VALOR-CRD SALDO-CRD.
           WRITE REG-CRD.
           MOVE NUM-PAG TO NUM-LEDG.
           MOVE DATA-RODADA TO DATA-LEDG-SOC.
           MOVE "X" TO TIPO-LEDG.
           MOVE EXCEDENTE TO VALOR-LEDG-SOC.
           MOVE SALDOX-HIST TO SALDO-LEDG.
           PERFORM GRAVA-LSX.
           ADD 1 TO CT-CREDITOS.
           ADD EXCEDENTE TO TOT-CREDITO.

       REJEITA-PAGAMENTO.
           ADD 1 TO CT-REJEITADOS.
           MOVE CT-REJEITADOS TO REJ-LIN.
           MOVE TOT-ABATIDO TO ABATIDO-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           MOVE CT-CREDITOS TO CREDITOS-LIN.
           MOVE TOT-CREDITO TO CREDITO-LIN.
           WRITE REL-SAI FROM LIN-CREDITO AFTER ADVANCING 1 LINE.

       FIM.
           PERFORM GRAVA-RUNSTAT.
           PERFORM FECHA-LSX.
           CLOSE MOVPAG
                 CADHISTX
                 RELBAIXA
                 EXCLOG
                 RUNSTAT
                 LEDGSOC
                 JRNMOV
                 CADCRED
                 RECSERV.

       COPY LEDATAMOV.

       COPY LEPERCONT.

       COPY RECUSAPER
           REPLACING ==CPY-PROGID== BY =="EM0212"==.

       COPY GRAVAJRN
           REPLACING ==CPY-PROGID== BY =="EM0212"==
                     ==CPY-ARQ==    BY =="CADHISTX.DAT"==.
                     ==CPY-LIDOS==      BY ==CT-LIDOS==
                     ==CPY-GRAVADOS==   BY ==CT-BAIXADOS==
                     ==CPY-REJEITADOS== BY ==CT-REJEITADOS==.

       COPY GRAVALSX
           REPLACING ==CPY-PROGID== BY =="EM0212"==.
