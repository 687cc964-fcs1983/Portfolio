      *              UM BOLETO VENCENDO NO FERIADO E LEGALMENTE
      *              PAGAVEL NO DIA UTIL SEGUINTE E A MULTA ERRAVA A
      *              CONTA.
      *  15/10/2026  RODADA RECUSADA (RETURN-CODE 16 E REGISTRO NO
      *              EXCLOG) QUANDO A COMPETENCIA DA DATA DE
      *              MOVIMENTO ESTA FECHADA OU EM FECHAMENTO NO
      *              CONTROLE DE PERIODOS CONTABEIS (PERCONT.DAT).

      *  02/09/2026  A MENSALIDADE PASSA A SER FAMILIAR: O CADASTRO
      *              DE DEPENDENTES CADDEP.DAT E CONTADO POR TITULAR
      *              DE RUNCTL (PROG "EM0225", PARM1) LOGO APOS A
      *              LEITURA DE CADA SOCIO - TODO O RESTO DO
      *              PROGRAMA SEGUE ENXERGANDO O VALOR FAMILIAR.
      *  15/10/2026  SOCIO COM ACORDO DE PARCELAMENTO VIGENTE (EM0234,
      *              CADACORD.DAT OPCIONAL) E SALDO ZERADO NO CADHISTX
      *              NAO RECEBE BOLETO - A DIVIDA CONGELADA E COBRADA
      *              PELOS BOLETOS DAS PARCELAS; MENSALIDADE VENCIDA
      *              DEPOIS DO ACORDO SEGUE NO BOLETO NORMAL.
      *  15/10/2026  CADSOC1 GANHOU NO FIM DO REGISTRO O CPF DO SOCIO
      *              (CPF-SOC1), USADO NA NEGATIVACAO DO EM0235.
      *  15/10/2026  O BOLETO PASSA A TRAZER, JUNTO COM O NOSSO
      *              NUMERO, O TXID DA COBRANCA PIX (TXID-BOL NO FIM
      *              DO BOLETO.DAT - VER WSPIX.CPY: "SOC" + "BOL" +
      *              NOSSO NUMERO). O PAGAMENTO POR PIX E BAIXADO PELO
      *              RETORNO PIX DO EM0239.
      *  15/10/2026  CADA BOLETO EMITIDO GERA UM EVENTO "BOLS" NO
      *              MSGEVT.DAT (EXTEND - VER MSGEVT.CPY), PARA A
      *              CENTRAL DE COMUNICACAO EM0240 AVISAR O SOCIO POR
      *              EMAIL/SMS (VENCIMENTO, TOTAL E TXID).
      *  15/10/2026  OS MOVIMENTOS DO LEDGSOC PASSAM A SER GRAVADOS
      *              TAMBEM NO COMPANHEIRO INDEXADO LEDGSOCX.DAT (VER
      *              LEDGSOCX.CPY E GRAVALSX.CPY), COM JORNAL DA
      *              INCLUSAO NO JRNMOV.DAT (EXTEND), PARA O EXTRATO
      *              LER SO O SOCIO PEDIDO.

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

           SELECT RUNCTL ASSIGN TO DISK
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
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADDEP.

           SELECT CADACORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACD.

           SELECT MSGEVT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EVT.

       DATA DIVISION.
       FILE SECTION.

           02 FILIAL-SOC1    PIC 9(02).
           02 STATUS-SOC1    PIC X(01).
           02 DATACANC-SOC1  PIC 9(08).
           02 CPF-SOC1       PIC 9(11).

       FD CADHISTX
           LABEL RECORD ARE STANDARD
           02 NOSSONUM-BOL.
               03 NOSSONUM-NUM   PIC 9(07).
               03 NOSSONUM-DATA  PIC 9(06).
           02 TXID-BOL       PIC X(26).

       FD RELBOLETO
           LABEL RECORD IS OMITTED.

       COPY LEDGSOC.

       COPY LEDGSOCX.

       COPY JRNMOV.

       COPY PERCONT.

       COPY EXCLOG.

       COPY DATAMOV.

       FD CADDEP
           02 NASC-CADDEP    PIC 9(08).
           02 PARENT-CADDEP  PIC X(10).

       COPY CADACORD.

       COPY MSGEVT.

       WORKING-STORAGE SECTION.

       77 FS-CADDEP          PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 FS-EVT             PIC X(02) VALUE SPACES.
       77 FIM-CADDEP         PIC X(03) VALUE "NAO".
       77 QTD-TITULARES      PIC 9(03) VALUE ZEROES.
       77 IDX-TITULAR        PIC 9(03) VALUE ZEROES.
       01 TAB-DEB.
           02 NUM-DEB-TAB    PIC 9(06) OCCURS 300 TIMES.

       77 FS-ACD             PIC X(02) VALUE SPACES.
       77 FIM-ACD            PIC X(03) VALUE "NAO".
       77 QTD-ACD            PIC 9(03) VALUE ZEROES.
       77 IDX-ACD            PIC 9(03) VALUE ZEROES.
       77 POS-ACD            PIC 9(03) VALUE ZEROES.

      * SOCIOS COM ACORDO DE PARCELAMENTO VIGENTE.
       01 TAB-ACD.
           02 SOC-ACD-TAB    PIC 9(06) OCCURS 300 TIMES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).
       77 MES-VENC           PIC 9(02) VALUE ZEROES.

       COPY WSPERCONT.

       COPY WSDATAMOV.

       COPY WSJRN.

       COPY WSLEDGX.

       COPY WSPIX.

       01 VENCIMENTO-MONTA.
           02 AAAA-VENC      PIC 9(04).
           02 MM-VENC        PIC 9(02).

       INICIO.
           PERFORM LE-DATAMOV.
           PERFORM LE-PERCONT.
           PERFORM RECUSA-PERIODO-FECHADO.
           MOVE DATA-MOVTO(1:4) TO ANO-MOVTO-X.
           PERFORM CARGA-RUNCTL.
           PERFORM CARGA-DEPENDENTES.
           PERFORM CARGA-OPTANTES.
           PERFORM CARGA-ACORDOS.
           PERFORM CALCULA-VENCIMENTO.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           OPEN INPUT  CADSOC1
                       CADHISTX
                OUTPUT BOLETO
                       RELBOLETO
                EXTEND LEDGSOC
                       MSGEVT.
           IF FS-LEDGSOC EQUAL "35"
               CLOSE LEDGSOC
               OPEN OUTPUT LEDGSOC.
           OPEN EXTEND JRNMOV.
           IF FS-JRNMOV EQUAL "35"
               CLOSE JRNMOV
               OPEN OUTPUT JRNMOV.
           MOVE DATA-MOVTO TO JRN-DATA.
           PERFORM ABRE-LSX.
           IF FS-EVT EQUAL "35"
               CLOSE MSGEVT
               OPEN OUTPUT MSGEVT.
           IF FS-ARQ NOT EQUAL "00"
               DISPLAY "CADSOC1 NAO ENCONTRADO OU INACESSIVEL - STATUS "
                       FS-ARQ
                   ADD 1 TO QTD-DEB
                   MOVE NUM-DEB TO NUM-DEB-TAB(QTD-DEB).

      * UM SOCIO POR ACORDO VIGENTE (ALGUMA PARCELA "A").
       CARGA-ACORDOS.
           OPEN INPUT CADACORD.
           IF FS-ACD EQUAL "00"
               PERFORM LE-ACD UNTIL FIM-ACD EQUAL "SIM"
               CLOSE CADACORD.

       LE-ACD.
           READ CADACORD AT END
               MOVE "SIM" TO FIM-ACD.
           IF FIM-ACD NOT EQUAL "SIM"
               IF SIT-ACD EQUAL "A"
                   PERFORM GUARDA-ACORDO.

       GUARDA-ACORDO.
           MOVE ZEROES TO POS-ACD IDX-ACD.
           PERFORM TESTA-ACD QTD-ACD TIMES.
           IF POS-ACD EQUAL ZEROES
               IF QTD-ACD GREATER THAN OR EQUAL TO 300
                   DISPLAY "TAB-ACD EXCEDE LIMITE DE 300 SOCIOS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-ACD
                   MOVE SOC-ACD TO SOC-ACD-TAB(QTD-ACD).

       TESTA-ACD.
           ADD 1 TO IDX-ACD.
           IF SOC-ACD-TAB(IDX-ACD) EQUAL SOC-ACD
               MOVE IDX-ACD TO POS-ACD.

       PROCURA-ACORDO.
           MOVE ZEROES TO POS-ACD IDX-ACD.
           PERFORM TESTA-ACD-SOC QTD-ACD TIMES.

       TESTA-ACD-SOC.
           ADD 1 TO IDX-ACD.
           IF SOC-ACD-TAB(IDX-ACD) EQUAL NUM-SOC1
               MOVE IDX-ACD TO POS-ACD.

       PROCURA-OPTANTE.
           MOVE ZEROES TO POS-DEB IDX-DEB.
           PERFORM TESTA-OPTANTE QTD-DEB TIMES.
                   PERFORM EMITE-BOLETO.
           PERFORM LEITURA.

      * COM ACORDO VIGENTE, SO HA BOLETO SE O CADHISTX VOLTOU A
      * ACUMULAR SALDO DEPOIS DO ACORDO.
       EMITE-BOLETO.
           PERFORM BUSCA-HISTORICO.
           PERFORM PROCURA-ACORDO.
           IF POS-ACD EQUAL ZEROES OR
              SALDO-SOC IS GREATER THAN ZEROES
               PERFORM MONTA-BOLETO.

       MONTA-BOLETO.
           PERFORM CLASSIFICA-FAIXA.
           MOVE NUM-SOC1 TO NUM-BOL.
           MOVE NOME-SOC1 TO NOME-BOL.
           MOVE VENCIMENTO-MONTA TO VENCIMENTO-BOL.
           MOVE NUM-SOC1 TO NOSSONUM-NUM.
           MOVE DATA-MOVTO-6 TO NOSSONUM-DATA.
           MOVE "SOC" TO ORIGEM-TXID.
           MOVE "BOL" TO DOC-TXID.
           MOVE NOSSONUM-NUM TO NUM-TXID.
           MOVE NOSSONUM-DATA TO DATA-TXID.
           MOVE TXID-PIX-X TO TXID-BOL.
           WRITE REG-BOLETO.
           PERFORM GRAVA-LEDGER.
           PERFORM GERA-EVENTO.
           ADD 1 TO CT-BOLETOS.
           ADD TOTAL-BOL TO TOT-EMITIDO.
           PERFORM IMPRIME-BOLETO.
           MOVE "J" TO TIPO-LEDG.
           MOVE ENCARGOS-CALC TO VALOR-LEDG-SOC.
           MOVE SALDO-SOC TO SALDO-LEDG.
           PERFORM GRAVA-LSX.

      * EVENTO DO BOLETO PARA A CENTRAL DE COMUNICACAO (EM0240).
       GERA-EVENTO.
           MOVE "BOLS" TO TIPO-EVT.
           MOVE "S" TO DEST-EVT.
           MOVE SPACES TO CHAVE-EVT.
           MOVE NUM-SOC1 TO CHAVE-NUM-EVT.
           MOVE CPF-SOC1 TO IDENT-EVT.
           MOVE NOME-SOC1 TO NOME-EVT.
           MOVE VENCIMENTO-BOL TO DATA-EVT.
           MOVE TOTAL-BOL TO VALOR-EVT.
           MOVE TXID-BOL TO REF-EVT.
           PERFORM GRAVA-MSGEVT.

       IMPRIME-BOLETO.
           MOVE NUM-SOC1 TO NUM-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.

       FIM.
           PERFORM FECHA-LSX.
           CLOSE JRNMOV.
           CLOSE CADSOC1
                 CADHISTX
                 BOLETO
                 RELBOLETO
                 LEDGSOC
                 MSGEVT.

       COPY LEDATAMOV.

       COPY LEPERCONT.

       COPY GRAVAEVT
           REPLACING ==CPY-PROGID== BY =="EM0211"==.

       COPY RECUSAPER
           REPLACING ==CPY-PROGID== BY =="EM0211"==.

       COPY GRAVALSX
           REPLACING ==CPY-PROGID== BY =="EM0211"==.
