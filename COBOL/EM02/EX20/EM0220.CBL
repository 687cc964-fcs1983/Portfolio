      *  02/09/2026  CADSOC1 GANHOU STATUS ("C" = CANCELADO) E DATA
      *              DE CANCELAMENTO (VER EM0222); SOCIO CANCELADO
      *              SAI DA REGUA DE COBRANCA.
      *  15/10/2026  SOCIO COM ACORDO DE PARCELAMENTO VIGENTE (PARCELA
      *              EM ABERTO NO CADACORD.DAT DO EM0234, OPCIONAL)
      *              NAO E ESCALADO; QUEBRADO O ACORDO, VOLTA A REGUA.
      *  15/10/2026  CADSOC1 GANHOU NO FIM DO REGISTRO O CPF DO SOCIO
      *              (CPF-SOC1), USADO NA NEGATIVACAO DO EM0235.
      *  15/10/2026  CADA AVISO PASSA A TRAZER O TXID DA COBRANCA PIX
      *              DO SALDO (VER WSPIX.CPY: "SOC" + "AVS" + SOCIO +
      *              AAMMDD DO AVISO), PARA O SOCIO PAGAR POR PIX E O
      *              RETORNO PIX DO EM0239 BAIXAR SEM DIGITACAO.
      *  15/10/2026  CADA AVISO EMITIDO GERA UM EVENTO NO MSGEVT.DAT
      *              (EXTEND - VER MSGEVT.CPY) COM O TIPO DO ESTAGIO
      *              ("COB1", "COB2" OU "COB3"), PARA A CENTRAL DE
      *              COMUNICACAO EM0240 MANDAR O AVISO POR EMAIL/SMS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           SELECT RELNOTIF ASSIGN TO DISK.

           SELECT CADACORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACD.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

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
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

       COPY CADACORD.

       COPY DATAMOV.

       COPY MSGEVT.

       WORKING-STORAGE SECTION.

       77 FIM-ARQ            PIC X(03) VALUE "NAO".
       77 FS-HISTX           PIC X(02) VALUE SPACES.
       77 FS-NOT             PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FS-EVT             PIC X(02) VALUE SPACES.
       77 DIAS-PARA-2        PIC 9(03) VALUE 30.
       77 DIAS-PARA-3        PIC 9(03) VALUE 30.
       77 QTD-NOT            PIC 9(03) VALUE ZEROES.
       77 DIAS-PASSADOS      PIC S9(05) VALUE ZEROES.
       77 CT-AVISOS          PIC 9(05) VALUE ZEROES.
       77 SALDO-SOC          PIC 9(09)V99 VALUE ZEROES.
       77 FIM-ACD            PIC X(03) VALUE "NAO".
       77 FS-ACD             PIC X(02) VALUE SPACES.
       77 QTD-ACD            PIC 9(03) VALUE ZEROES.
       77 IDX-ACD            PIC 9(03) VALUE ZEROES.
       77 POS-ACD            PIC 9(03) VALUE ZEROES.
       77 CT-EM-ACORDO       PIC 9(05) VALUE ZEROES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X.

       COPY WSDATAMOV.

       COPY WSPIX.

      * ULTIMO AVISO CONHECIDO POR SOCIO (MAIOR ESTAGIO/DATA).
       01 TAB-NOT.
           02 ENT-NOT OCCURS 300 TIMES.
               03 ESTAGIO-NOT-TAB PIC 9(01).
               03 DATA-NOT-TAB    PIC 9(08).

      * SOCIOS COM ACORDO DE PARCELAMENTO VIGENTE.
       01 TAB-ACD.
           02 SOC-ACD-TAB    PIC 9(06) OCCURS 300 TIMES.

       01 LIN-TITULO.
           02 FILLER         PIC X(36) VALUE
                             "REGUA DE COBRANCA - AVISOS EMITIDOS".
           02 TEXTO-LIN      PIC X(70).
           02 FILLER         PIC X(05) VALUE SPACES.

       01 LIN-PIX.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(22) VALUE "PAGUE POR PIX - TXID: ".
           02 TXID-LIN       PIC X(26).
           02 FILLER         PIC X(27) VALUE SPACES.

       01 LIN-TOTAL.
           02 FILLER         PIC X(17) VALUE "AVISOS EMITIDOS: ".
           02 CT-LIN         PIC ZZ.ZZ9.
           02 FILLER         PIC X(25) VALUE
                             "  EM ACORDO (NAO AVISADOS".
           02 FILLER         PIC X(03) VALUE "): ".
           02 ACD-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE DATA-MOVTO TO DATA-RODADA-X.
           PERFORM CARGA-RUNCTL.
           PERFORM CARGA-HISTNOT.
           PERFORM CARGA-ACORDOS.
           OPEN INPUT  CADSOC1
                       CADHISTX
                OUTPUT RELNOTIF
                EXTEND HISTNOT
                       MSGEVT.
           IF FS-NOT EQUAL "35"
               CLOSE HISTNOT
               OPEN OUTPUT HISTNOT.
           IF FS-EVT EQUAL "35"
               CLOSE MSGEVT
               OPEN OUTPUT MSGEVT.
           IF FS-ARQ NOT EQUAL "00"
               DISPLAY "CADSOC1 NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-ARQ
           IF NUM-NOT-TAB(IDX-NOT) EQUAL NUM-NOT
               MOVE IDX-NOT TO POS-NOT.

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

       LEITURA.
           READ CADSOC1 AT END MOVE "SIM" TO FIM-ARQ.

      * SOCIO CANCELADO (STATUS "C" - VER EM0222) SAI DA REGUA; O
      * QUE TEM ACORDO VIGENTE (EM0234) FICA PARADO NO ESTAGIO ATUAL.
       PRINCIPAL.
           IF COD-PAG1 IS NOT EQUAL TO 1 AND
              STATUS-SOC1 NOT EQUAL "C"
               PERFORM PROCURA-ACORDO
               IF POS-ACD IS GREATER THAN ZEROES
                   ADD 1 TO CT-EM-ACORDO
               ELSE
                   PERFORM TRATA-DEVEDOR.
           PERFORM LEITURA.

       TRATA-DEVEDOR.
                       TO TEXTO-LIN
           END-EVALUATE.
           WRITE REL-SAI FROM LIN-AVISO AFTER ADVANCING 1 LINE.
           MOVE "SOC" TO ORIGEM-TXID.
           MOVE "AVS" TO DOC-TXID.
           MOVE NUM-SOC1 TO NUM-TXID.
           MOVE DATA-MOVTO-6 TO DATA-TXID.
           MOVE TXID-PIX-X TO TXID-LIN.
           WRITE REL-SAI FROM LIN-PIX AFTER ADVANCING 1 LINE.
           MOVE NUM-SOC1 TO NUM-NOT.
           MOVE ESTAGIO-NOVO TO ESTAGIO-NOT.
           MOVE DATA-RODADA-9 TO DATA-NOT.
           WRITE REG-NOT.
           PERFORM GERA-EVENTO.
           PERFORM ATUALIZA-TABELA-AVISO.

      * EVENTO DO AVISO PARA A CENTRAL DE COMUNICACAO (EM0240): UM
      * TIPO POR ESTAGIO, CADA UM COM O SEU MODELO DE MENSAGEM.
       GERA-EVENTO.
           MOVE "COB " TO TIPO-EVT.
           MOVE ESTAGIO-NOVO TO TIPO-EVT(4:1).
           MOVE "S" TO DEST-EVT.
           MOVE SPACES TO CHAVE-EVT.
           MOVE NUM-SOC1 TO CHAVE-NUM-EVT.
           MOVE CPF-SOC1 TO IDENT-EVT.
           MOVE NOME-SOC1 TO NOME-EVT.
           MOVE DATA-RODADA-9 TO DATA-EVT.
           MOVE SALDO-SOC TO VALOR-EVT.
           MOVE TXID-PIX-X TO REF-EVT.
           PERFORM GRAVA-MSGEVT.

      * O AVISO RECEM-EMITIDO PASSA A SER O ULTIMO CONHECIDO, PARA A
      * PROXIMA RODADA NAO REEMITIR NO MESMO DIA.
       ATUALIZA-TABELA-AVISO.

       FIM.
           MOVE CT-AVISOS TO CT-LIN.
           MOVE CT-EM-ACORDO TO ACD-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           CLOSE CADSOC1
                 CADHISTX
                 RELNOTIF
                 HISTNOT
                 MSGEVT.

       COPY LEDATAMOV.

       COPY GRAVAEVT
           REPLACING ==CPY-PROGID== BY =="EM0220"==.
