       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0234.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       ACORDOS DE PARCELAMENTO DE SOCIOS EM ATRASO. A
      *               NEGOCIACAO COM O SOCIO DEVEDOR ERA FEITA NO
      *               BALCAO E A DIVIDA SEGUIA CORRENDO NO CADHISTX,
      *               COM A REGUA DO EM0220 ESCALANDO O SOCIO QUE JA
      *               TINHA ACORDO. ESTE JOB MANTEM O CADASTRO DE
      *               ACORDOS CADACORD.DAT (VER CADACORD.CPY) E, NA
      *               ORDEM:
      *               1) LE AS NEGOCIACOES DO DIA MOVACORD.DAT:
      *                    SOC-MAC      9(06)     NUMERO DO SOCIO
      *                    PARC-MAC     9(02)     QTDE DE PARCELAS
      *                    ENTRADA-MAC  9(09)V99  ENTRADA (ZERO =
      *                                           SEM ENTRADA)
      *                    DESC-MAC     9(03)V99  DESCONTO % SOBRE
      *                                           OS JUROS
      *                  E CONGELA A DIVIDA NEGOCIADA: SALDO DO
      *                  CADHISTX + MULTA + JUROS DA FAIXA DE ATRASO
      *                  (MESMO CALCULO DO EM0211) MENOS O DESCONTO
      *                  SOBRE OS JUROS. O SALDO E OS ATRASOS DO
      *                  CADHISTX SAO ZERADOS (JORNAL JRNMOV) E O
      *                  RAZAO LEDGSOC RECEBE O MOVIMENTO "A"; A
      *                  ENTRADA E AS PARCELAS VIRAM REGISTROS DO
      *                  CADACORD E UM BOLETO CADA (BOLETO.DAT EM
      *                  EXTEND, NOSSO NUMERO 8000000 + SOCIO + AAMMDD
      *                  DO VENCIMENTO). A ENTRADA VENCE EM PARM3 DIAS
      *                  E CADA PARCELA 30 DIAS DEPOIS DA ANTERIOR,
      *                  ROLADOS PARA DIA UTIL PELO DATAROLL;
      *               2) APLICA OS PAGAMENTOS DE PARCELA RECONHECIDOS
      *                  PELO EM0219 NO RETORNO DO BANCO (MOVPAGA.DAT:
      *                  SOCIO + PARCELA + VALOR + DATA), COM O
      *                  MOVIMENTO INFORMATIVO "Q" NO RAZAO;
      *               3) QUEBRA O ACORDO QUE TEM PARCELA EM ABERTO
      *                  VENCIDA HA MAIS DE PARM1 DIAS DE CARENCIA: AS
      *                  PARCELAS EM ABERTO SAO CANCELADAS, O SALDO
      *                  REMANESCENTE (DIVIDA NEGOCIADA MENOS O QUE FOI
      *                  PAGO) E OS ATRASOS CONGELADOS VOLTAM AO
      *                  CADHISTX (JORNAL JRNMOV) E O RAZAO RECEBE O
      *                  MOVIMENTO "R".
      *               PARAMETROS EM RUNCTL:
      *                 PROG "EM0234": PARM1 = DIAS DE CARENCIA DA
      *                   PARCELA VENCIDA (PADRAO 10), PARM2 = MAXIMO
      *                   DE PARCELAS (PADRAO 12, NO MAXIMO 24), PARM3
      *                   = DIAS DO ACORDO ATE O VENCIMENTO DA ENTRADA
      *                   (PADRAO 5);
      *                 PROG "EM0201"/"EM0211": CORTES DE FAIXA E
      *                   PERCENTUAIS DE MULTA E JUROS, OS MESMOS DA
      *                   EMISSAO DE BOLETOS.
      *               ENQUANTO O ACORDO ESTA VIGENTE O EM0220 NAO
      *               ESCALA O SOCIO. RELACORD TRAZ OS ACORDOS
      *               FIRMADOS, OS PAGAMENTOS E AS QUEBRAS; NEGOCIACAO
      *               OU PAGAMENTO RECUSADO VAI AO EXCLOG, E RECUSA OU
      *               QUEBRA DEVOLVE RETURN-CODE 4.
      *
      *MODIFICACAO
      *  15/10/2026  CADSOC1 GANHOU NO FIM DO REGISTRO O CPF DO SOCIO
      *              (CPF-SOC1), USADO NA NEGATIVACAO DO EM0235.
      *  15/10/2026  BOLETO.DAT GANHOU NO FIM DO REGISTRO O TXID DA
      *              COBRANCA PIX (TXID-BOL, VER WSPIX.CPY), GRAVADO
      *              PELO EM0211 E PELO EM0320.
      *              A PARCELA DE ACORDO NAO TEM COBRANCA PIX E SAI
      *              COM O TXID EM BRANCO.
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
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADACORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACD.

           SELECT MOVACORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MAC.

           SELECT MOVPAGA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PGA.

           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SOC.

           SELECT CADHISTX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMX-HIST
           FILE STATUS IS FS-HISTX.

           SELECT BOLETO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BOL.

           SELECT LEDGSOC ASSIGN TO DISK
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

           SELECT RELACORD ASSIGN TO DISK.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT RUNSTAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNSTAT.

           SELECT PERCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERCONT.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       COPY CADACORD.

       FD MOVACORD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVACORD.DAT".

       01 REG-MAC.
           02 SOC-MAC        PIC 9(06).
           02 PARC-MAC       PIC 9(02).
           02 ENTRADA-MAC    PIC 9(09)V99.
           02 DESC-MAC       PIC 9(03)V99.

       FD MOVPAGA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVPAGA.DAT".

       01 REG-PGA.
           02 SOC-PGA        PIC 9(06).
           02 PARC-PGA       PIC 9(02).
           02 VALOR-PGA      PIC 9(09)V99.
           02 DATA-PGA       PIC 9(08).

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

       FD BOLETO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BOLETO.DAT".

       01 REG-BOLETO.
           02 NUM-BOL        PIC 9(07).
           02 NOME-BOL       PIC X(30).
           02 PRINCIPAL-BOL  PIC 9(09)V99.
           02 MULTA-BOL      PIC 9(07)V99.
           02 JUROS-BOL      PIC 9(07)V99.
           02 TOTAL-BOL      PIC 9(09)V99.
           02 VENCIMENTO-BOL PIC 9(08).
           02 NOSSONUM-BOL.
               03 NOSSONUM-NUM   PIC 9(07).
               03 NOSSONUM-DATA  PIC 9(06).
           02 TXID-BOL       PIC X(26).

       COPY LEDGSOC.

       COPY LEDGSOCX.

       COPY JRNMOV.

       FD RELACORD
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

       COPY EXCLOG.

       COPY RUNSTAT.

       COPY PERCONT.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-ACD            PIC X(03) VALUE "NAO".
       77 FIM-MAC            PIC X(03) VALUE "NAO".
       77 FIM-PGA            PIC X(03) VALUE "NAO".
       77 FIM-SOC            PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FS-ACD             PIC X(02) VALUE SPACES.
       77 FS-MAC             PIC X(02) VALUE SPACES.
       77 FS-PGA             PIC X(02) VALUE SPACES.
       77 FS-SOC             PIC X(02) VALUE SPACES.
       77 FS-HISTX           PIC X(02) VALUE SPACES.
       77 FS-BOL             PIC X(02) VALUE SPACES.
       77 FS-LEDGSOC         PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 FS-RUNSTAT         PIC X(02) VALUE SPACES.
       77 DIAS-CARENCIA      PIC 9(03) VALUE 10.
       77 MAX-PARCELAS       PIC 9(02) VALUE 12.
       77 DIAS-ENTRADA       PIC 9(03) VALUE 5.
       77 ATRASOS-FX30       PIC 9(03) VALUE 1.
       77 ATRASOS-FX60       PIC 9(03) VALUE 2.
       77 PCT-MULTA          PIC 9(03)V99 VALUE 2.
       77 PCT-JUROS          PIC 9(03)V99 VALUE 1.
       77 NIVEL-FAIXA        PIC 9     VALUE ZEROES.
       77 QTD-ACD            PIC 9(04) VALUE ZEROES.
       77 IDX-ACD            PIC 9(04) VALUE ZEROES.
       77 POS-ACD            PIC 9(04) VALUE ZEROES.
       77 IDX-VARRE          PIC 9(04) VALUE ZEROES.
       77 QTD-SOC            PIC 9(04) VALUE ZEROES.
       77 IDX-SOC            PIC 9(04) VALUE ZEROES.
       77 POS-SOC            PIC 9(04) VALUE ZEROES.
       77 NUM-PROCURA        PIC 9(06) VALUE ZEROES.
       77 PARC-PROCURA       PIC 9(02) VALUE ZEROES.
       77 DATA-PROCURA       PIC 9(08) VALUE ZEROES.
       77 QTD-ABERTAS        PIC 9(03) VALUE ZEROES.
       77 IDX-PARC           PIC 9(02) VALUE ZEROES.
       77 DIAS-PARCELA       PIC 9(03) VALUE ZEROES.
       77 DIAS-ZERO          PIC 9(03) VALUE ZEROES.
       77 SALDO-SOC          PIC 9(09)V99 VALUE ZEROES.
       77 ATRASOS-SOC        PIC 9(03) VALUE ZEROES.
       77 MULTA-CALC         PIC 9(09)V99 VALUE ZEROES.
       77 JUROS-CALC         PIC 9(09)V99 VALUE ZEROES.
       77 DESCONTO-CALC      PIC 9(09)V99 VALUE ZEROES.
       77 DIVIDA-CALC        PIC 9(09)V99 VALUE ZEROES.
       77 PARCELADO-CALC     PIC 9(09)V99 VALUE ZEROES.
       77 VALOR-PARCELA      PIC 9(09)V99 VALUE ZEROES.
       77 VALOR-ULTIMA       PIC 9(09)V99 VALUE ZEROES.
       77 VALOR-INCLUI       PIC 9(09)V99 VALUE ZEROES.
       77 PARC-INCLUI        PIC 9(02) VALUE ZEROES.
       77 VENC-BASE          PIC 9(08) VALUE ZEROES.
       77 VENC-CALC          PIC 9(08) VALUE ZEROES.
       77 LIMITE-CARENCIA    PIC 9(08) VALUE ZEROES.
       77 SALDO-PARCELA      PIC 9(09)V99 VALUE ZEROES.
       77 TOT-PAGO-ACD       PIC 9(09)V99 VALUE ZEROES.
       77 DIVIDA-ACORDO      PIC 9(09)V99 VALUE ZEROES.
       77 ATRASOS-ACORDO     PIC 9(03) VALUE ZEROES.
       77 VENC-ATRASO        PIC 9(08) VALUE ZEROES.
       77 RESTABELECIDO      PIC 9(09)V99 VALUE ZEROES.
       77 MOTIVO-ACD         PIC X(30) VALUE SPACES.
       77 MSG-EXC            PIC X(40) VALUE SPACES.
       77 CHAVE-EXC          PIC X(15) VALUE SPACES.
       77 CT-LIDOS           PIC 9(07) VALUE ZEROES.
       77 CT-GRAVADOS        PIC 9(07) VALUE ZEROES.
       77 CT-REJEITADOS      PIC 9(07) VALUE ZEROES.
       77 CT-FIRMADOS        PIC 9(05) VALUE ZEROES.
       77 CT-BAIXAS          PIC 9(05) VALUE ZEROES.
       77 CT-QUITADOS        PIC 9(05) VALUE ZEROES.
       77 CT-QUEBRADOS       PIC 9(05) VALUE ZEROES.
       77 TOT-RESTABELECIDO  PIC 9(11)V99 VALUE ZEROES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

       01 VENC-MONTA.
           02 SECULO-VENC    PIC 9(02).
           02 AAMMDD-VENC    PIC 9(06).
       01 VENC-MONTA-9 REDEFINES VENC-MONTA PIC 9(08).

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

       COPY WSPERCONT.

       COPY WSDATAMOV.

       COPY WSJRN.

       COPY WSLEDGX.

       01 TAB-ACD.
           02 ENT-ACD OCCURS 2000 TIMES.
               03 SOC-TAB        PIC 9(06).
               03 DATA-TAB       PIC 9(08).
               03 PARC-TAB       PIC 9(02).
               03 QTDPARC-TAB    PIC 9(02).
               03 DIVIDA-TAB     PIC 9(09)V99.
               03 ATRASOS-TAB    PIC 9(03).
               03 VALOR-TAB      PIC 9(09)V99.
               03 VENC-TAB       PIC 9(08).
               03 PAGO-TAB       PIC 9(09)V99.
               03 SIT-TAB        PIC X(01).
               03 NOSSONUM-TAB.
                   04 NOSSONUM-NUM-TAB  PIC 9(07).
                   04 NOSSONUM-DATA-TAB PIC 9(06).
               03 PAGTO-TAB      PIC 9(08).

       01 TAB-SOC.
           02 ENT-SOC OCCURS 2000 TIMES.
               03 NUM-SOC-TAB    PIC 9(06).
               03 NOME-SOC-TAB   PIC X(30).
               03 CODPAG-SOC-TAB PIC 9(02).
               03 STATUS-SOC-TAB PIC X(01).

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
               "ACORDOS DE PARCELAMENTO - SOCIOS EM ATRA".
           02 FILLER         PIC X(24) VALUE "SO".
           02 FILLER         PIC X(06) VALUE "DATA: ".
           02 DATA-TIT       PIC X(10).

       01 LIN-QUADRO.
           02 TITULO-QUADRO  PIC X(50).
           02 FILLER         PIC X(30) VALUE SPACES.

       01 CAB-ACD.
           02 FILLER         PIC X(40) VALUE
               "SOCIO   NOME                          SA".
           02 FILLER         PIC X(40) VALUE
               "LDO         DIVIDA PC RESULTADO         ".

       01 DET-ACD.
           02 SOC-LIN        PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NOME-LIN       PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SALDO-LIN      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DIVIDA-LIN     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PARC-LIN       PIC Z9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 OBS-ACD-LIN    PIC X(18).

       01 DET-PARC.
           02 FILLER         PIC X(08) VALUE SPACES.
           02 ROTULO-PARC    PIC X(08).
           02 NUM-PARC-LIN   PIC 99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 VENC-PARC-LIN  PIC X(10).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 VALOR-PARC-LIN PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NOSSONUM-LIN   PIC X(13).
           02 FILLER         PIC X(19) VALUE SPACES.

       01 CAB-PAG.
           02 FILLER         PIC X(40) VALUE
               "SOCIO   PC  PAGAMENTO      VALOR PAGO  S".
           02 FILLER         PIC X(40) VALUE
               "ALDO PARCELA  RESULTADO                 ".

       01 DET-PAG.
           02 SOC-PAG-LIN    PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 PARC-PAG-LIN   PIC 99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 DATA-PAG-LIN   PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VALOR-PAG-LIN  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SALDO-PAG-LIN  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 OBS-PAG-LIN    PIC X(26).

       01 CAB-QBR.
           02 FILLER         PIC X(40) VALUE
               "SOCIO   NOME                 ACORDO     ".
           02 FILLER         PIC X(40) VALUE
               "VENCIDA     RESTABELECIDO  RESULTADO    ".

       01 DET-QBR.
           02 SOC-QBR-LIN    PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NOME-QBR-LIN   PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DATA-QBR-LIN   PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VENC-QBR-LIN   PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 REST-QBR-LIN   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 OBS-QBR-LIN    PIC X(13).

       01 LIN-NADA.
           02 FILLER         PIC X(06) VALUE SPACES.
           02 NADA-LIN       PIC X(40).
           02 FILLER         PIC X(34) VALUE SPACES.

       01 LIN-RESUMO-1.
           02 FILLER         PIC X(18) VALUE "ACORDOS FIRMADOS: ".
           02 FIRM-RES       PIC ZZ.ZZ9.
           02 FILLER         PIC X(18) VALUE "  PARCELAS PAGAS: ".
           02 BX-RES         PIC ZZ.ZZ9.
           02 FILLER         PIC X(12) VALUE "  QUITADOS: ".
           02 QUIT-RES       PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE SPACES.

       01 LIN-RESUMO-2.
           02 FILLER         PIC X(18) VALUE "ACORDOS QUEBRADOS:".
           02 QBR-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(18) VALUE "  RESTABELECIDO:  ".
           02 REST-RES       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(13) VALUE "  RECUSADOS: ".
           02 REJ-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

       EM02-34.
           PERFORM INICIO.
           PERFORM PROCESSA-ACORDOS.
           PERFORM PROCESSA-PAGAMENTOS.
           PERFORM PROCESSA-QUEBRAS.
           PERFORM GRAVA-CADACORD.
           PERFORM FIM.
           IF CT-REJEITADOS IS GREATER THAN ZEROES OR
              CT-QUEBRADOS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           PERFORM LE-PERCONT.
           PERFORM RECUSA-PERIODO-FECHADO.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           MOVE DATA-MOVTO TO JRN-DATA.
           PERFORM CARGA-RUNCTL.
           PERFORM CARGA-SOCIOS.
           PERFORM CARGA-CADACORD.
           OPEN I-O CADHISTX.
           IF FS-HISTX NOT EQUAL "00"
               DISPLAY "CADHISTX NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-HISTX
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RELACORD
                EXTEND BOLETO
                       LEDGSOC
                       JRNMOV
                       EXCLOG
                       RUNSTAT.
           IF FS-BOL EQUAL "35"
               CLOSE BOLETO
               OPEN OUTPUT BOLETO.
           IF FS-LEDGSOC EQUAL "35"
               CLOSE LEDGSOC
               OPEN OUTPUT LEDGSOC.
           IF FS-JRNMOV EQUAL "35"
               CLOSE JRNMOV
               OPEN OUTPUT JRNMOV.
           PERFORM ABRE-LSX.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           IF FS-RUNSTAT EQUAL "35"
               CLOSE RUNSTAT
               OPEN OUTPUT RUNSTAT.
           MOVE DATA-RODADA TO DATA-EDICAO-9.
           PERFORM EDITA-DATA.
           MOVE DATA-IMP TO DATA-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.

       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
               CLOSE RUNCTL.
           IF MAX-PARCELAS IS GREATER THAN 24
               MOVE 24 TO MAX-PARCELAS.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.
           IF FIM-RUNCTL NOT EQUAL "SIM"
               IF PROG-RUNCTL EQUAL "EM0201"
                   MOVE PARM1-RUNCTL TO ATRASOS-FX30
                   MOVE PARM2-RUNCTL TO ATRASOS-FX60
               ELSE
                   IF PROG-RUNCTL EQUAL "EM0211"
                       MOVE PARM1-RUNCTL TO PCT-MULTA
                       MOVE PARM2-RUNCTL TO PCT-JUROS
                   ELSE
                   IF PROG-RUNCTL EQUAL "EM0234"
                       PERFORM PARAMETROS-ACORDO.

       PARAMETROS-ACORDO.
           IF PARM1-RUNCTL NOT EQUAL ZEROES
               MOVE PARM1-RUNCTL TO DIAS-CARENCIA.
           IF PARM2-RUNCTL NOT EQUAL ZEROES
               IF PARM2-RUNCTL IS GREATER THAN 24
                   MOVE 24 TO MAX-PARCELAS
               ELSE
                   MOVE PARM2-RUNCTL TO MAX-PARCELAS.
           IF PARM3-RUNCTL NOT EQUAL ZEROES
               MOVE PARM3-RUNCTL TO DIAS-ENTRADA.

      * SOCIOS PARA VALIDAR A NEGOCIACAO E NOMEAR O BOLETO.
       CARGA-SOCIOS.
           OPEN INPUT CADSOC1.
           IF FS-SOC NOT EQUAL "00"
               DISPLAY "CADSOC1 NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-SOC
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-SOC UNTIL FIM-SOC EQUAL "SIM".
           CLOSE CADSOC1.

       LE-SOC.
           READ CADSOC1 AT END
               MOVE "SIM" TO FIM-SOC.
           IF FIM-SOC NOT EQUAL "SIM"
               IF QTD-SOC GREATER THAN OR EQUAL TO 2000
                   DISPLAY "CADSOC1 EXCEDE LIMITE DE 2000 SOCIOS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-SOC
                   MOVE NUM-SOC1 TO NUM-SOC-TAB(QTD-SOC)
                   MOVE NOME-SOC1 TO NOME-SOC-TAB(QTD-SOC)
                   MOVE COD-PAG1 TO CODPAG-SOC-TAB(QTD-SOC)
                   MOVE STATUS-SOC1 TO STATUS-SOC-TAB(QTD-SOC).

      * CADASTRO DE ACORDOS (VIGENTES, QUITADOS E QUEBRADOS);
      * AUSENTE, E A PRIMEIRA RODADA.
       CARGA-CADACORD.
           OPEN INPUT CADACORD.
           IF FS-ACD EQUAL "00"
               PERFORM LE-ACD UNTIL FIM-ACD EQUAL "SIM"
               CLOSE CADACORD
           ELSE
               DISPLAY "EM0234 - SEM CADACORD - PRIMEIRA RODADA".

       LE-ACD.
           READ CADACORD AT END
               MOVE "SIM" TO FIM-ACD.
           IF FIM-ACD NOT EQUAL "SIM"
               IF QTD-ACD GREATER THAN OR EQUAL TO 2000
                   DISPLAY "CADACORD EXCEDE LIMITE DE 2000 PARCELAS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-ACD
                   MOVE REG-ACD TO ENT-ACD(QTD-ACD).

       PROCURA-SOCIO.
           MOVE ZEROES TO POS-SOC IDX-SOC.
           PERFORM TESTA-SOCIO QTD-SOC TIMES.

       TESTA-SOCIO.
           ADD 1 TO IDX-SOC.
           IF NUM-SOC-TAB(IDX-SOC) EQUAL NUM-PROCURA
               MOVE IDX-SOC TO POS-SOC.

      * PARCELA EM ABERTO DO SOCIO (SO HA UM ACORDO VIGENTE POR
      * SOCIO); PARC-PROCURA 99 = QUALQUER PARCELA.
       PROCURA-PARCELA.
           MOVE ZEROES TO POS-ACD IDX-ACD.
           PERFORM TESTA-PARCELA QTD-ACD TIMES.

       TESTA-PARCELA.
           ADD 1 TO IDX-ACD.
           IF SOC-TAB(IDX-ACD) EQUAL NUM-PROCURA AND
              SIT-TAB(IDX-ACD) EQUAL "A"
               IF PARC-PROCURA EQUAL 99 OR
                  PARC-TAB(IDX-ACD) EQUAL PARC-PROCURA
                   MOVE IDX-ACD TO POS-ACD.

      * PARCELAS AINDA EM ABERTO DE UM ACORDO (SOCIO + DATA).
       CONTA-ABERTAS.
           MOVE ZEROES TO QTD-ABERTAS IDX-ACD.
           PERFORM TESTA-ABERTA QTD-ACD TIMES.

       TESTA-ABERTA.
           ADD 1 TO IDX-ACD.
           IF SOC-TAB(IDX-ACD) EQUAL NUM-PROCURA AND
              DATA-TAB(IDX-ACD) EQUAL DATA-PROCURA AND
              SIT-TAB(IDX-ACD) EQUAL "A"
               ADD 1 TO QTD-ABERTAS.

       EDITA-DATA.
           MOVE DD-EDICAO TO DD-IMP.
           MOVE MM-EDICAO TO MM-IMP.
           MOVE AAAA-EDICAO TO AAAA-IMP.

      ****************************************************************
      * NEGOCIACOES DO DIA: CONGELA A DIVIDA E GERA AS PARCELAS.     *
      ****************************************************************
       PROCESSA-ACORDOS.
           MOVE "ACORDOS FIRMADOS" TO TITULO-QUADRO.
           WRITE REL-SAI FROM LIN-QUADRO AFTER ADVANCING 3 LINES.
           OPEN INPUT MOVACORD.
           IF FS-MAC EQUAL "00"
               WRITE REL-SAI FROM CAB-ACD AFTER ADVANCING 2 LINES
               MOVE SPACES TO REL-SAI
               WRITE REL-SAI AFTER ADVANCING 1 LINE
               PERFORM LE-MAC UNTIL FIM-MAC EQUAL "SIM"
               CLOSE MOVACORD
           ELSE
               MOVE "SEM NEGOCIACOES" TO NADA-LIN
               WRITE REL-SAI FROM LIN-NADA AFTER ADVANCING 2 LINES.

       LE-MAC.
           READ MOVACORD AT END
               MOVE "SIM" TO FIM-MAC.
           IF FIM-MAC NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS
               PERFORM TRATA-NEGOCIACAO.

       TRATA-NEGOCIACAO.
           MOVE SPACES TO MOTIVO-ACD.
           MOVE ZEROES TO SALDO-SOC DIVIDA-CALC POS-SOC.
           IF SOC-MAC IS NOT NUMERIC OR PARC-MAC IS NOT NUMERIC OR
              ENTRADA-MAC IS NOT NUMERIC OR DESC-MAC IS NOT NUMERIC
               MOVE "MOVIMENTO INVALIDO" TO MOTIVO-ACD
           ELSE
               MOVE SOC-MAC TO NUM-PROCURA
               PERFORM PROCURA-SOCIO
               IF POS-SOC EQUAL ZEROES
                   MOVE "SOCIO INEXISTENTE" TO MOTIVO-ACD
               ELSE
                   IF STATUS-SOC-TAB(POS-SOC) EQUAL "C"
                       MOVE "SOCIO CANCELADO" TO MOTIVO-ACD
                   ELSE
                       IF CODPAG-SOC-TAB(POS-SOC) EQUAL 1
                           MOVE "SOCIO EM DIA" TO MOTIVO-ACD
                       ELSE
                           PERFORM CONFERE-NEGOCIACAO.
           IF MOTIVO-ACD EQUAL SPACES
               PERFORM FIRMA-ACORDO
           ELSE
               PERFORM IMPRIME-NEGOCIACAO.

       CONFERE-NEGOCIACAO.
           MOVE 99 TO PARC-PROCURA.
           PERFORM PROCURA-PARCELA.
           IF PARC-MAC EQUAL ZEROES OR
              PARC-MAC IS GREATER THAN MAX-PARCELAS
               MOVE "QTDE DE PARCELAS INVALIDA" TO MOTIVO-ACD
           ELSE
               IF DESC-MAC IS GREATER THAN 100
                   MOVE "DESCONTO INVALIDO" TO MOTIVO-ACD
               ELSE
                   IF POS-ACD IS GREATER THAN ZEROES
                       MOVE "ACORDO JA VIGENTE" TO MOTIVO-ACD
                   ELSE
                       PERFORM CALCULA-DIVIDA.

      * MESMO CALCULO DE ENCARGOS DO EM0211; O DESCONTO NEGOCIADO
      * INCIDE SO SOBRE OS JUROS.
       CALCULA-DIVIDA.
           MOVE SOC-MAC TO NUMX-HIST.
           READ CADHISTX
               INVALID KEY
                   MOVE ZEROES TO SALDO-SOC ATRASOS-SOC
               NOT INVALID KEY
                   MOVE SALDOX-HIST TO SALDO-SOC
                   MOVE ATRASOSX-HIST TO ATRASOS-SOC
           END-READ.
           IF SALDO-SOC EQUAL ZEROES
               MOVE "SEM SALDO DEVEDOR" TO MOTIVO-ACD
           ELSE
               PERFORM CLASSIFICA-FAIXA
               COMPUTE MULTA-CALC = SALDO-SOC * PCT-MULTA / 100
               COMPUTE JUROS-CALC = SALDO-SOC * PCT-JUROS
                                  * NIVEL-FAIXA / 100
               COMPUTE DESCONTO-CALC = JUROS-CALC * DESC-MAC / 100
               COMPUTE DIVIDA-CALC = SALDO-SOC + MULTA-CALC
                                   + JUROS-CALC - DESCONTO-CALC
               IF ENTRADA-MAC IS NOT LESS THAN DIVIDA-CALC
                   MOVE "ENTRADA COBRE A DIVIDA" TO MOTIVO-ACD.

       CLASSIFICA-FAIXA.
           IF ATRASOS-SOC IS LESS THAN OR EQUAL TO ATRASOS-FX30
               MOVE 1 TO NIVEL-FAIXA
           ELSE
               IF ATRASOS-SOC IS LESS THAN OR EQUAL TO ATRASOS-FX60
                   MOVE 2 TO NIVEL-FAIXA
               ELSE
                   MOVE 3 TO NIVEL-FAIXA.

      * A ENTRADA VENCE EM DIAS-ENTRADA; A PARCELA N, 30 X N DIAS
      * DEPOIS DA ENTRADA. A ULTIMA PARCELA ABSORVE OS CENTAVOS DA
      * DIVISAO.
       FIRMA-ACORDO.
           COMPUTE IDX-ACD = QTD-ACD + PARC-MAC + 1.
           IF IDX-ACD IS GREATER THAN 2000
               DISPLAY "CADACORD EXCEDE LIMITE DE 2000 PARCELAS - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-FIRMADOS.
           ADD 1 TO CT-GRAVADOS.
           PERFORM CONGELA-HISTORICO.
           COMPUTE PARCELADO-CALC = DIVIDA-CALC - ENTRADA-MAC.
           COMPUTE VALOR-PARCELA = PARCELADO-CALC / PARC-MAC.
           COMPUTE VALOR-ULTIMA = PARCELADO-CALC + VALOR-PARCELA
                                - VALOR-PARCELA * PARC-MAC.
           CALL "DATAROLL" USING DATA-RODADA DIAS-ENTRADA VENC-BASE.
           PERFORM IMPRIME-NEGOCIACAO.
           IF ENTRADA-MAC IS GREATER THAN ZEROES
               MOVE ZEROES TO PARC-INCLUI
               MOVE ENTRADA-MAC TO VALOR-INCLUI
               MOVE VENC-BASE TO VENC-CALC
               PERFORM INCLUI-PARCELA.
           MOVE ZEROES TO IDX-PARC.
           PERFORM GERA-PARCELA PARC-MAC TIMES.

       GERA-PARCELA.
           ADD 1 TO IDX-PARC.
           MOVE IDX-PARC TO PARC-INCLUI.
           IF IDX-PARC EQUAL PARC-MAC
               MOVE VALOR-ULTIMA TO VALOR-INCLUI
           ELSE
               MOVE VALOR-PARCELA TO VALOR-INCLUI.
           COMPUTE DIAS-PARCELA = IDX-PARC * 30.
           CALL "DATAROLL" USING VENC-BASE DIAS-PARCELA VENC-CALC.
           PERFORM INCLUI-PARCELA.

      * O SALDO E OS ATRASOS SAEM DO CADHISTX ENQUANTO O ACORDO
      * VIGORAR; O RAZAO RECEBE O "A" PELO SALDO TRANSFERIDO.
       CONGELA-HISTORICO.
           MOVE REG-HISTX TO JRN-ANTES.
           MOVE ZEROES TO SALDOX-HIST ATRASOSX-HIST.
           REWRITE REG-HISTX.
           MOVE "R" TO JRN-OPER.
           MOVE REG-HISTX TO JRN-DEPOIS.
           PERFORM GRAVA-JRNMOV.
           MOVE SOC-MAC TO NUM-LEDG.
           MOVE DATA-RODADA TO DATA-LEDG-SOC.
           MOVE "A" TO TIPO-LEDG.
           MOVE SALDO-SOC TO VALOR-LEDG-SOC.
           MOVE ZEROES TO SALDO-LEDG.
           PERFORM GRAVA-LSX.

      * NOSSO NUMERO DO ACORDO: FAIXA 8NNNNNN (SOCIO) + AAMMDD DO
      * VENCIMENTO, UNICO POR PARCELA.
       INCLUI-PARCELA.
           ADD 1 TO QTD-ACD.
           MOVE SOC-MAC TO SOC-TAB(QTD-ACD).
           MOVE DATA-RODADA TO DATA-TAB(QTD-ACD).
           MOVE PARC-INCLUI TO PARC-TAB(QTD-ACD).
           MOVE PARC-MAC TO QTDPARC-TAB(QTD-ACD).
           MOVE DIVIDA-CALC TO DIVIDA-TAB(QTD-ACD).
           MOVE ATRASOS-SOC TO ATRASOS-TAB(QTD-ACD).
           MOVE VALOR-INCLUI TO VALOR-TAB(QTD-ACD).
           MOVE VENC-CALC TO VENC-TAB(QTD-ACD).
           MOVE ZEROES TO PAGO-TAB(QTD-ACD) PAGTO-TAB(QTD-ACD).
           MOVE "A" TO SIT-TAB(QTD-ACD).
           COMPUTE NOSSONUM-NUM-TAB(QTD-ACD) = 8000000 + SOC-MAC.
           MOVE VENC-CALC TO VENC-MONTA-9.
           MOVE AAMMDD-VENC TO NOSSONUM-DATA-TAB(QTD-ACD).
           MOVE NOSSONUM-NUM-TAB(QTD-ACD) TO NUM-BOL.
           MOVE NOME-SOC-TAB(POS-SOC) TO NOME-BOL.
           MOVE VALOR-INCLUI TO PRINCIPAL-BOL TOTAL-BOL.
           MOVE ZEROES TO MULTA-BOL JUROS-BOL.
           MOVE VENC-CALC TO VENCIMENTO-BOL.
           MOVE NOSSONUM-TAB(QTD-ACD) TO NOSSONUM-BOL.
           MOVE SPACES TO TXID-BOL.
           WRITE REG-BOLETO.
           IF PARC-INCLUI EQUAL ZEROES
               MOVE "ENTRADA " TO ROTULO-PARC
           ELSE
               MOVE "PARCELA " TO ROTULO-PARC.
           MOVE PARC-INCLUI TO NUM-PARC-LIN.
           MOVE VENC-CALC TO DATA-EDICAO-9.
           PERFORM EDITA-DATA.
           MOVE DATA-IMP TO VENC-PARC-LIN.
           MOVE VALOR-INCLUI TO VALOR-PARC-LIN.
           MOVE NOSSONUM-BOL TO NOSSONUM-LIN.
           WRITE REL-SAI FROM DET-PARC AFTER ADVANCING 1 LINE.

      * O ACORDO FIRMADO SAI ANTES DAS LINHAS DAS PARCELAS; A
      * NEGOCIACAO RECUSADA VAI TAMBEM AO EXCLOG.
       IMPRIME-NEGOCIACAO.
           MOVE SPACES TO NOME-LIN.
           IF SOC-MAC IS NUMERIC
               MOVE SOC-MAC TO SOC-LIN
           ELSE
               MOVE ZEROES TO SOC-LIN.
           IF POS-SOC IS GREATER THAN ZEROES
               MOVE NOME-SOC-TAB(POS-SOC) TO NOME-LIN.
           MOVE SALDO-SOC TO SALDO-LIN.
           MOVE DIVIDA-CALC TO DIVIDA-LIN.
           IF PARC-MAC IS NUMERIC
               MOVE PARC-MAC TO PARC-LIN
           ELSE
               MOVE ZEROES TO PARC-LIN.
           IF MOTIVO-ACD EQUAL SPACES
               MOVE "ACORDO FIRMADO" TO OBS-ACD-LIN
           ELSE
               MOVE MOTIVO-ACD TO OBS-ACD-LIN
               ADD 1 TO CT-REJEITADOS
               MOVE SPACES TO CHAVE-EXC MSG-EXC
               MOVE SOC-MAC TO CHAVE-EXC
               STRING "ACORDO RECUSADO - " DELIMITED BY SIZE
                      MOTIVO-ACD DELIMITED BY SIZE
                      INTO MSG-EXC
               PERFORM GRAVA-EXCLOG.
           WRITE REL-SAI FROM DET-ACD AFTER ADVANCING 1 LINE.

      ****************************************************************
      * PAGAMENTOS DE PARCELA RECONHECIDOS PELO EM0219.              *
      ****************************************************************
       PROCESSA-PAGAMENTOS.
           MOVE "PAGAMENTOS DE PARCELAS (RETORNO DE COBRANCA)"
               TO TITULO-QUADRO.
           WRITE REL-SAI FROM LIN-QUADRO AFTER ADVANCING 3 LINES.
           OPEN INPUT MOVPAGA.
           IF FS-PGA EQUAL "00"
               WRITE REL-SAI FROM CAB-PAG AFTER ADVANCING 2 LINES
               MOVE SPACES TO REL-SAI
               WRITE REL-SAI AFTER ADVANCING 1 LINE
               PERFORM LE-PGA UNTIL FIM-PGA EQUAL "SIM"
               CLOSE MOVPAGA
           ELSE
               MOVE "SEM PAGAMENTOS DE PARCELA" TO NADA-LIN
               WRITE REL-SAI FROM LIN-NADA AFTER ADVANCING 2 LINES.

       LE-PGA.
           READ MOVPAGA AT END
               MOVE "SIM" TO FIM-PGA.
           IF FIM-PGA NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS
               PERFORM APLICA-PAGAMENTO.

       APLICA-PAGAMENTO.
           MOVE SPACES TO MOTIVO-ACD.
           MOVE ZEROES TO SALDO-PARCELA POS-ACD.
           IF SOC-PGA IS NOT NUMERIC OR PARC-PGA IS NOT NUMERIC OR
              VALOR-PGA IS NOT NUMERIC OR VALOR-PGA EQUAL ZEROES OR
              DATA-PGA IS NOT NUMERIC OR DATA-PGA EQUAL ZEROES
               MOVE "RECUSADO - MOVTO INVALIDO" TO MOTIVO-ACD
           ELSE
               MOVE SOC-PGA TO NUM-PROCURA
               MOVE PARC-PGA TO PARC-PROCURA
               PERFORM PROCURA-PARCELA
               IF POS-ACD EQUAL ZEROES
                   MOVE "RECUSADO - NAO EM ABERTO" TO MOTIVO-ACD
               ELSE
                   PERFORM BAIXA-PARCELA.
           MOVE SOC-PGA TO SOC-PAG-LIN.
           MOVE PARC-PGA TO PARC-PAG-LIN.
           IF DATA-PGA IS NUMERIC
               MOVE DATA-PGA TO DATA-EDICAO-9
               PERFORM EDITA-DATA
               MOVE DATA-IMP TO DATA-PAG-LIN
           ELSE
               MOVE SPACES TO DATA-PAG-LIN.
           IF VALOR-PGA IS NUMERIC
               MOVE VALOR-PGA TO VALOR-PAG-LIN
           ELSE
               MOVE ZEROES TO VALOR-PAG-LIN.
           MOVE SALDO-PARCELA TO SALDO-PAG-LIN.
           MOVE MOTIVO-ACD TO OBS-PAG-LIN.
           IF MOTIVO-ACD(1:8) EQUAL "RECUSADO"
               ADD 1 TO CT-REJEITADOS
               MOVE SPACES TO CHAVE-EXC MSG-EXC
               MOVE SOC-PGA TO CHAVE-EXC
               STRING "PARCELA " DELIMITED BY SIZE
                      MOTIVO-ACD DELIMITED BY SIZE
                      INTO MSG-EXC
               PERFORM GRAVA-EXCLOG.
           WRITE REL-SAI FROM DET-PAG AFTER ADVANCING 1 LINE.

      * PARCIAL ABATE O SALDO DA PARCELA; O QUE A COBRE A LIQUIDA.
      * SEM PARCELA EM ABERTO, O ACORDO ESTA QUITADO. O "Q" NO RAZAO
      * E INFORMATIVO - A DIVIDA JA SAIU DO CADHISTX NO ACORDO.
       BAIXA-PARCELA.
           ADD 1 TO CT-GRAVADOS.
           ADD VALOR-PGA TO PAGO-TAB(POS-ACD).
           MOVE DATA-PGA TO PAGTO-TAB(POS-ACD).
           IF PAGO-TAB(POS-ACD) IS LESS THAN VALOR-TAB(POS-ACD)
               COMPUTE SALDO-PARCELA = VALOR-TAB(POS-ACD)
                                     - PAGO-TAB(POS-ACD)
               MOVE "PAGAMENTO PARCIAL" TO MOTIVO-ACD
           ELSE
               ADD 1 TO CT-BAIXAS
               MOVE "P" TO SIT-TAB(POS-ACD)
               MOVE "PARCELA PAGA" TO MOTIVO-ACD
               MOVE DATA-TAB(POS-ACD) TO DATA-PROCURA
               PERFORM CONTA-ABERTAS
               IF QTD-ABERTAS EQUAL ZEROES
                   ADD 1 TO CT-QUITADOS
                   MOVE "PAGA - ACORDO QUITADO" TO MOTIVO-ACD.
           MOVE SOC-PGA TO NUMX-HIST.
           READ CADHISTX
               INVALID KEY
                   MOVE ZEROES TO SALDOX-HIST
           END-READ.
           MOVE SOC-PGA TO NUM-LEDG.
           MOVE DATA-RODADA TO DATA-LEDG-SOC.
           MOVE "Q" TO TIPO-LEDG.
           MOVE VALOR-PGA TO VALOR-LEDG-SOC.
           MOVE SALDOX-HIST TO SALDO-LEDG.
           PERFORM GRAVA-LSX.

      ****************************************************************
      * QUEBRA DOS ACORDOS COM PARCELA VENCIDA ALEM DA CARENCIA.     *
      ****************************************************************
       PROCESSA-QUEBRAS.
           MOVE "ACORDOS QUEBRADOS" TO TITULO-QUADRO.
           WRITE REL-SAI FROM LIN-QUADRO AFTER ADVANCING 3 LINES.
           WRITE REL-SAI FROM CAB-QBR AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-VARRE.
           PERFORM TESTA-QUEBRA QTD-ACD TIMES.
           IF CT-QUEBRADOS EQUAL ZEROES
               MOVE "NENHUM ACORDO QUEBRADO" TO NADA-LIN
               WRITE REL-SAI FROM LIN-NADA AFTER ADVANCING 1 LINE.

       TESTA-QUEBRA.
           ADD 1 TO IDX-VARRE.
           IF SIT-TAB(IDX-VARRE) EQUAL "A"
               CALL "DATAROLL" USING VENC-TAB(IDX-VARRE)
                                     DIAS-CARENCIA LIMITE-CARENCIA
               IF DATA-RODADA IS GREATER THAN LIMITE-CARENCIA
                   PERFORM QUEBRA-ACORDO.

      * AS PARCELAS EM ABERTO SAO CANCELADAS; O QUE FALTAVA PAGAR DA
      * DIVIDA NEGOCIADA E OS ATRASOS CONGELADOS VOLTAM AO CADHISTX.
       QUEBRA-ACORDO.
           ADD 1 TO CT-QUEBRADOS.
           MOVE SOC-TAB(IDX-VARRE) TO NUM-PROCURA.
           MOVE DATA-TAB(IDX-VARRE) TO DATA-PROCURA.
           MOVE VENC-TAB(IDX-VARRE) TO VENC-ATRASO.
           MOVE DIVIDA-TAB(IDX-VARRE) TO DIVIDA-ACORDO.
           MOVE ATRASOS-TAB(IDX-VARRE) TO ATRASOS-ACORDO.
           MOVE ZEROES TO TOT-PAGO-ACD IDX-ACD.
           PERFORM CANCELA-PARCELA QTD-ACD TIMES.
           IF TOT-PAGO-ACD IS LESS THAN DIVIDA-ACORDO
               COMPUTE RESTABELECIDO = DIVIDA-ACORDO - TOT-PAGO-ACD
           ELSE
               MOVE ZEROES TO RESTABELECIDO.
           ADD RESTABELECIDO TO TOT-RESTABELECIDO.
           PERFORM RESTABELECE-HISTORICO.
           MOVE NUM-PROCURA TO NUM-LEDG.
           MOVE DATA-RODADA TO DATA-LEDG-SOC.
           MOVE "R" TO TIPO-LEDG.
           MOVE RESTABELECIDO TO VALOR-LEDG-SOC.
           MOVE SALDOX-HIST TO SALDO-LEDG.
           PERFORM GRAVA-LSX.
           MOVE SPACES TO NOME-QBR-LIN.
           PERFORM PROCURA-SOCIO.
           IF POS-SOC IS GREATER THAN ZEROES
               MOVE NOME-SOC-TAB(POS-SOC) TO NOME-QBR-LIN.
           MOVE NUM-PROCURA TO SOC-QBR-LIN.
           MOVE DATA-PROCURA TO DATA-EDICAO-9.
           PERFORM EDITA-DATA.
           MOVE DATA-IMP TO DATA-QBR-LIN.
           MOVE VENC-ATRASO TO DATA-EDICAO-9.
           PERFORM EDITA-DATA.
           MOVE DATA-IMP TO VENC-QBR-LIN.
           MOVE RESTABELECIDO TO REST-QBR-LIN.
           MOVE "QUEBRADO" TO OBS-QBR-LIN.
           WRITE REL-SAI FROM DET-QBR AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CHAVE-EXC MSG-EXC.
           MOVE NUM-PROCURA TO CHAVE-EXC.
           MOVE "ACORDO QUEBRADO - SALDO RESTABELECIDO" TO MSG-EXC.
           PERFORM GRAVA-EXCLOG.

       CANCELA-PARCELA.
           ADD 1 TO IDX-ACD.
           IF SOC-TAB(IDX-ACD) EQUAL NUM-PROCURA AND
              DATA-TAB(IDX-ACD) EQUAL DATA-PROCURA
               ADD PAGO-TAB(IDX-ACD) TO TOT-PAGO-ACD
               IF SIT-TAB(IDX-ACD) EQUAL "A"
                   MOVE "Q" TO SIT-TAB(IDX-ACD).

       RESTABELECE-HISTORICO.
           MOVE NUM-PROCURA TO NUMX-HIST.
           READ CADHISTX
               INVALID KEY
                   MOVE SPACES TO JRN-ANTES
                   MOVE RESTABELECIDO TO SALDOX-HIST
                   MOVE ATRASOS-ACORDO TO ATRASOSX-HIST
                   WRITE REG-HISTX
                   MOVE "W" TO JRN-OPER
               NOT INVALID KEY
                   MOVE REG-HISTX TO JRN-ANTES
                   ADD RESTABELECIDO TO SALDOX-HIST
                   ADD ATRASOS-ACORDO TO ATRASOSX-HIST
                   REWRITE REG-HISTX
                   MOVE "R" TO JRN-OPER
           END-READ.
           MOVE REG-HISTX TO JRN-DEPOIS.
           PERFORM GRAVA-JRNMOV.

      * O CADASTRO E REGRAVADO INTEIRO COM AS PARCELAS ATUALIZADAS.
       GRAVA-CADACORD.
           OPEN OUTPUT CADACORD.
           MOVE ZEROES TO IDX-ACD.
           PERFORM GRAVA-PARCELA QTD-ACD TIMES.
           CLOSE CADACORD.

       GRAVA-PARCELA.
           ADD 1 TO IDX-ACD.
           MOVE ENT-ACD(IDX-ACD) TO REG-ACD.
           WRITE REG-ACD.

       FIM.
           MOVE CT-FIRMADOS TO FIRM-RES.
           MOVE CT-BAIXAS TO BX-RES.
           MOVE CT-QUITADOS TO QUIT-RES.
           WRITE REL-SAI FROM LIN-RESUMO-1 AFTER ADVANCING 3 LINES.
           MOVE CT-QUEBRADOS TO QBR-RES.
           MOVE TOT-RESTABELECIDO TO REST-RES.
           MOVE CT-REJEITADOS TO REJ-RES.
           WRITE REL-SAI FROM LIN-RESUMO-2 AFTER ADVANCING 1 LINE.
           PERFORM GRAVA-RUNSTAT.
           DISPLAY "EM0234 - " CT-FIRMADOS " ACORDO(S) FIRMADO(S), "
                   CT-BAIXAS " PARCELA(S) PAGA(S), " CT-QUEBRADOS
                   " QUEBRA(S)".
           PERFORM FECHA-LSX.
           CLOSE CADHISTX
                 BOLETO
                 LEDGSOC
                 JRNMOV
                 RELACORD
                 EXCLOG
                 RUNSTAT.

       COPY GRAVAJRN
           REPLACING ==CPY-PROGID== BY =="EM0234"==
                     ==CPY-ARQ==    BY =="CADHISTX.DAT"==.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID==  BY =="EM0234"==
                     ==CPY-CHAVE==   BY ==CHAVE-EXC==
                     ==CPY-SEVER==   BY =="E"==
                     ==CPY-MSG==     BY ==MSG-EXC==.

       COPY GRAVASTAT
           REPLACING ==CPY-PROGID==     BY =="EM0234"==
                     ==CPY-LIDOS==      BY ==CT-LIDOS==
                     ==CPY-GRAVADOS==   BY ==CT-GRAVADOS==
                     ==CPY-REJEITADOS== BY ==CT-REJEITADOS==.

       COPY LEDATAMOV.

       COPY LEPERCONT.

       COPY RECUSAPER
           REPLACING ==CPY-PROGID== BY =="EM0234"==.

       COPY GRAVALSX
           REPLACING ==CPY-PROGID== BY =="EM0234"==.
