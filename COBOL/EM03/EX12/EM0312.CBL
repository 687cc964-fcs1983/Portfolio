      *               MATRICULA SEM CADVEND/CADENT, DATA INVALIDA
      *               (DATEVALID) OU TIPO DESCONHECIDO SAO REJEITADOS
      *               PARA O PROPRIO RELATORIO, COM RETURN-CODE 4.
      *
      *MODIFICACAO
      *  15/10/2026  INCLUIDO O FGTS DA RESCISAO: O SALDO DE CADA
      *              MATRICULA E SOMADO DO RAZAO LEDGFGTS.DAT (COPY
      *              LEDGFGTS - DEPOSITOS DA FOLHA, 13O E FERIAS), A
      *              RESCISAO DEPOSITA OS 8% SOBRE SALDO DE SALARIO +
      *              AVISO + 13O (TIPO "R") E, NA DISPENSA SEM JUSTA
      *              CAUSA, CALCULA A MULTA DE 40% SOBRE O SALDO
      *              ATUALIZADO (TIPO "M", RECOLHIDA NA GUIA DO
      *              EM0324). SALDO E MULTA SAEM NO DEMONSTRATIVO; A
      *              MULTA NAO ENTRA NO LIQUIDO (VAI PARA A CONTA
      *              VINCULADA, NAO PARA O BANCRESC).
      *  15/10/2026  CADA RESCISAO CALCULADA GRAVA UM REGISTRO TIPO "T"
      *              NO RAZAO ANUAL ACUMANO.DAT (LAYOUT DO EM0306), COM
      *              AS VERBAS TRIBUTAVEIS COMO BRUTO E O INSS E O IRRF
      *              RETIDOS, PARA AS GUIAS DO EM0329 E O INFORME DE
      *              RENDIMENTOS DO EM0313.
      *  15/10/2026  RODADA RECUSADA (RETURN-CODE 16 E REGISTRO NO
      *              EXCLOG) QUANDO A COMPETENCIA DA DATA DE
      *              MOVIMENTO ESTA FECHADA OU EM FECHAMENTO NO
      *              CONTROLE DE PERIODOS CONTABEIS (PERCONT.DAT).
      *  15/10/2026  CADA LINHA DO DEMONSTRATIVO DA RESCISAO PASSA A
      *              SER GRAVADA TAMBEM NO HISTORICO PERMANENTE DE
      *              HOLERITES HISTHOL.DAT (COPY HISTHOL, TIPO "T",
      *              COM O CREDITO DO BANCRESC), PARA A SEGUNDA VIA DO
      *              EM0343; O BANCRESC PASSA A SER GRAVADO ANTES DO
      *              DEMONSTRATIVO.
      *  15/10/2026  AS LINHAS DO ACUMANO PASSAM A SER GRAVADAS TAMBEM
      *              NO COMPANHEIRO INDEXADO ACUMANOX.DAT (VER
      *              ACUMANOX.CPY E GRAVAACX.CPY), COM JORNAL DA
      *              INCLUSAO NO JRNMOV.DAT (EXTEND), PARA O INFORME
      *              ANUAL EM0313 LER SO O ANO DE CADA MATRICULA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           SELECT RELRESC ASSIGN TO DISK.

           SELECT HISTHOL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HHL.

           SELECT LEDGFGTS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FGTS.

           SELECT ACUMANO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACUM.

           SELECT ACUMANOX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-ACX
           FILE STATUS IS FS-ACX.

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

       01 REL-SAI            PIC X(80).

       COPY HISTHOL.

       COPY LEDGFGTS.

       FD ACUMANO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ACUMANO.DAT".

       01 REG-ACUM.
           02 MAT-ACUM       PIC 9(05).
           02 ANOMES-ACUM    PIC 9(06).
           02 NOME-ACUM      PIC X(20).
           02 BRUTO-ACUM     PIC 9(09)V99.
           02 INSS-ACUM      PIC 9(07)V99.
           02 IRRF-ACUM      PIC 9(07)V99.
           02 LIQUIDO-ACUM   PIC 9(09)V99.
           02 TIPO-ACUM      PIC X(01).
           02 FIXO-ACUM      PIC 9(07)V99.
           02 HORAS-ACUM     PIC 9(07)V99.

       COPY ACUMANOX.

       COPY JRNMOV.

       COPY PERCONT.

       COPY EXCLOG.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.
       77 FIM-ENT            PIC X(03) VALUE "NAO".
       77 FIM-TAB            PIC X(03) VALUE "NAO".
       77 FS-MOV             PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 FS-VEND            PIC X(02) VALUE SPACES.
       77 FS-ENT             PIC X(02) VALUE SPACES.
       77 FS-INSS            PIC X(02) VALUE SPACES.
       77 ANOS-SERVICO       PIC 9(03) VALUE ZEROES.
       77 BRUTO-CALC         PIC 9(07)V99 VALUE ZEROES.

       77 FS-FGTS            PIC X(02) VALUE SPACES.
       77 FIM-FGTS           PIC X(03) VALUE "NAO".
       77 QTD-FGTS           PIC 9(03) VALUE ZEROES.
       77 IDX-FGTS           PIC 9(03) VALUE ZEROES.
       77 ACHOU-FGTS         PIC 9     VALUE ZEROES.
       77 PCT-FGTS           PIC V99   VALUE ,08.
       77 PCT-MULTA-FGTS     PIC V99   VALUE ,40.
       77 BASE-FGTS-CALC     PIC 9(07)V99 VALUE ZEROES.
       77 FGTS-CALC          PIC 9(07)V99 VALUE ZEROES.
       77 SALDO-FGTS-CALC    PIC 9(09)V99 VALUE ZEROES.
       77 MULTA-FGTS-CALC    PIC 9(09)V99 VALUE ZEROES.

       77 FS-ACUM            PIC X(02) VALUE SPACES.

       77 VIG-ATU-INSS       PIC 9(08) VALUE ZEROES.
       77 VIG-ATU-IRRF       PIC 9(08) VALUE ZEROES.

               03 PCT-IRRF-TAB   PIC 9V9999.
               03 DED-IRRF-TAB   PIC 9(07)V99.

       COPY WSPERCONT.

       COPY WSDATAMOV.

       COPY WSJRN.

       COPY WSLEDGX.

       COPY WSHISTHOL.

      * SALDO DE FGTS POR MATRICULA, SOMADO DO LEDGFGTS (SEM AS
      * MULTAS, QUE NAO SAO BASE DE MULTA).
       01 TAB-FGTS.
           02 ENT-FGTS OCCURS 300 TIMES.
               03 MAT-FGTS-TAB   PIC 9(05).
               03 SALDO-FGTS-TAB PIC 9(09)V99.

       01 TAB-VEND.
           02 ENT-VEND OCCURS 300 TIMES.
               03 COD-VEND-TAB   PIC 9(05).
           02 IRRF-LIN       PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(46) VALUE SPACES.

       01 LIN-FGTS.
           02 FILLER         PIC X(20) VALUE "SALDO FGTS:         ".
           02 SALDO-FGTS-LIN PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(15) VALUE "  MULTA 40%:   ".
           02 MULTA-FGTS-LIN PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(17) VALUE SPACES.

       01 LIN-DEP-FGTS.
           02 FILLER         PIC X(20) VALUE "DEPOSITO FGTS RESC.:".
           02 DEP-FGTS-LIN   PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(47) VALUE SPACES.

       01 LIN-LIQUIDO.
           02 FILLER         PIC X(20) VALUE "LIQUIDO DA RESCISAO:".
           02 LIQUIDO-LIN    PIC ZZ.ZZZ.ZZ9,99.

       INICIO.
           PERFORM LE-DATAMOV.
           PERFORM LE-PERCONT.
           PERFORM RECUSA-PERIODO-FECHADO.
           MOVE DATA-MOVTO TO DATA-VIGENCIA-X.
           OPEN INPUT MOVRESC.
           IF FS-MOV NOT EQUAL "00"
           PERFORM CARGA-CADENT.
           PERFORM CARGA-TABINSS.
           PERFORM CARGA-TABIRRF.
           PERFORM CARGA-FGTS.
           OPEN OUTPUT BANCRESC
                       RELRESC
                EXTEND LEDGFGTS.
           IF FS-FGTS EQUAL "35"
               CLOSE LEDGFGTS
               OPEN OUTPUT LEDGFGTS.
           OPEN EXTEND ACUMANO.
           IF FS-ACUM EQUAL "35"
               CLOSE ACUMANO
               OPEN OUTPUT ACUMANO.
           OPEN EXTEND JRNMOV.
           IF FS-JRNMOV EQUAL "35"
               CLOSE JRNMOV
               OPEN OUTPUT JRNMOV.
           MOVE DATA-MOVTO TO JRN-DATA.
           PERFORM ABRE-ACX.
           OPEN EXTEND HISTHOL.
           IF FS-HHL EQUAL "35"
               CLOSE HISTHOL
               OPEN OUTPUT HISTHOL.
           PERFORM LE-MOV.
           IF FIM-MOV EQUAL "SIM"
               DISPLAY "MOVRESC SEM REGISTROS - ENCERRANDO"
                   END-IF
               END-IF.

      * SALDO DE FGTS DE CADA MATRICULA ATE A VESPERA DA RESCISAO;
      * SEM O RAZAO, O SALDO SAI ZERADO (E O OPERADOR E AVISADO).
       CARGA-FGTS.
           OPEN INPUT LEDGFGTS.
           IF FS-FGTS EQUAL "00"
               PERFORM LE-FGTS UNTIL FIM-FGTS EQUAL "SIM"
               CLOSE LEDGFGTS
           ELSE
               DISPLAY "EM0312 - SEM LEDGFGTS - SALDO FGTS ZERADO".

       LE-FGTS.
           READ LEDGFGTS AT END
               MOVE "SIM" TO FIM-FGTS.
           IF FIM-FGTS NOT EQUAL "SIM"
               IF TIPO-FGTS NOT EQUAL "M"
                   PERFORM PROCURA-FGTS
                   IF ACHOU-FGTS EQUAL 0
                       PERFORM INCLUI-FGTS
                   END-IF
                   ADD VALOR-FGTS TO SALDO-FGTS-TAB(IDX-FGTS)
               END-IF.

       INCLUI-FGTS.
           IF QTD-FGTS GREATER THAN OR EQUAL TO 300
               DISPLAY "TAB-FGTS EXCEDE LIMITE DE 300 MATRICULAS - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-FGTS.
           MOVE QTD-FGTS TO IDX-FGTS.
           MOVE MAT-FGTS TO MAT-FGTS-TAB(IDX-FGTS).
           MOVE ZEROES TO SALDO-FGTS-TAB(IDX-FGTS).

       PROCURA-FGTS.
           MOVE ZEROES TO ACHOU-FGTS.
           MOVE 1 TO IDX-FGTS.
           PERFORM TESTA-FGTS
               UNTIL IDX-FGTS IS GREATER THAN QTD-FGTS
                  OR ACHOU-FGTS EQUAL 1.

       TESTA-FGTS.
           IF MAT-FGTS-TAB(IDX-FGTS) EQUAL MAT-FGTS
               MOVE 1 TO ACHOU-FGTS
           ELSE
               ADD 1 TO IDX-FGTS.

       LE-MOV.
           READ MOVRESC AT END MOVE "SIM" TO FIM-MOV.

           IF LIQUIDO-CALC IS LESS THAN ZEROES
               MOVE ZEROES TO LIQUIDO-CALC.
           ADD 1 TO CT-CALCULADOS.
           PERFORM CALCULA-FGTS.
           PERFORM GRAVA-ACUMULADO.
           PERFORM GRAVA-BANCO.
           PERFORM IMPRIME-DEMONSTRATIVO.

      * DEMONSTRATIVO DA RESCISAO, LINHA A LINHA TAMBEM NO HISTORICO
      * HISTHOL (TIPO "T", O MESMO DO ACUMANO), COM O CREDITO JA
      * GRAVADO NO BANCRESC.
       IMPRIME-DEMONSTRATIVO.
           MOVE MAT-MOV TO MAT-DHOL.
           MOVE DATA-MOVTO(1:6) TO COMPET-DHOL.
           MOVE DATA-MOVTO TO DATA-DHOL.
           MOVE "T" TO TIPO-DHOL.
           MOVE ZEROES TO SEQ-DHOL.
           MOVE SPACES TO LINHA-DHOL.
           MOVE ZEROES TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.
           MOVE LIN-TITULO TO LINHA-DHOL.
           MOVE 1 TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.
           MOVE MAT-MOV TO MAT-LIN.
           MOVE NOME-VEND-TAB(IDX-VEND) TO NOME-LIN.
           MOVE TIPO-MOV TO TIPO-LIN.
           MOVE LIN-IDENT TO LINHA-DHOL.
           MOVE 2 TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.
           MOVE DD-ULT TO DD-LIN.
           MOVE MM-ULT TO MM-LIN.
           MOVE AA-ULT TO AA-LIN.
           MOVE DD-ADM-TAB(IDX-ENT) TO DD-ADM-LIN.
           MOVE MM-ADM-TAB(IDX-ENT) TO MM-ADM-LIN.
           MOVE AA-ADM-TAB(IDX-ENT) TO AA-ADM-LIN.
           MOVE LIN-ULTDIA TO LINHA-DHOL.
           MOVE 1 TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.
           MOVE SALDO-SAL TO SALDO-LIN.
           MOVE AVISO-CALC TO AVISO-LIN.
           MOVE LIN-SALDO TO LINHA-DHOL.
           MOVE 2 TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.
           MOVE DEC13-CALC TO DEC13-LIN.
           COMPUTE FERIAS-LIN = FERIAS-CALC + TERCO-CALC.
           MOVE LIN-PROPORC TO LINHA-DHOL.
           MOVE 1 TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.
           MOVE INSS-CALC TO INSS-LIN.
           MOVE IRRF-CALC TO IRRF-LIN.
           MOVE LIN-DESCONTOS TO LINHA-DHOL.
           MOVE 1 TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.
           MOVE FGTS-CALC TO DEP-FGTS-LIN.
           MOVE LIN-DEP-FGTS TO LINHA-DHOL.
           MOVE 1 TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.
           MOVE SALDO-FGTS-CALC TO SALDO-FGTS-LIN.
           MOVE MULTA-FGTS-CALC TO MULTA-FGTS-LIN.
           MOVE LIN-FGTS TO LINHA-DHOL.
           MOVE 1 TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.
           MOVE LIQUIDO-CALC TO LIQUIDO-LIN.
           MOVE LIN-LIQUIDO TO LINHA-DHOL.
           MOVE 2 TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.

      * INSS POR FATIAS E IRRF SOBRE A BASE APOS O INSS, COMO NO
      * EM0306, SOBRE A BASE TRIBUTAVEL EM BRUTO-CALC.
       PROXIMA-FAIXA-IRRF.
           ADD 1 TO IDX-TAB.

      * DEPOSITO DA RESCISAO (8% SOBRE SALDO DE SALARIO + AVISO + 13O
      * - FERIAS INDENIZADAS NAO SAO BASE), SOMADO AO SALDO DO RAZAO;
      * NA DISPENSA SEM JUSTA CAUSA, MULTA DE 40% SOBRE ESSE SALDO.
       CALCULA-FGTS.
           COMPUTE BASE-FGTS-CALC = SALDO-SAL + AVISO-CALC + DEC13-CALC.
           COMPUTE FGTS-CALC ROUNDED = BASE-FGTS-CALC * PCT-FGTS.
           MOVE MAT-MOV TO MAT-FGTS.
           PERFORM PROCURA-FGTS.
           IF ACHOU-FGTS EQUAL 1
               COMPUTE SALDO-FGTS-CALC =
                   SALDO-FGTS-TAB(IDX-FGTS) + FGTS-CALC
           ELSE
               MOVE FGTS-CALC TO SALDO-FGTS-CALC.
           IF TIPO-MOV EQUAL "S"
               COMPUTE MULTA-FGTS-CALC ROUNDED =
                   SALDO-FGTS-CALC * PCT-MULTA-FGTS
           ELSE
               MOVE ZEROES TO MULTA-FGTS-CALC.
           MOVE MAT-MOV TO MAT-FGTS.
           MOVE DATA-MOVTO(1:6) TO ANOMES-FGTS.
           MOVE "R" TO TIPO-FGTS.
           MOVE BASE-FGTS-CALC TO BASE-FGTS.
           MOVE FGTS-CALC TO VALOR-FGTS.
           MOVE DATA-VIGENCIA TO DATA-FGTS.
           WRITE REG-LEDGFGTS.
           IF MULTA-FGTS-CALC IS GREATER THAN ZEROES
               MOVE "M" TO TIPO-FGTS
               MOVE SALDO-FGTS-CALC TO BASE-FGTS
               MOVE MULTA-FGTS-CALC TO VALOR-FGTS
               WRITE REG-LEDGFGTS.

      * REGISTRO DA RESCISAO NO RAZAO ANUAL: BRUTO = VERBAS
      * TRIBUTAVEIS (SALDO DE SALARIO + 13O); AVISO E FERIAS
      * INDENIZADOS, ISENTOS, SO ENTRAM NO LIQUIDO.
       GRAVA-ACUMULADO.
           MOVE MAT-MOV TO MAT-ACUM.
           MOVE DATA-MOVTO(1:6) TO ANOMES-ACUM.
           MOVE NOME-VEND-TAB(IDX-VEND) TO NOME-ACUM.
           MOVE BASE-TRIB TO BRUTO-ACUM.
           MOVE INSS-CALC TO INSS-ACUM.
           MOVE IRRF-CALC TO IRRF-ACUM.
           MOVE LIQUIDO-CALC TO LIQUIDO-ACUM.
           MOVE "T" TO TIPO-ACUM.
           MOVE ZEROES TO FIXO-ACUM HORAS-ACUM.
           PERFORM GRAVA-ACX.

       GRAVA-BANCO.
           MOVE CONTA-VEND-TAB(IDX-VEND) TO CONTA-BANCO.
           MOVE LIQUIDO-CALC TO VALOR-BANCO.
           MOVE NOME-VEND-TAB(IDX-VEND)(1:15)
               TO REFERENCIA-BANCO(6:15).
           WRITE REG-BANCO.
           MOVE CONTA-BANCO TO CONTA-DHOL.
           MOVE REFERENCIA-BANCO TO REF-DHOL.
           MOVE VALOR-BANCO TO LIQUIDO-DHOL.
           MOVE SPACES TO SIT-DHOL.

       REJEITA-MOVIMENTO.
           ADD 1 TO CT-REJEITADOS.
           MOVE CT-CALCULADOS TO CALC-LIN.
           MOVE CT-REJEITADOS TO REJ-LIN.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 2 LINES.
           PERFORM FECHA-ACX.
           CLOSE JRNMOV.
           CLOSE MOVRESC
                 BANCRESC
                 RELRESC
                 LEDGFGTS
                 ACUMANO
                 HISTHOL.

       COPY LEDATAMOV.

       COPY LEPERCONT.

       COPY RECUSAPER
           REPLACING ==CPY-PROGID== BY =="EM0312"==.

       COPY GRAVAHOL
           REPLACING ==CPY-REGHOL== BY ==REL-SAI==.

       COPY GRAVAACX
           REPLACING ==CPY-PROGID== BY =="EM0312"==.
