       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0237.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       RETORNO DA ASSESSORIA DE COBRANCA EXTERNA -
      *               RECUPERACAO DE CREDITOS BAIXADOS. O EM0236 CEDE
      *               A ASSESSORIA OS WRITE-OFFS DO BAIXAPERDA.DAT E OS
      *               REGISTRA NO CADCESS.DAT (VER CADCESS.CPY). ESTE
      *               JOB LE O RETORNO DAS RECUPERACOES RETCESS.DAT:
      *                 CONTRATO-RTC  SOCIO 9(06) + DATA DO WRITE-OFF
      *                               9(08), COMO ENVIADO NA CESSAO
      *                 DATAREC-RTC   9(08)  DATA DA RECUPERACAO
      *                 BRUTO-RTC     9(09)V99  RECEBIDO DO DEVEDOR
      *                 TARIFA-RTC    9(09)V99  HONORARIOS RETIDOS
      *                 LIQUIDO-RTC   9(09)V99  REPASSADO AO CLUBE
      *               E, PARA CADA RECUPERACAO ACEITA:
      *                 1) ACRESCENTA AO RAZAO LEDGSOC.DAT UM
      *                    MOVIMENTO "E" PELO LIQUIDO CONTRA O SOCIO
      *                    CANCELADO. O MOVIMENTO E INFORMATIVO: O
      *                    CADHISTX, ZERADO NO WRITE-OFF, NAO E
      *                    REABERTO - SO E LIDO PARA O SALDO APOS;
      *                 2) GRAVA A RECUPERACAO NO RAZAO RECUPERA.DAT
      *                    (VER RECUPERA.CPY), DE ONDE O EM0414 TIRA O
      *                    EVENTO CONTABIL RECUPERA DO MES;
      *                 3) ACUMULA BRUTO, TARIFA E LIQUIDO NO CADCESS.
      *               SAO REJEITADOS, COM RETURN-CODE 4: CONTRATO NAO
      *               CEDIDO, LIQUIDO ZERO OU DIFERENTE DE BRUTO MENOS
      *               TARIFA E RECUPERACAO COM DATA IGUAL OU ANTERIOR
      *               A ULTIMA JA PROCESSADA DO CONTRATO (RETORNO
      *               REPROCESSADO). RECUPERACAO QUE LEVA O TOTAL BRUTO
      *               ACIMA DO VALOR BAIXADO E ACEITA, MAS SAI MARCADA
      *               PARA CONFERENCIA (RETURN-CODE 4). TUDO SAI NO
      *               RELATORIO RELRECUP E AS OCORRENCIAS TAMBEM NO
      *               EXCLOG. POR FIM, O RELATORIO RELTXREC MOSTRA A
      *               TAXA DE RECUPERACAO POR MES DO WRITE-OFF E
      *               MOTIVO: VALOR BAIXADO (BAIXAPERDA), RECUPERADO
      *               BRUTO E LIQUIDO ACUMULADOS (CADCESS) E O
      *               LIQUIDO SOBRE O BAIXADO EM PERCENTUAL.
      *
      *MODIFICACAO
      *  15/10/2026  RODADA RECUSADA (RETURN-CODE 16 E REGISTRO NO
      *              EXCLOG) QUANDO A COMPETENCIA DA DATA DE
      *              MOVIMENTO ESTA FECHADA OU EM FECHAMENTO NO
      *              CONTROLE DE PERIODOS CONTABEIS (PERCONT.DAT).
      *  15/10/2026  OS MOVIMENTOS DO LEDGSOC PASSAM A SER GRAVADOS
      *              TAMBEM NO COMPANHEIRO INDEXADO LEDGSOCX.DAT (VER
      *              LEDGSOCX.CPY E GRAVALSX.CPY), COM JORNAL DA
      *              INCLUSAO NO JRNMOV.DAT (EXTEND), PARA O EXTRATO
      *              LER SO O SOCIO PEDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETCESS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RTC.

           SELECT CADCESS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CES.

           SELECT CADHISTX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMX-HIST
           FILE STATUS IS FS-HISTX.

           SELECT BAIXAPERDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERDA.

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

           SELECT RECUPERA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECUP.

           SELECT RELRECUP ASSIGN TO DISK.

           SELECT RELTXREC ASSIGN TO DISK.

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

       FD RETCESS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RETCESS.DAT".

       01 REG-RTC.
           02 CONTRATO-RTC.
               03 SOC-RTC       PIC 9(06).
               03 DATAPERDA-RTC PIC 9(08).
           02 DATAREC-RTC    PIC 9(08).
           02 BRUTO-RTC      PIC 9(09)V99.
           02 TARIFA-RTC     PIC 9(09)V99.
           02 LIQUIDO-RTC    PIC 9(09)V99.

       COPY CADCESS.

       FD CADHISTX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADHISTX.DAT".

       01 REG-HISTX.
           02 NUMX-HIST       PIC 9(06).
           02 SALDOX-HIST     PIC 9(09)V9(02).
           02 ATRASOSX-HIST   PIC 9(03).

       FD BAIXAPERDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BAIXAPERDA.DAT".

       01 REG-PERDA.
           02 NUM-PERDA      PIC 9(06).
           02 NOME-PERDA     PIC X(30).
           02 VALOR-PERDA    PIC 9(09)V99.
           02 DATA-PERDA     PIC 9(08).
           02 MOTIVO-PERDA   PIC X(20).

       COPY LEDGSOC.

       COPY LEDGSOCX.

       COPY JRNMOV.

       COPY RECUPERA.

       FD RELRECUP
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       FD RELTXREC
           LABEL RECORD IS OMITTED.

       01 RELT-SAI           PIC X(80).

       COPY EXCLOG.

       COPY RUNSTAT.

       COPY PERCONT.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-RTC            PIC X(03) VALUE "NAO".
       77 FIM-CES            PIC X(03) VALUE "NAO".
       77 FIM-PERDA          PIC X(03) VALUE "NAO".
       77 FS-RTC             PIC X(02) VALUE SPACES.
       77 FS-CES             PIC X(02) VALUE SPACES.
       77 FS-HISTX           PIC X(02) VALUE SPACES.
       77 FS-PERDA           PIC X(02) VALUE SPACES.
       77 FS-LEDGSOC         PIC X(02) VALUE SPACES.
       77 FS-RECUP           PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 FS-RUNSTAT         PIC X(02) VALUE SPACES.
       77 QTD-CES            PIC 9(04) VALUE ZEROES.
       77 IDX-CES            PIC 9(04) VALUE ZEROES.
       77 POS-CES            PIC 9(04) VALUE ZEROES.
       77 QTD-TX             PIC 9(03) VALUE ZEROES.
       77 IDX-TX             PIC 9(03) VALUE ZEROES.
       77 POS-TX             PIC 9(03) VALUE ZEROES.
       77 SOC-PROCURA        PIC 9(06) VALUE ZEROES.
       77 DATA-PROCURA       PIC 9(08) VALUE ZEROES.
       77 ANOMES-PROCURA     PIC 9(06) VALUE ZEROES.
       77 MOTIVO-PROCURA     PIC X(20) VALUE SPACES.
       77 LIQUIDO-CALC       PIC S9(09)V99 VALUE ZEROES.
       77 TAXA-CALC          PIC 9(04)V99 VALUE ZEROES.
       77 OCORRENCIA         PIC X(15) VALUE SPACES.
       77 SEVER-EXC          PIC X(01) VALUE SPACES.
       77 MSG-EXC            PIC X(40) VALUE SPACES.
       77 CHAVE-EXC          PIC X(15) VALUE SPACES.
       77 CT-LIDOS           PIC 9(07) VALUE ZEROES.
       77 CT-GRAVADOS        PIC 9(07) VALUE ZEROES.
       77 CT-REJEITADOS      PIC 9(07) VALUE ZEROES.
       77 CT-AVISOS          PIC 9(05) VALUE ZEROES.
       77 TOT-BRUTO          PIC 9(11)V99 VALUE ZEROES.
       77 TOT-TARIFA         PIC 9(11)V99 VALUE ZEROES.
       77 TOT-LIQUIDO        PIC 9(11)V99 VALUE ZEROES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA-9 REDEFINES DATA-RODADA-X PIC 9(08).

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

       01 ANOMES-EDICAO.
           02 AAAA-ANOMES    PIC 9(04).
           02 MM-ANOMES      PIC 9(02).
       01 ANOMES-EDICAO-9 REDEFINES ANOMES-EDICAO PIC 9(06).

       01 MES-IMP.
           02 MM-MES-IMP     PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AAAA-MES-IMP   PIC 9(04).

       COPY WSPERCONT.

       COPY WSDATAMOV.

       COPY WSJRN.

       COPY WSLEDGX.

      * CADASTRO DE CESSOES (CHAVE SOCIO + DATA DO WRITE-OFF).
       01 TAB-CES.
           02 ENT-CES OCCURS 2000 TIMES.
               03 SOC-CES-TAB       PIC 9(06).
               03 DATAPERDA-CES-TAB PIC 9(08).
               03 NOME-CES-TAB      PIC X(30).
               03 CPF-CES-TAB       PIC 9(11).
               03 VALOR-CES-TAB     PIC 9(09)V99.
               03 MOTIVO-CES-TAB    PIC X(20).
               03 DATACES-CES-TAB   PIC 9(08).
               03 QTDREC-CES-TAB    PIC 9(03).
               03 BRUTO-CES-TAB     PIC 9(09)V99.
               03 TARIFA-CES-TAB    PIC 9(09)V99.
               03 LIQUIDO-CES-TAB   PIC 9(09)V99.
               03 DATAULT-CES-TAB   PIC 9(08).

      * CESSAO CUJO WRITE-OFF JA FOI CONTADO PELO BAIXAPERDA.
       01 TAB-CONTADA        VALUE SPACES.
           02 CONTADA-TAB    PIC X(01) OCCURS 2000 TIMES.

      * TAXA DE RECUPERACAO POR MES DO WRITE-OFF E MOTIVO.
       01 TAB-TX.
           02 ENT-TX OCCURS 300 TIMES.
               03 ANOMES-TX      PIC 9(06).
               03 MOTIVO-TX      PIC X(20).
               03 QTD-BAIXAS-TX  PIC 9(05).
               03 BAIXADO-TX     PIC 9(11)V99.
               03 BRUTO-TX       PIC 9(11)V99.
               03 LIQUIDO-TX     PIC 9(11)V99.

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
               "RECUPERACAO DE CREDITOS BAIXADOS        ".
           02 FILLER         PIC X(24) VALUE SPACES.
           02 FILLER         PIC X(06) VALUE "DATA: ".
           02 DATA-TIT       PIC X(10).

       01 LIN-TITULO-T.
           02 FILLER         PIC X(40) VALUE
               "TAXA DE RECUPERACAO DE CREDITOS BAIXADOS".
           02 FILLER         PIC X(24) VALUE SPACES.
           02 FILLER         PIC X(06) VALUE "DATA: ".
           02 DATAT-TIT      PIC X(10).

       01 CAB-RET.
           02 FILLER         PIC X(40) VALUE
               "SOCIO  WRITE-OFF  RECUPERACAO      BRUTO".
           02 FILLER         PIC X(40) VALUE
               "      TARIFA     LIQUIDO OCORRENCIA     ".

       01 DET-RET.
           02 SOC-LIN        PIC 9(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PERDA-LIN      PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 REC-LIN        PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 BRUTO-LIN      PIC ZZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 TARIFA-LIN     PIC ZZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 LIQUIDO-LIN    PIC ZZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 OCOR-LIN       PIC X(15).

       01 CAB-TX.
           02 FILLER         PIC X(40) VALUE
               "MES     MOTIVO               QTD       B".
           02 FILLER         PIC X(40) VALUE
               "AIXADO   RECUPERADO      LIQUIDO  TAXA %".

       01 DET-TX.
           02 MES-TX-LIN     PIC X(07).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MOTIVO-TX-LIN  PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 QTD-TX-LIN     PIC ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 BAIXADO-TX-LIN PIC ZZ.ZZZ.ZZ9,99.
           02 BRUTO-TX-LIN   PIC ZZ.ZZZ.ZZ9,99.
           02 LIQ-TX-LIN     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 TAXA-TX-LIN    PIC ZZZ9,99.

       01 LIN-NADA.
           02 FILLER         PIC X(06) VALUE SPACES.
           02 NADA-LIN       PIC X(40).
           02 FILLER         PIC X(34) VALUE SPACES.

       01 LIN-RESUMO.
           02 FILLER         PIC X(07) VALUE "LIDOS: ".
           02 LIDOS-RES      PIC ZZ.ZZ9.
           02 FILLER         PIC X(12) VALUE "  ACEITOS: ".
           02 ACEITOS-RES    PIC ZZ.ZZ9.
           02 FILLER         PIC X(15) VALUE "  REJEITADOS: ".
           02 REJ-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(21) VALUE
               "  PARA CONFERENCIA: ".
           02 AVISO-RES      PIC ZZ.ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.

       01 LIN-RESUMO-VALOR.
           02 FILLER         PIC X(07) VALUE "BRUTO: ".
           02 BRUTO-RES      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(10) VALUE "  TARIFA: ".
           02 TARIFA-RES     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(11) VALUE "  LIQUIDO: ".
           02 LIQUIDO-RES    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.

       EM02-37.
           PERFORM INICIO.
           PERFORM PROCESSA-RETORNO UNTIL FIM-RTC EQUAL "SIM".
           PERFORM GRAVA-CADCESS.
           PERFORM RELATORIO-TAXA.
           PERFORM FIM.
           IF CT-REJEITADOS IS GREATER THAN ZEROES OR
              CT-AVISOS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           PERFORM LE-PERCONT.
           PERFORM RECUSA-PERIODO-FECHADO.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           PERFORM CARGA-CADCESS.
           OPEN INPUT RETCESS.
           IF FS-RTC NOT EQUAL "00"
               DISPLAY "RETCESS NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-RTC
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CADHISTX.
           IF FS-HISTX NOT EQUAL "00"
               DISPLAY "CADHISTX NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-HISTX
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RELRECUP
                       RELTXREC
                EXTEND LEDGSOC
                       RECUPERA
                       EXCLOG
                       RUNSTAT.
           IF FS-LEDGSOC EQUAL "35"
               CLOSE LEDGSOC
               OPEN OUTPUT LEDGSOC.
           OPEN EXTEND JRNMOV.
           IF FS-JRNMOV EQUAL "35"
               CLOSE JRNMOV
               OPEN OUTPUT JRNMOV.
           MOVE DATA-MOVTO TO JRN-DATA.
           PERFORM ABRE-LSX.
           IF FS-RECUP EQUAL "35"
               CLOSE RECUPERA
               OPEN OUTPUT RECUPERA.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           IF FS-RUNSTAT EQUAL "35"
               CLOSE RUNSTAT
               OPEN OUTPUT RUNSTAT.
           MOVE DATA-RODADA-9 TO DATA-EDICAO-9.
           PERFORM EDITA-DATA.
           MOVE DATA-IMP TO DATA-TIT DATAT-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM CAB-RET AFTER ADVANCING 3 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           PERFORM LE-RTC.

      * SEM CADASTRO DE CESSOES NAO HA CONTRATO PARA CASAR O RETORNO.
       CARGA-CADCESS.
           OPEN INPUT CADCESS.
           IF FS-CES NOT EQUAL "00"
               DISPLAY "CADCESS NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-CES
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-CES UNTIL FIM-CES EQUAL "SIM".
           CLOSE CADCESS.

       LE-CES.
           READ CADCESS AT END
               MOVE "SIM" TO FIM-CES.
           IF FIM-CES NOT EQUAL "SIM"
               IF QTD-CES GREATER THAN OR EQUAL TO 2000
                   DISPLAY "CADCESS EXCEDE LIMITE DE 2000 REGISTROS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-CES
                   MOVE REG-CES TO ENT-CES(QTD-CES).

       LE-RTC.
           READ RETCESS AT END
               MOVE "SIM" TO FIM-RTC.

       PROCESSA-RETORNO.
           ADD 1 TO CT-LIDOS.
           MOVE SOC-RTC TO SOC-PROCURA SOC-LIN.
           MOVE DATAPERDA-RTC TO DATA-PROCURA.
           PERFORM PROCURA-CESSAO.
           MOVE DATAPERDA-RTC TO DATA-EDICAO-9.
           PERFORM EDITA-DATA.
           MOVE DATA-IMP TO PERDA-LIN.
           MOVE DATAREC-RTC TO DATA-EDICAO-9.
           PERFORM EDITA-DATA.
           MOVE DATA-IMP TO REC-LIN.
           MOVE BRUTO-RTC TO BRUTO-LIN.
           MOVE TARIFA-RTC TO TARIFA-LIN.
           MOVE LIQUIDO-RTC TO LIQUIDO-LIN.
           COMPUTE LIQUIDO-CALC = BRUTO-RTC - TARIFA-RTC.
           IF POS-CES EQUAL ZEROES
               MOVE "NAO CEDIDO" TO OCORRENCIA
               MOVE "RECUPERACAO DE CONTRATO NAO CEDIDO" TO MSG-EXC
               PERFORM REJEITA-RETORNO
           ELSE
               IF LIQUIDO-RTC EQUAL ZEROES OR
                  LIQUIDO-CALC NOT EQUAL LIQUIDO-RTC
                   MOVE "VALOR INCONSIST" TO OCORRENCIA
                   MOVE "LIQUIDO DIFERENTE DE BRUTO MENOS TARIFA"
                       TO MSG-EXC
                   PERFORM REJEITA-RETORNO
               ELSE
                   IF DATAREC-RTC IS NOT GREATER THAN
                      DATAULT-CES-TAB(POS-CES)
                       MOVE "JA PROCESSADO" TO OCORRENCIA
                       MOVE "RECUPERACAO JA PROCESSADA NO CONTRATO"
                           TO MSG-EXC
                       PERFORM REJEITA-RETORNO
                   ELSE
                       PERFORM ACEITA-RECUPERACAO.
           PERFORM LE-RTC.

       PROCURA-CESSAO.
           MOVE ZEROES TO POS-CES IDX-CES.
           PERFORM TESTA-CESSAO QTD-CES TIMES.

       TESTA-CESSAO.
           ADD 1 TO IDX-CES.
           IF SOC-CES-TAB(IDX-CES) EQUAL SOC-PROCURA AND
              DATAPERDA-CES-TAB(IDX-CES) EQUAL DATA-PROCURA
               MOVE IDX-CES TO POS-CES.

       REJEITA-RETORNO.
           ADD 1 TO CT-REJEITADOS.
           MOVE OCORRENCIA TO OCOR-LIN.
           WRITE REL-SAI FROM DET-RET AFTER ADVANCING 1 LINE.
           MOVE "E" TO SEVER-EXC.
           PERFORM GRAVA-OCORRENCIA.

       GRAVA-OCORRENCIA.
           MOVE SPACES TO CHAVE-EXC.
           MOVE CONTRATO-RTC TO CHAVE-EXC.
           PERFORM GRAVA-EXCLOG.

      * O RAZAO DO SOCIO RECEBE O "E" PELO LIQUIDO, COM O SALDO ATUAL
      * DO CADHISTX (QUE NAO E ALTERADO); O RECUPERA ALIMENTA O
      * EVENTO CONTABIL DO EM0414.
       ACEITA-RECUPERACAO.
           ADD 1 TO QTDREC-CES-TAB(POS-CES).
           ADD BRUTO-RTC TO BRUTO-CES-TAB(POS-CES).
           ADD TARIFA-RTC TO TARIFA-CES-TAB(POS-CES).
           ADD LIQUIDO-RTC TO LIQUIDO-CES-TAB(POS-CES).
           MOVE DATAREC-RTC TO DATAULT-CES-TAB(POS-CES).
           MOVE SOC-RTC TO NUMX-HIST.
           READ CADHISTX
               INVALID KEY
                   MOVE ZEROES TO SALDOX-HIST
           END-READ.
           MOVE SOC-RTC TO NUM-LEDG.
           MOVE DATA-RODADA-9 TO DATA-LEDG-SOC.
           MOVE "E" TO TIPO-LEDG.
           MOVE LIQUIDO-RTC TO VALOR-LEDG-SOC.
           MOVE SALDOX-HIST TO SALDO-LEDG.
           PERFORM GRAVA-LSX.
           MOVE SOC-RTC TO SOC-RCP.
           MOVE DATAPERDA-RTC TO DATAPERDA-RCP.
           MOVE MOTIVO-CES-TAB(POS-CES) TO MOTIVO-RCP.
           MOVE DATAREC-RTC TO DATA-RCP.
           MOVE BRUTO-RTC TO BRUTO-RCP.
           MOVE TARIFA-RTC TO TARIFA-RCP.
           MOVE LIQUIDO-RTC TO LIQUIDO-RCP.
           MOVE DATA-RODADA-9 TO DATAPROC-RCP.
           WRITE REG-RCP.
           ADD 1 TO CT-GRAVADOS.
           ADD BRUTO-RTC TO TOT-BRUTO.
           ADD TARIFA-RTC TO TOT-TARIFA.
           ADD LIQUIDO-RTC TO TOT-LIQUIDO.
           IF BRUTO-CES-TAB(POS-CES) IS GREATER THAN
              VALOR-CES-TAB(POS-CES)
               ADD 1 TO CT-AVISOS
               MOVE "ACIMA DA BAIXA" TO OCOR-LIN
               MOVE "I" TO SEVER-EXC
               MOVE "RECUPERADO BRUTO ACIMA DO VALOR BAIXADO"
                   TO MSG-EXC
               PERFORM GRAVA-OCORRENCIA
           ELSE
               MOVE "RECUPERADO" TO OCOR-LIN.
           WRITE REL-SAI FROM DET-RET AFTER ADVANCING 1 LINE.

       EDITA-DATA.
           MOVE DD-EDICAO TO DD-IMP.
           MOVE MM-EDICAO TO MM-IMP.
           MOVE AAAA-EDICAO TO AAAA-IMP.

      * O CADASTRO E REGRAVADO INTEIRO COM OS ACUMULADOS DA RODADA.
       GRAVA-CADCESS.
           OPEN OUTPUT CADCESS.
           MOVE ZEROES TO IDX-CES.
           PERFORM GRAVA-CES QTD-CES TIMES.
           CLOSE CADCESS.

       GRAVA-CES.
           ADD 1 TO IDX-CES.
           MOVE ENT-CES(IDX-CES) TO REG-CES.
           WRITE REG-CES.

      * BAIXADO POR MES DO WRITE-OFF E MOTIVO A PARTIR DO BAIXAPERDA;
      * RECUPERADO A PARTIR DOS ACUMULADOS DO CADCESS. CESSAO SEM
      * WRITE-OFF CORRESPONDENTE NO BAIXAPERDA ENTRA PELO PROPRIO
      * VALOR CEDIDO.
       RELATORIO-TAXA.
           OPEN INPUT BAIXAPERDA.
           IF FS-PERDA EQUAL "00"
               PERFORM LE-PERDA UNTIL FIM-PERDA EQUAL "SIM"
               CLOSE BAIXAPERDA.
           MOVE ZEROES TO IDX-CES.
           PERFORM SOMA-CESSAO QTD-CES TIMES.
           WRITE RELT-SAI FROM LIN-TITULO-T AFTER ADVANCING 1 LINE.
           WRITE RELT-SAI FROM CAB-TX AFTER ADVANCING 3 LINES.
           MOVE SPACES TO RELT-SAI.
           WRITE RELT-SAI AFTER ADVANCING 1 LINE.
           IF QTD-TX EQUAL ZEROES
               MOVE "NENHUM WRITE-OFF REGISTRADO" TO NADA-LIN
               WRITE RELT-SAI FROM LIN-NADA AFTER ADVANCING 1 LINE
           ELSE
               MOVE ZEROES TO IDX-TX
               PERFORM IMPRIME-TAXA QTD-TX TIMES.

       LE-PERDA.
           READ BAIXAPERDA AT END
               MOVE "SIM" TO FIM-PERDA.
           IF FIM-PERDA NOT EQUAL "SIM"
               MOVE DATA-PERDA(1:6) TO ANOMES-PROCURA
               MOVE MOTIVO-PERDA TO MOTIVO-PROCURA
               PERFORM LOCALIZA-TAXA
               ADD 1 TO QTD-BAIXAS-TX(POS-TX)
               ADD VALOR-PERDA TO BAIXADO-TX(POS-TX)
               MOVE NUM-PERDA TO SOC-PROCURA
               MOVE DATA-PERDA TO DATA-PROCURA
               PERFORM PROCURA-CESSAO
               IF POS-CES IS GREATER THAN ZEROES
                   MOVE "S" TO CONTADA-TAB(POS-CES).

       SOMA-CESSAO.
           ADD 1 TO IDX-CES.
           MOVE DATAPERDA-CES-TAB(IDX-CES)(1:6) TO ANOMES-PROCURA.
           MOVE MOTIVO-CES-TAB(IDX-CES) TO MOTIVO-PROCURA.
           PERFORM LOCALIZA-TAXA.
           IF CONTADA-TAB(IDX-CES) NOT EQUAL "S"
               ADD 1 TO QTD-BAIXAS-TX(POS-TX)
               ADD VALOR-CES-TAB(IDX-CES) TO BAIXADO-TX(POS-TX).
           ADD BRUTO-CES-TAB(IDX-CES) TO BRUTO-TX(POS-TX).
           ADD LIQUIDO-CES-TAB(IDX-CES) TO LIQUIDO-TX(POS-TX).

       LOCALIZA-TAXA.
           MOVE ZEROES TO POS-TX IDX-TX.
           PERFORM TESTA-TAXA QTD-TX TIMES.
           IF POS-TX EQUAL ZEROES
               IF QTD-TX GREATER THAN OR EQUAL TO 300
                   DISPLAY "TAXA DE RECUPERACAO EXCEDE LIMITE DE 300 "
                           "MESES/MOTIVOS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-TX
                   MOVE QTD-TX TO POS-TX
                   MOVE ANOMES-PROCURA TO ANOMES-TX(POS-TX)
                   MOVE MOTIVO-PROCURA TO MOTIVO-TX(POS-TX)
                   MOVE ZEROES TO QTD-BAIXAS-TX(POS-TX)
                                  BAIXADO-TX(POS-TX)
                                  BRUTO-TX(POS-TX)
                                  LIQUIDO-TX(POS-TX).

       TESTA-TAXA.
           ADD 1 TO IDX-TX.
           IF ANOMES-TX(IDX-TX) EQUAL ANOMES-PROCURA AND
              MOTIVO-TX(IDX-TX) EQUAL MOTIVO-PROCURA
               MOVE IDX-TX TO POS-TX.

       IMPRIME-TAXA.
           ADD 1 TO IDX-TX.
           MOVE ANOMES-TX(IDX-TX) TO ANOMES-EDICAO-9.
           MOVE MM-ANOMES TO MM-MES-IMP.
           MOVE AAAA-ANOMES TO AAAA-MES-IMP.
           MOVE MES-IMP TO MES-TX-LIN.
           MOVE MOTIVO-TX(IDX-TX) TO MOTIVO-TX-LIN.
           MOVE QTD-BAIXAS-TX(IDX-TX) TO QTD-TX-LIN.
           MOVE BAIXADO-TX(IDX-TX) TO BAIXADO-TX-LIN.
           MOVE BRUTO-TX(IDX-TX) TO BRUTO-TX-LIN.
           MOVE LIQUIDO-TX(IDX-TX) TO LIQ-TX-LIN.
           MOVE ZEROES TO TAXA-CALC.
           IF BAIXADO-TX(IDX-TX) IS GREATER THAN ZEROES
               COMPUTE TAXA-CALC ROUNDED =
                   LIQUIDO-TX(IDX-TX) * 100 / BAIXADO-TX(IDX-TX).
           MOVE TAXA-CALC TO TAXA-TX-LIN.
           WRITE RELT-SAI FROM DET-TX AFTER ADVANCING 1 LINE.

       FIM.
           IF CT-LIDOS EQUAL ZEROES
               MOVE "RETORNO SEM RECUPERACOES" TO NADA-LIN
               WRITE REL-SAI FROM LIN-NADA AFTER ADVANCING 1 LINE.
           MOVE CT-LIDOS TO LIDOS-RES.
           MOVE CT-GRAVADOS TO ACEITOS-RES.
           MOVE CT-REJEITADOS TO REJ-RES.
           MOVE CT-AVISOS TO AVISO-RES.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 3 LINES.
           MOVE TOT-BRUTO TO BRUTO-RES.
           MOVE TOT-TARIFA TO TARIFA-RES.
           MOVE TOT-LIQUIDO TO LIQUIDO-RES.
           WRITE REL-SAI FROM LIN-RESUMO-VALOR AFTER ADVANCING 1 LINE.
           PERFORM GRAVA-RUNSTAT.
           DISPLAY "EM0237 - " CT-GRAVADOS " RECUPERACAO(OES), "
                   CT-REJEITADOS " REJEITADA(S)".
           PERFORM FECHA-LSX.
           CLOSE JRNMOV.
           CLOSE RETCESS
                 CADHISTX
                 LEDGSOC
                 RECUPERA
                 RELRECUP
                 RELTXREC
                 EXCLOG
                 RUNSTAT.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID==  BY =="EM0237"==
                     ==CPY-CHAVE==   BY ==CHAVE-EXC==
                     ==CPY-SEVER==   BY ==SEVER-EXC==
                     ==CPY-MSG==     BY ==MSG-EXC==.

       COPY GRAVASTAT
           REPLACING ==CPY-PROGID==     BY =="EM0237"==
                     ==CPY-LIDOS==      BY ==CT-LIDOS==
                     ==CPY-GRAVADOS==   BY ==CT-GRAVADOS==
                     ==CPY-REJEITADOS== BY ==CT-REJEITADOS==.

       COPY LEDATAMOV.

       COPY LEPERCONT.

       COPY RECUSAPER
           REPLACING ==CPY-PROGID== BY =="EM0237"==.

       COPY GRAVALSX
           REPLACING ==CPY-PROGID== BY =="EM0237"==.
