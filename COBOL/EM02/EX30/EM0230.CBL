       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0230.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       AGING DO CONTAS A RECEBER DE CLIENTES. LE OS
      *               TITULOS EM ABERTO DO CADTITC.DAT (EM0229), BUSCA
      *               ESTADO E NOME DO CLIENTE NO CADCLIX (INDEXADO) E
      *               ORDENA POR ESTADO + CLIENTE. O RELATORIO RELAGEC
      *               TRAZ UMA LINHA POR CLIENTE COM O SALDO DOS
      *               TITULOS DISTRIBUIDO NAS FAIXAS A VENCER, 1-30,
      *               31-60, 61-90 E MAIS DE 90 DIAS DE ATRASO (BASE
      *               COMERCIAL 30/360 SOBRE A DATA DE MOVIMENTO, COMO
      *               NO EM0220), O SUBTOTAL DE CADA ESTADO E O TOTAL
      *               GERAL. O CLIENTE QUE O EM0422 BLOQUEIA PARA NOVA
      *               VENDA A PRAZO - SALDO ACIMA DO LIMITE DO
      *               CADLIMC.DAT (SEM LIMITE CADASTRADO CONTA COMO
      *               LIMITE ZERO) OU TITULO VENCIDO HA MAIS DE 30
      *               DIAS - SAI MARCADO "BLOQ". TITULO DE CLIENTE
      *               FORA DO CADCLIX SAI SOB O ESTADO "??".
      *               RETURN-CODE 16 QUANDO CADTITC OU CADCLIX ESTA
      *               AUSENTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADTITC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TITC.

           SELECT CADCLIX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODIGO-ENTX
           ALTERNATE RECORD KEY IS IDENT-ENTX1
           ALTERNATE RECORD KEY IS NOME-ENTX WITH DUPLICATES
           FILE STATUS IS FS-IDX.

           SELECT CADLIMC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIM.

           SELECT TRAB ASSIGN TO DISK.

           SELECT RELAGEC ASSIGN TO DISK.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       COPY CADTITC.

       FD CADCLIX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLIX.DAT".

       01 REGCLIX.
           02 CODIGO-ENTX    PIC X(03).
           02 TIPO-PESSOAX   PIC X(01).
           02 IDENT-ENTX1.
               03 IDENT-ENTX     PIC 9 OCCURS 14 TIMES.
           02 NOME-ENTX      PIC X(30).
           02 ESTADO-ENTX    PIC X(02).
           02 CIDADE-ENTX    PIC X(30).
           02 EMAIL-ENTX     PIC X(30).
           02 TELEFONE-ENTX  PIC 9(10).

       FD CADLIMC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADLIMC.DAT".

       01 REG-LIM.
           02 CLI-LIM        PIC X(03).
           02 LIMITE-LIM     PIC 9(07)V99.

       SD TRAB.

       01 REG-TRAB.
           02 ESTADO-TRAB    PIC X(02).
           02 CLI-TRAB       PIC X(03).
           02 NOME-TRAB      PIC X(30).
           02 VENC-TRAB      PIC 9(08).
           02 SALDO-TRAB     PIC 9(09)V99.

       FD RELAGEC
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-TITC           PIC X(03) VALUE "NAO".
       77 FIM-LIM            PIC X(03) VALUE "NAO".
       77 FIM-TRAB           PIC X(03) VALUE "NAO".
       77 FS-TITC            PIC X(02) VALUE SPACES.
       77 FS-IDX             PIC X(02) VALUE SPACES.
       77 FS-LIM             PIC X(02) VALUE SPACES.
       77 QTD-LIM            PIC 9(03) VALUE ZEROES.
       77 IDX-LIM            PIC 9(03) VALUE ZEROES.
       77 POS-LIM            PIC 9(03) VALUE ZEROES.
       77 PRIMEIRO           PIC 9     VALUE 1.
       77 ESTADO-ANT         PIC X(02) VALUE SPACES.
       77 CLI-ANT            PIC X(03) VALUE SPACES.
       77 NOME-ANT           PIC X(30) VALUE SPACES.
       77 DIAS-ATRASO        PIC S9(05) VALUE ZEROES.
       77 FAIXA              PIC 9     VALUE ZEROES.
       77 IDX-FX             PIC 9     VALUE ZEROES.
       77 BLOQUEADO          PIC X(03) VALUE "NAO".
       77 LIMITE-CLI         PIC 9(07)V99 VALUE ZEROES.
       77 SALDO-CLI          PIC 9(11)V99 VALUE ZEROES.
       77 CT-TITULOS         PIC 9(05) VALUE ZEROES.
       77 CT-CLIENTES        PIC 9(05) VALUE ZEROES.
       77 CT-BLOQUEADOS      PIC 9(05) VALUE ZEROES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

       01 DATA-ROD-CALC.
           02 ANO-ROD        PIC 9(04).
           02 MES-ROD        PIC 9(02).
           02 DIA-ROD        PIC 9(02).

       01 DATA-VENC-CALC.
           02 ANO-VENC       PIC 9(04).
           02 MES-VENC       PIC 9(02).
           02 DIA-VENC       PIC 9(02).

       01 DATA-IMP.
           02 DD-IMP         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-IMP         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AAAA-IMP       PIC 9(04).

       COPY WSDATAMOV.

       01 TAB-LIM.
           02 ENT-LIM OCCURS 300 TIMES.
               03 CLI-LIM-TAB    PIC X(03).
               03 LIMITE-LIM-TAB PIC 9(07)V99.

      * SALDO POR FAIXA DE ATRASO: 1 = A VENCER, 2 = 1-30, 3 = 31-60,
      * 4 = 61-90, 5 = MAIS DE 90 DIAS; CLIENTE, ESTADO E GERAL.
       01 TAB-FX-CLI.
           02 FX-CLI         PIC 9(09)V99 OCCURS 5 TIMES.
       01 TAB-FX-UF.
           02 FX-UF          PIC 9(09)V99 OCCURS 5 TIMES.
       01 TAB-FX-GER.
           02 FX-GER         PIC 9(09)V99 OCCURS 5 TIMES.

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
               "AGING DO CONTAS A RECEBER DE CLIENTES   ".
           02 FILLER         PIC X(24) VALUE SPACES.
           02 FILLER         PIC X(06) VALUE "DATA: ".
           02 DATA-TIT       PIC X(10).

       01 LIN-CAB.
           02 FILLER         PIC X(40) VALUE
               "CLI NOME               A VENCER  1-30 DI".
           02 FILLER         PIC X(40) VALUE
               "AS 31-60 DIAS 61-90 DIAS   +90 DIAS     ".

       01 LIN-UF.
           02 FILLER         PIC X(08) VALUE "ESTADO: ".
           02 UF-LIN         PIC X(02).
           02 FILLER         PIC X(70) VALUE SPACES.

       01 DETALHE.
           02 CLI-LIN        PIC X(03).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-LIN       PIC X(16).
           02 ENT-FX-LIN OCCURS 5 TIMES.
               03 FILLER     PIC X(01) VALUE SPACES.
               03 FX-LIN     PIC ZZZZZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 BLOQ-LIN       PIC X(04).

       01 LIN-LEGENDA.
           02 FILLER         PIC X(40) VALUE
               "BLOQ = SALDO ACIMA DO LIMITE OU TITULO V".
           02 FILLER         PIC X(40) VALUE
               "ENCIDO HA MAIS DE 30 DIAS               ".

       01 LIN-RESUMO.
           02 FILLER         PIC X(09) VALUE "TITULOS: ".
           02 TIT-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(12) VALUE "  CLIENTES: ".
           02 CLI-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(15) VALUE "  BLOQUEADOS:  ".
           02 BLQ-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(26) VALUE SPACES.

       01 LIN-NADA.
           02 FILLER         PIC X(40) VALUE
               "      NENHUM TITULO DE CLIENTE EM ABERTO".
           02 FILLER         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       EM02-30.
           SORT TRAB
               ASCENDING KEY ESTADO-TRAB
               ASCENDING KEY CLI-TRAB
               ASCENDING KEY VENC-TRAB
               INPUT  PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       ROT-ENTRADA SECTION.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           MOVE DATA-RODADA-X TO DATA-ROD-CALC.
           PERFORM CARGA-LIMITES.
           OPEN INPUT CADTITC.
           IF FS-TITC NOT EQUAL "00"
               DISPLAY "CADTITC NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-TITC
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CADCLIX.
           IF FS-IDX NOT EQUAL "00"
               DISPLAY "CADCLIX NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-IDX
               CLOSE CADTITC
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-TITC UNTIL FIM-TITC EQUAL "SIM".
           CLOSE CADTITC
                 CADCLIX.

      * LIMITE DE CREDITO POR CLIENTE; SEM O CADASTRO, TODO CLIENTE
      * COM SALDO FICA ACIMA DO LIMITE (O EM0422 RECUSA A PRAZO).
       CARGA-LIMITES SECTION.
           OPEN INPUT CADLIMC.
           IF FS-LIM EQUAL "00"
               PERFORM LE-LIM UNTIL FIM-LIM EQUAL "SIM"
               CLOSE CADLIMC
           ELSE
               DISPLAY "EM0230 - SEM CADLIMC - LIMITES ZERADOS".

       LE-LIM SECTION.
           READ CADLIMC AT END
               MOVE "SIM" TO FIM-LIM.
           IF FIM-LIM NOT EQUAL "SIM"
               IF QTD-LIM GREATER THAN OR EQUAL TO 300
                   DISPLAY "CADLIMC EXCEDE LIMITE DE 300 CLIENTES - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-LIM
                   MOVE CLI-LIM TO CLI-LIM-TAB(QTD-LIM)
                   MOVE LIMITE-LIM TO LIMITE-LIM-TAB(QTD-LIM)
               END-IF.

       LE-TITC SECTION.
           READ CADTITC AT END
               MOVE "SIM" TO FIM-TITC.
           IF FIM-TITC NOT EQUAL "SIM"
               IF SIT-TITC EQUAL "A"
                   PERFORM SOLTA-TITULO.

       SOLTA-TITULO SECTION.
           MOVE CLI-TITC TO CODIGO-ENTX.
           READ CADCLIX
               INVALID KEY
                   MOVE "??" TO ESTADO-TRAB
                   MOVE SPACES TO NOME-TRAB
               NOT INVALID KEY
                   MOVE ESTADO-ENTX TO ESTADO-TRAB
                   MOVE NOME-ENTX TO NOME-TRAB
           END-READ.
           MOVE CLI-TITC TO CLI-TRAB.
           MOVE VENC-TITC TO VENC-TRAB.
           COMPUTE SALDO-TRAB = VALOR-TITC - PAGO-TITC.
           RELEASE REG-TRAB.

       ROT-SAIDA SECTION.
           OPEN OUTPUT RELAGEC.
           MOVE DIA-ROD TO DD-IMP.
           MOVE MES-ROD TO MM-IMP.
           MOVE ANO-ROD TO AAAA-IMP.
           MOVE DATA-IMP TO DATA-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM LIN-CAB AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO TAB-FX-CLI TAB-FX-UF TAB-FX-GER.
           PERFORM LE-TRAB.
           IF FIM-TRAB EQUAL "SIM"
               WRITE REL-SAI FROM LIN-NADA AFTER ADVANCING 2 LINES
           ELSE
               PERFORM PRINCIPAL UNTIL FIM-TRAB EQUAL "SIM"
               PERFORM FECHA-CLIENTE
               PERFORM FECHA-ESTADO
               MOVE "TOTAL GERAL" TO NOME-LIN
               MOVE SPACES TO CLI-LIN BLOQ-LIN
               MOVE ZEROES TO IDX-FX
               PERFORM EDITA-FX-GERAL 5 TIMES
               WRITE REL-SAI FROM DETALHE AFTER ADVANCING 2 LINES
               WRITE REL-SAI FROM LIN-LEGENDA AFTER ADVANCING 2 LINES.
           MOVE CT-TITULOS TO TIT-RES.
           MOVE CT-CLIENTES TO CLI-RES.
           MOVE CT-BLOQUEADOS TO BLQ-RES.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 2 LINES.
           CLOSE RELAGEC.
           DISPLAY "EM0230 - " CT-TITULOS " TITULO(S) EM ABERTO, "
                   CT-BLOQUEADOS " CLIENTE(S) BLOQUEADO(S)".

       LE-TRAB SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

       PRINCIPAL SECTION.
           IF PRIMEIRO EQUAL 1
               MOVE ZEROES TO PRIMEIRO
               PERFORM ABRE-ESTADO
               PERFORM ABRE-CLIENTE
           ELSE
               IF ESTADO-TRAB NOT EQUAL ESTADO-ANT
                   PERFORM FECHA-CLIENTE
                   PERFORM FECHA-ESTADO
                   PERFORM ABRE-ESTADO
                   PERFORM ABRE-CLIENTE
               ELSE
                   IF CLI-TRAB NOT EQUAL CLI-ANT
                       PERFORM FECHA-CLIENTE
                       PERFORM ABRE-CLIENTE.
           ADD 1 TO CT-TITULOS.
           PERFORM CLASSIFICA-FAIXA.
           ADD SALDO-TRAB TO FX-CLI(FAIXA).
           ADD SALDO-TRAB TO SALDO-CLI.
           IF FAIXA IS GREATER THAN 2
               MOVE "SIM" TO BLOQUEADO.
           PERFORM LE-TRAB.

       ABRE-ESTADO SECTION.
           MOVE ESTADO-TRAB TO ESTADO-ANT UF-LIN.
           WRITE REL-SAI FROM LIN-UF AFTER ADVANCING 2 LINES.

       ABRE-CLIENTE SECTION.
           MOVE CLI-TRAB TO CLI-ANT.
           MOVE NOME-TRAB TO NOME-ANT.
           MOVE "NAO" TO BLOQUEADO.
           MOVE ZEROES TO SALDO-CLI.

      * FAIXA 1 = A VENCER (ATE O PROPRIO VENCIMENTO); DEPOIS, DE 30
      * EM 30 DIAS ATE A FAIXA 5, MAIS DE 90.
       CLASSIFICA-FAIXA SECTION.
           MOVE VENC-TRAB TO DATA-VENC-CALC.
           COMPUTE DIAS-ATRASO =
               (ANO-ROD - ANO-VENC) * 360
             + (MES-ROD - MES-VENC) * 30
             + (DIA-ROD - DIA-VENC).
           IF DIAS-ATRASO IS NOT GREATER THAN ZEROES
               MOVE 1 TO FAIXA
           ELSE
               IF DIAS-ATRASO IS NOT GREATER THAN 30
                   MOVE 2 TO FAIXA
               ELSE
                   IF DIAS-ATRASO IS NOT GREATER THAN 60
                       MOVE 3 TO FAIXA
                   ELSE
                       IF DIAS-ATRASO IS NOT GREATER THAN 90
                           MOVE 4 TO FAIXA
                       ELSE
                           MOVE 5 TO FAIXA.

      * LINHA DO CLIENTE: SALDO POR FAIXA E MARCA DE BLOQUEIO.
       FECHA-CLIENTE SECTION.
           ADD 1 TO CT-CLIENTES.
           PERFORM BUSCA-LIMITE.
           IF SALDO-CLI IS GREATER THAN LIMITE-CLI
               MOVE "SIM" TO BLOQUEADO.
           MOVE CLI-ANT TO CLI-LIN.
           MOVE NOME-ANT TO NOME-LIN.
           IF BLOQUEADO EQUAL "SIM"
               ADD 1 TO CT-BLOQUEADOS
               MOVE "BLOQ" TO BLOQ-LIN
           ELSE
               MOVE SPACES TO BLOQ-LIN.
           MOVE ZEROES TO IDX-FX.
           PERFORM EDITA-FX-CLIENTE 5 TIMES.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO TAB-FX-CLI.

       EDITA-FX-CLIENTE SECTION.
           ADD 1 TO IDX-FX.
           MOVE FX-CLI(IDX-FX) TO FX-LIN(IDX-FX).
           ADD FX-CLI(IDX-FX) TO FX-UF(IDX-FX).

       BUSCA-LIMITE SECTION.
           MOVE ZEROES TO POS-LIM IDX-LIM LIMITE-CLI.
           PERFORM TESTA-LIMITE QTD-LIM TIMES.
           IF POS-LIM IS GREATER THAN ZEROES
               MOVE LIMITE-LIM-TAB(POS-LIM) TO LIMITE-CLI.

       TESTA-LIMITE SECTION.
           ADD 1 TO IDX-LIM.
           IF CLI-LIM-TAB(IDX-LIM) EQUAL CLI-ANT
               MOVE IDX-LIM TO POS-LIM.

       FECHA-ESTADO SECTION.
           MOVE SPACES TO CLI-LIN BLOQ-LIN NOME-LIN.
           STRING "TOTAL " ESTADO-ANT DELIMITED BY SIZE
               INTO NOME-LIN.
           MOVE ZEROES TO IDX-FX.
           PERFORM EDITA-FX-ESTADO 5 TIMES.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO TAB-FX-UF.

       EDITA-FX-ESTADO SECTION.
           ADD 1 TO IDX-FX.
           MOVE FX-UF(IDX-FX) TO FX-LIN(IDX-FX).
           ADD FX-UF(IDX-FX) TO FX-GER(IDX-FX).

       EDITA-FX-GERAL SECTION.
           ADD 1 TO IDX-FX.
           MOVE FX-GER(IDX-FX) TO FX-LIN(IDX-FX).

       COPY LEDATAMOV.
