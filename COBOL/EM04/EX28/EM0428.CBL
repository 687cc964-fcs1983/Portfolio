       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0428.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       PAGAMENTO SEMANAL A FORNECEDORES E AGING DO
      *               CONTAS A PAGAR. LE O CADPAGAR.DAT (COPY
      *               CADPAGAR, ALIMENTADO PELO CASAMENTO DE NOTAS DO
      *               EM0427) E PAGA TODO TITULO EM ABERTO ("A") COM
      *               VENCIMENTO ATE A DATA LIMITE = DATA DE MOVIMENTO
      *               + HORIZONTE EM DIAS, ROLADA PARA DIA UTIL PELO
      *               SUBPROGRAMA DATAROLL. CADA TITULO PAGO GERA UM
      *               CREDITO EM PAGFORN.DAT NO LAYOUT DO BANCOPAG
      *               (CONTA + VALOR + REFERENCIA "FORNnnnn
      *               NFnnnnnnnnn", QUE O RETORNO DO BANCO CASA) COM A
      *               CONTA DA TABELA CADFORNBCO.DAT (FORNECEDOR +
      *               CONTA, MANTIDA PELO MANREF), E E MARCADO COMO
      *               PAGO ("P") COM A DATA DE MOVIMENTO EM DTPAG-PG.
      *               FORNECEDOR SEM CONTA BANCARIA, OU TITULO ACIMA
      *               DO VALOR QUE O LAYOUT DO BANCO COMPORTA, FICA EM
      *               ABERTO, SAI NO RELATORIO E NO LOG COMUM EXCLOG,
      *               COM RETURN-CODE 4. O CADPAGAR E REGRAVADO INTEIRO,
      *               COMO O PEDABERTO NO EM0416.
      *               O RELATORIO RELPAGF TRAZ OS PAGAMENTOS DA SEMANA
      *               E, EM SEGUIDA, O AGING DOS TITULOS QUE FICARAM EM
      *               ABERTO POR FORNECEDOR (RAZAO SOCIAL DO
      *               CADFORN.DAT), EM FAIXAS DE DIAS APOS O
      *               VENCIMENTO NA BASE 30/360: A VENCER, 1-30, 31-60,
      *               61-90 E ACIMA DE 90.
      *               PARAMETRO NO RUNCTL (PROG "EM0428"):
      *                 PARM1 = HORIZONTE EM DIAS (ZERO = 7).
      *               CADPAGAR AUSENTE DEVOLVE RETURN-CODE 16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPAGAR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGAR.

           SELECT CADFORNBCO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FORNBCO.

           SELECT CADFORN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FORN.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT PAGFORN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELPAGF ASSIGN TO DISK.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       COPY CADPAGAR.

       FD CADFORNBCO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFORNBCO.DAT".

       01 REG-FORNBCO.
           02 FORN-BCO       PIC 9(04).
           02 CONTA-BCO      PIC 9(10).

       FD CADFORN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFORN.DAT".

       01 REG-FORN.
           02 COD-FORN       PIC 9(04).
           02 RAZAO-FORN     PIC X(25).
           02 CNPJ-FORN      PIC 9(14).
           02 CONTATO-FORN   PIC X(12).
           02 CONDPAG-FORN   PIC X(05).

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".

       01 REG-RUNCTL.
           02 PROG-RUNCTL    PIC X(06).
           02 PARM1-RUNCTL   PIC 9(07)V99.
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

       COPY EXCLOG.

       FD PAGFORN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PAGFORN.DAT".

       01 REG-BANCO.
           02 CONTA-BANCO     PIC 9(10).
           02 VALOR-BANCO     PIC 9(07)V99.
           02 REFERENCIA-BANCO PIC X(20).

       FD RELPAGF
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-PAGAR          PIC X(03) VALUE "NAO".
       77 FIM-FORNBCO        PIC X(03) VALUE "NAO".
       77 FIM-FORN           PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FS-PAGAR           PIC X(02) VALUE SPACES.
       77 FS-FORNBCO         PIC X(02) VALUE SPACES.
       77 FS-FORN            PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 DIAS-HORIZONTE     PIC 9(03) VALUE 7.
       77 QTD-PAG            PIC 9(04) VALUE ZEROES.
       77 IDX-PAG            PIC 9(04) VALUE ZEROES.
       77 QTD-BCO            PIC 9(03) VALUE ZEROES.
       77 IDX-BCO            PIC 9(03) VALUE ZEROES.
       77 POS-BCO            PIC 9(03) VALUE ZEROES.
       77 QTD-FOR            PIC 9(03) VALUE ZEROES.
       77 IDX-FOR            PIC 9(03) VALUE ZEROES.
       77 POS-FOR            PIC 9(03) VALUE ZEROES.
       77 DIAS-VENCIDO       PIC S9(05) VALUE ZEROES.
       77 IDX-FAIXA          PIC 9(01) VALUE ZEROES.
       77 TOTAL-FORN         PIC 9(11)V99 VALUE ZEROES.
       77 CT-PAGOS           PIC 9(05) VALUE ZEROES.
       77 CT-RETIDOS         PIC 9(05) VALUE ZEROES.
       77 VALOR-PAGO         PIC 9(11)V99 VALUE ZEROES.
       77 CHAVE-AUD          PIC X(15) VALUE SPACES.
       77 MSG-AUD            PIC X(40) VALUE SPACES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).
       01 DATA-ROD REDEFINES DATA-RODADA-X.
           02 ANO-ROD        PIC 9(04).
           02 MES-ROD        PIC 9(02).
           02 DIA-ROD        PIC 9(02).

       01 DATA-LIMITE        PIC 9(08) VALUE ZEROES.

       01 DATA-VENC-X        PIC X(08) VALUE SPACES.
       01 DATA-VENC REDEFINES DATA-VENC-X.
           02 ANO-VENC       PIC 9(04).
           02 MES-VENC       PIC 9(02).
           02 DIA-VENC       PIC 9(02).

       01 REG-PG-TRAB.
           02 FORN-TRAB      PIC 9(04).
           02 NUMNF-TRAB     PIC 9(09).
           02 EMISSAO-TRAB   PIC 9(08).
           02 VENCTO-TRAB    PIC 9(08).
           02 VALOR-TRAB     PIC 9(09)V99.
           02 STATUS-TRAB    PIC X(01).
           02 DTPAG-TRAB     PIC 9(08).
           02 LANC-TRAB      PIC 9(08).

       COPY WSDATAMOV.

       01 TAB-PAG.
           02 REG-PG-TAB     PIC X(57) OCCURS 1000 TIMES.

       01 TAB-BCO.
           02 ENT-BCO OCCURS 500 TIMES.
               03 FORN-BCO-TAB   PIC 9(04).
               03 CONTA-BCO-TAB  PIC 9(10).

       01 TAB-FOR.
           02 ENT-FOR OCCURS 200 TIMES.
               03 COD-FOR-TAB    PIC 9(04).
               03 RAZAO-FOR-TAB  PIC X(25).
               03 FAIXA-FOR-TAB  PIC 9(09)V99 OCCURS 5 TIMES.

       01 TOT-FAIXAS.
           02 FAIXA-TOT      PIC 9(11)V99 OCCURS 5 TIMES.

       01 CAB-01.
           02 FILLER         PIC X(35) VALUE
               "PAGAMENTO SEMANAL A FORNECEDORES - ".
           02 DATA-CAB       PIC 9(08).
           02 FILLER         PIC X(19) VALUE
               "   VENCIMENTOS ATE ".
           02 LIMITE-CAB     PIC 9(08).
           02 FILLER         PIC X(10) VALUE SPACES.

       01 CAB-02.
           02 FILLER         PIC X(40) VALUE
               "FORN RAZAO SOCIAL         NOTA FISCAL  ".
           02 FILLER         PIC X(40) VALUE
               "VENCTO          VALOR  OBSERVACAO       ".

       01 LIN-PAG.
           02 FORN-LIN       PIC 9(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RAZAO-LIN      PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NUMNF-LIN      PIC 9(09).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VENCTO-LIN     PIC 9(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VALOR-LIN      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 OBS-LIN        PIC X(20).

       01 LIN-TOT-PAG.
           02 FILLER         PIC X(15) VALUE "TITULOS PAGOS: ".
           02 PAGOS-TOT      PIC ZZ.ZZ9.
           02 FILLER         PIC X(08) VALUE "  VALOR ".
           02 VALOR-PAGO-TOT PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(14) VALUE "  RETIDOS:   ".
           02 RETIDOS-TOT    PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE SPACES.

       01 CAB-03.
           02 FILLER         PIC X(40) VALUE
               "AGING DO CONTAS A PAGAR EM ABERTO - DIAS".
           02 FILLER         PIC X(40) VALUE
               " APOS O VENCIMENTO (BASE 30/360)        ".

       01 CAB-04.
           02 FILLER         PIC X(40) VALUE
               "FORN RAZAO         A VENCER         1-30".
           02 FILLER         PIC X(40) VALUE
               "        31-60        61-90     ACIMA 90".

       01 LIN-AGING.
           02 FORN-AG-LIN    PIC 9(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RAZAO-AG-LIN   PIC X(10).
           02 FAIXAS-AG-LIN OCCURS 5 TIMES.
               03 FILLER         PIC X(01).
               03 FAIXA-AG-LIN   PIC Z.ZZZ.ZZ9,99.

       01 LIN-TOT-AGING.
           02 FILLER         PIC X(15) VALUE "TOTAL          ".
           02 FAIXAS-TOT-LIN OCCURS 5 TIMES.
               03 FILLER         PIC X(01).
               03 FAIXA-TOT-LIN  PIC Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       EM04-28.
           PERFORM INICIO.
           PERFORM PAGA-TITULO QTD-PAG TIMES.
           PERFORM FIM.
           IF CT-RETIDOS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           PERFORM CARGA-RUNCTL.
           CALL "DATAROLL" USING DATA-RODADA DIAS-HORIZONTE
                                 DATA-LIMITE.
           OPEN INPUT CADPAGAR.
           IF FS-PAGAR NOT EQUAL "00"
               DISPLAY "CADPAGAR NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-PAGAR
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-PAGAR UNTIL FIM-PAGAR EQUAL "SIM".
           CLOSE CADPAGAR.
           PERFORM CARGA-CONTAS.
           PERFORM CARGA-FORNECEDORES.
           OPEN OUTPUT PAGFORN.
           OPEN OUTPUT RELPAGF.
           OPEN EXTEND EXCLOG.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           MOVE DATA-RODADA TO DATA-CAB.
           MOVE DATA-LIMITE TO LIMITE-CAB.
           WRITE REL-SAI FROM CAB-01 AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM CAB-02 AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-PAG.

       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0428"
               IF PROG-RUNCTL EQUAL "EM0428"
                   IF PARM1-RUNCTL NOT EQUAL ZEROES
                       MOVE PARM1-RUNCTL TO DIAS-HORIZONTE
                   END-IF
               END-IF
               CLOSE RUNCTL
           END-IF.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

       LE-PAGAR.
           READ CADPAGAR AT END
               MOVE "SIM" TO FIM-PAGAR.
           IF FIM-PAGAR NOT EQUAL "SIM"
               IF QTD-PAG GREATER THAN OR EQUAL TO 1000
                   DISPLAY "CADPAGAR EXCEDE 1000 TITULOS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-PAG
                   MOVE REG-PAGAR TO REG-PG-TAB(QTD-PAG).

      * CONTAS BANCARIAS DOS FORNECEDORES (TABELA DO MANREF).
       CARGA-CONTAS.
           OPEN INPUT CADFORNBCO.
           IF FS-FORNBCO EQUAL "00"
               PERFORM LE-FORNBCO UNTIL FIM-FORNBCO EQUAL "SIM"
               CLOSE CADFORNBCO.

       LE-FORNBCO.
           READ CADFORNBCO AT END
               MOVE "SIM" TO FIM-FORNBCO.
           IF FIM-FORNBCO NOT EQUAL "SIM"
               IF QTD-BCO GREATER THAN OR EQUAL TO 500
                   DISPLAY "CADFORNBCO EXCEDE 500 CONTAS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-BCO
                   MOVE FORN-BCO TO FORN-BCO-TAB(QTD-BCO)
                   MOVE CONTA-BCO TO CONTA-BCO-TAB(QTD-BCO).

      * O AGING SAI NA ORDEM DO CADFORN; FORNECEDOR DE TITULO QUE NAO
      * ESTA NO CADASTRO ENTRA NO FIM, SEM RAZAO SOCIAL.
       CARGA-FORNECEDORES.
           OPEN INPUT CADFORN.
           IF FS-FORN EQUAL "00"
               PERFORM LE-FORN UNTIL FIM-FORN EQUAL "SIM"
               CLOSE CADFORN.

       LE-FORN.
           READ CADFORN AT END
               MOVE "SIM" TO FIM-FORN.
           IF FIM-FORN NOT EQUAL "SIM"
               MOVE COD-FORN TO FORN-TRAB
               PERFORM INCLUI-FORNECEDOR
               MOVE RAZAO-FORN TO RAZAO-FOR-TAB(QTD-FOR).

       INCLUI-FORNECEDOR.
           IF QTD-FOR GREATER THAN OR EQUAL TO 200
               DISPLAY "MAIS DE 200 FORNECEDORES - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               ADD 1 TO QTD-FOR
               MOVE FORN-TRAB TO COD-FOR-TAB(QTD-FOR)
               MOVE SPACES TO RAZAO-FOR-TAB(QTD-FOR)
               MOVE ZEROES TO FAIXA-FOR-TAB(QTD-FOR, 1)
                              FAIXA-FOR-TAB(QTD-FOR, 2)
                              FAIXA-FOR-TAB(QTD-FOR, 3)
                              FAIXA-FOR-TAB(QTD-FOR, 4)
                              FAIXA-FOR-TAB(QTD-FOR, 5)
               MOVE QTD-FOR TO POS-FOR.

       PROCURA-FORNECEDOR.
           MOVE ZEROES TO POS-FOR IDX-FOR.
           PERFORM TESTA-FORNECEDOR QTD-FOR TIMES.
           IF POS-FOR EQUAL ZEROES
               PERFORM INCLUI-FORNECEDOR.

       TESTA-FORNECEDOR.
           ADD 1 TO IDX-FOR.
           IF COD-FOR-TAB(IDX-FOR) EQUAL FORN-TRAB
               MOVE IDX-FOR TO POS-FOR.

       PROCURA-CONTA.
           MOVE ZEROES TO POS-BCO IDX-BCO.
           PERFORM TESTA-CONTA QTD-BCO TIMES.

       TESTA-CONTA.
           ADD 1 TO IDX-BCO.
           IF FORN-BCO-TAB(IDX-BCO) EQUAL FORN-TRAB
               MOVE IDX-BCO TO POS-BCO.

      * TITULO EM ABERTO VENCENDO ATE A DATA LIMITE: CREDITO NO
      * PAGFORN E BAIXA NO CADPAGAR; SEM CONTA OU ACIMA DO LAYOUT DO
      * BANCO, FICA RETIDO EM ABERTO.
       PAGA-TITULO.
           ADD 1 TO IDX-PAG.
           MOVE REG-PG-TAB(IDX-PAG) TO REG-PG-TRAB.
           IF STATUS-TRAB EQUAL "A" AND
              VENCTO-TRAB NOT GREATER THAN DATA-LIMITE
               PERFORM PROCURA-FORNECEDOR
               PERFORM PROCURA-CONTA
               MOVE FORN-TRAB TO FORN-LIN
               MOVE RAZAO-FOR-TAB(POS-FOR) TO RAZAO-LIN
               MOVE NUMNF-TRAB TO NUMNF-LIN
               MOVE VENCTO-TRAB TO VENCTO-LIN
               MOVE VALOR-TRAB TO VALOR-LIN
               IF POS-BCO EQUAL ZEROES
                   MOVE "SEM CONTA - RETIDO" TO OBS-LIN
                   PERFORM RETEM-TITULO
               ELSE
                   IF VALOR-TRAB IS GREATER THAN 9999999,99
                       MOVE "ACIMA DO LAYOUT" TO OBS-LIN
                       PERFORM RETEM-TITULO
                   ELSE
                       PERFORM CREDITA-TITULO
                   END-IF
               END-IF
               WRITE REL-SAI FROM LIN-PAG AFTER ADVANCING 1 LINE.

       CREDITA-TITULO.
           MOVE CONTA-BCO-TAB(POS-BCO) TO CONTA-BANCO.
           MOVE VALOR-TRAB TO VALOR-BANCO.
           MOVE SPACES TO REFERENCIA-BANCO.
           STRING "FORN" FORN-TRAB " NF" NUMNF-TRAB
               DELIMITED BY SIZE INTO REFERENCIA-BANCO.
           WRITE REG-BANCO.
           MOVE "P" TO STATUS-TRAB.
           MOVE DATA-RODADA TO DTPAG-TRAB.
           MOVE REG-PG-TRAB TO REG-PG-TAB(IDX-PAG).
           MOVE "PAGO" TO OBS-LIN.
           ADD 1 TO CT-PAGOS.
           ADD VALOR-TRAB TO VALOR-PAGO.

       RETEM-TITULO.
           ADD 1 TO CT-RETIDOS.
           MOVE SPACES TO CHAVE-AUD MSG-AUD.
           STRING FORN-TRAB "/" NUMNF-TRAB DELIMITED BY SIZE
               INTO CHAVE-AUD.
           STRING "TITULO NAO PAGO - " OBS-LIN DELIMITED BY SIZE
               INTO MSG-AUD.
           PERFORM GRAVA-EXCLOG.

      * AGING DOS TITULOS QUE FICARAM EM ABERTO: DIAS APOS O
      * VENCIMENTO NA BASE 30/360 (COMO NO EM0416).
       ACUMULA-AGING.
           ADD 1 TO IDX-PAG.
           MOVE REG-PG-TAB(IDX-PAG) TO REG-PG-TRAB.
           IF STATUS-TRAB EQUAL "A"
               PERFORM PROCURA-FORNECEDOR
               MOVE VENCTO-TRAB TO DATA-VENC-X
               COMPUTE DIAS-VENCIDO =
                   (ANO-ROD - ANO-VENC) * 360
                 + (MES-ROD - MES-VENC) * 30
                 + (DIA-ROD - DIA-VENC)
               IF DIAS-VENCIDO IS LESS THAN 1
                   MOVE 1 TO IDX-FAIXA
               ELSE
                   IF DIAS-VENCIDO IS LESS THAN 31
                       MOVE 2 TO IDX-FAIXA
                   ELSE
                       IF DIAS-VENCIDO IS LESS THAN 61
                           MOVE 3 TO IDX-FAIXA
                       ELSE
                           IF DIAS-VENCIDO IS LESS THAN 91
                               MOVE 4 TO IDX-FAIXA
                           ELSE
                               MOVE 5 TO IDX-FAIXA
                           END-IF
                       END-IF
                   END-IF
               END-IF
               ADD VALOR-TRAB TO FAIXA-FOR-TAB(POS-FOR, IDX-FAIXA)
               ADD VALOR-TRAB TO FAIXA-TOT(IDX-FAIXA).

       LISTA-AGING.
           ADD 1 TO IDX-FOR.
           COMPUTE TOTAL-FORN = FAIXA-FOR-TAB(IDX-FOR, 1)
                              + FAIXA-FOR-TAB(IDX-FOR, 2)
                              + FAIXA-FOR-TAB(IDX-FOR, 3)
                              + FAIXA-FOR-TAB(IDX-FOR, 4)
                              + FAIXA-FOR-TAB(IDX-FOR, 5).
           IF TOTAL-FORN IS GREATER THAN ZEROES
               MOVE SPACES TO LIN-AGING
               MOVE COD-FOR-TAB(IDX-FOR) TO FORN-AG-LIN
               MOVE RAZAO-FOR-TAB(IDX-FOR) TO RAZAO-AG-LIN
               MOVE ZEROES TO IDX-FAIXA
               PERFORM MOVE-FAIXA-FORN 5 TIMES
               WRITE REL-SAI FROM LIN-AGING AFTER ADVANCING 1 LINE.

       MOVE-FAIXA-FORN.
           ADD 1 TO IDX-FAIXA.
           MOVE FAIXA-FOR-TAB(IDX-FOR, IDX-FAIXA)
               TO FAIXA-AG-LIN(IDX-FAIXA).

       MOVE-FAIXA-TOTAL.
           ADD 1 TO IDX-FAIXA.
           MOVE FAIXA-TOT(IDX-FAIXA) TO FAIXA-TOT-LIN(IDX-FAIXA).

       REGRAVA-PAGAR.
           OPEN OUTPUT CADPAGAR.
           MOVE ZEROES TO IDX-PAG.
           PERFORM GRAVA-PAGAR QTD-PAG TIMES.
           CLOSE CADPAGAR.

       GRAVA-PAGAR.
           ADD 1 TO IDX-PAG.
           MOVE REG-PG-TAB(IDX-PAG) TO REG-PAGAR.
           WRITE REG-PAGAR.

       FIM.
           MOVE CT-PAGOS TO PAGOS-TOT.
           MOVE VALOR-PAGO TO VALOR-PAGO-TOT.
           MOVE CT-RETIDOS TO RETIDOS-TOT.
           WRITE REL-SAI FROM LIN-TOT-PAG AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO FAIXA-TOT(1) FAIXA-TOT(2) FAIXA-TOT(3)
                          FAIXA-TOT(4) FAIXA-TOT(5).
           MOVE ZEROES TO IDX-PAG.
           PERFORM ACUMULA-AGING QTD-PAG TIMES.
           WRITE REL-SAI FROM CAB-03 AFTER ADVANCING 3 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM CAB-04 AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-FOR.
           PERFORM LISTA-AGING QTD-FOR TIMES.
           MOVE SPACES TO LIN-TOT-AGING.
           MOVE "TOTAL" TO LIN-TOT-AGING(1:5).
           MOVE ZEROES TO IDX-FAIXA.
           PERFORM MOVE-FAIXA-TOTAL 5 TIMES.
           WRITE REL-SAI FROM LIN-TOT-AGING AFTER ADVANCING 2 LINES.
           PERFORM REGRAVA-PAGAR.
           CLOSE PAGFORN
                 RELPAGF
                 EXCLOG.
           DISPLAY "EM0428 - " CT-PAGOS " TITULO(S) PAGO(S), "
                   CT-RETIDOS " RETIDO(S)".

           COPY GRAVAEXC
               REPLACING ==CPY-PROGID== BY =="EM0428"==
                         ==CPY-CHAVE==  BY ==CHAVE-AUD==
                         ==CPY-SEVER==  BY =="E"==
                         ==CPY-MSG==    BY ==MSG-AUD==.

       COPY LEDATAMOV.
