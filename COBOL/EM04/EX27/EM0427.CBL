       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0427.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       CONTAS A PAGAR - CASAMENTO DAS NOTAS FISCAIS DE
      *               FORNECEDOR COM O PEDIDO E O RECEBIMENTO. AS
      *               NOTAS CHEGAVAM EM PAPEL E ERAM PAGAS SEM
      *               CONFERENCIA COM O QUE FOI PEDIDO (PEDABERTO) OU
      *               RECEBIDO (RECEBMERC, JA BAIXADO NO PEDABERTO
      *               PELO EM0416). ESTE JOB, RODADO DEPOIS DO EM0416,
      *               LE AS NOTAS DIGITADAS EM NFENTRA.DAT (UM
      *               REGISTRO POR ITEM, COM FORNECEDOR, NUMERO,
      *               EMISSAO E VENCIMENTO DA NOTA REPETIDOS EM CADA
      *               ITEM E OS ITENS DA MESMA NOTA EM SEQUENCIA) E
      *               FAZ O CASAMENTO EM TRES VIAS DE CADA ITEM COM O
      *               ITEM DO PEDIDO (PEDIDO + COD + DEP):
      *                 - O PEDIDO TEM DE SER DO FORNECEDOR DA NOTA;
      *                 - A QUANTIDADE FATURADA (NOTAS JA LANCADAS NO
      *                   HISTORICO NFHIST.DAT MAIS ESTA) NAO PODE
      *                   PASSAR DA RECEBIDA NEM DA PEDIDA, ALEM DA
      *                   TOLERANCIA DE QUANTIDADE;
      *                 - O PRECO DA NOTA NAO PODE DIFERIR DO PRECO
      *                   DO PEDIDO ALEM DA TOLERANCIA DE PRECO.
      *               NOTA COM TODOS OS ITENS CASADOS VIRA TITULO NO
      *               CONTAS A PAGAR CADPAGAR.DAT (COPY CADPAGAR, EM
      *               EXTEND) COM O VENCIMENTO ROLADO PARA DIA UTIL
      *               PELO SUBPROGRAMA DATAROLL, E SEUS ITENS VAO PARA
      *               O NFHIST. UM ITEM FORA DO CASAMENTO BLOQUEIA A
      *               NOTA INTEIRA: ELA SAI NO RELATORIO DE NOTAS
      *               BLOQUEADAS RELNFBLQ, PARA COMPRAS, COM O MOTIVO
      *               DE CADA ITEM, E E REGISTRADA NO LOG COMUM
      *               EXCLOG; DEPOIS DO ACERTO A NOTA E REDIGITADA.
      *               NOTA JA LANCADA (MESMO FORNECEDOR E NUMERO NO
      *               CADPAGAR) E EMISSAO OU VENCIMENTO INVALIDOS
      *               (DATAS DDMMAAAA, CRITICADAS PELO DATEVALID;
      *               EMISSAO NAO PODE SER FUTURA) TAMBEM BLOQUEIAM.
      *               PARAMETROS NO RUNCTL (PROG "EM0427"):
      *                 PARM1 = TOLERANCIA DE PRECO EM % (ZERO =
      *                         2,00);
      *                 PARM2 = TOLERANCIA DE QUANTIDADE EM % (ZERO =
      *                         NENHUMA).
      *               RETURN-CODE 4 COM NOTA BLOQUEADA; NFENTRA OU
      *               PEDABERTO AUSENTE DEVOLVE 16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFENTRA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NF.

           SELECT PEDABERTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ABERTO.

           SELECT NFHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NFH.

           SELECT CADPAGAR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGAR.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT RELNFBLQ ASSIGN TO DISK.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       FD NFENTRA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NFENTRA.DAT".

       01 REG-NF.
           02 FORN-NF        PIC 9(04).
           02 NUMNF-NF       PIC 9(09).
           02 EMISSAO-NF     PIC 9(08).
           02 VENCTO-NF      PIC 9(08).
           02 PEDIDO-NF      PIC 9(06).
           02 COD-NF         PIC 9(03).
           02 DEP-NF         PIC 9(02).
           02 QTDE-NF        PIC 9(04).
           02 PRECO-NF       PIC 9(04)V99.

       FD PEDABERTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDABERTO.DAT".

       01 REG-ABERTO.
           02 PEDIDO-AB      PIC 9(06).
           02 FORN-AB        PIC 9(04).
           02 COD-AB         PIC 9(03).
           02 DEP-AB         PIC 9(02).
           02 DESC-AB        PIC X(30).
           02 QTDPED-AB      PIC 9(04).
           02 QTDREC-AB      PIC 9(04).
           02 PRECO-AB       PIC 9(04)V99.
           02 DATA-AB        PIC 9(08).
           02 PRAZO-AB       PIC 9(03).
           02 STATUS-AB      PIC X(01).
           02 DTREC-AB       PIC 9(08).

       FD NFHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NFHIST.DAT".

       01 REG-NFH.
           02 FORN-NFH       PIC 9(04).
           02 NUMNF-NFH      PIC 9(09).
           02 PEDIDO-NFH     PIC 9(06).
           02 COD-NFH        PIC 9(03).
           02 DEP-NFH        PIC 9(02).
           02 QTDE-NFH       PIC 9(04).
           02 PRECO-NFH      PIC 9(04)V99.
           02 DATA-NFH       PIC 9(08).

       COPY CADPAGAR.

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".

       01 REG-RUNCTL.
           02 PROG-RUNCTL    PIC X(06).
           02 PARM1-RUNCTL   PIC 9(07)V99.
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

       COPY EXCLOG.

       FD RELNFBLQ
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-NF             PIC X(03) VALUE "NAO".
       77 FIM-ABERTO         PIC X(03) VALUE "NAO".
       77 FIM-NFH            PIC X(03) VALUE "NAO".
       77 FIM-PAGAR          PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FS-NF              PIC X(02) VALUE SPACES.
       77 FS-ABERTO          PIC X(02) VALUE SPACES.
       77 FS-NFH             PIC X(02) VALUE SPACES.
       77 FS-PAGAR           PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 PCT-TOL-PRECO      PIC 9(03)V99 VALUE 2,00.
       77 PCT-TOL-QTDE       PIC 9(03)V99 VALUE ZEROES.
       77 QTD-PED            PIC 9(03) VALUE ZEROES.
       77 IDX-PED            PIC 9(03) VALUE ZEROES.
       77 POS-PED            PIC 9(03) VALUE ZEROES.
       77 QTD-LANC           PIC 9(04) VALUE ZEROES.
       77 IDX-LANC           PIC 9(04) VALUE ZEROES.
       77 POS-LANC           PIC 9(04) VALUE ZEROES.
       77 QTD-ITNF           PIC 9(02) VALUE ZEROES.
       77 IDX-ITNF           PIC 9(02) VALUE ZEROES.
       77 PRIMEIRA-NOTA      PIC X(03) VALUE "SIM".
       77 NOTA-OK            PIC X(03) VALUE "SIM".
       77 MOTIVO-NOTA        PIC X(30) VALUE SPACES.
       77 MOTIVO-ITEM        PIC X(30) VALUE SPACES.
       77 VALOR-NOTA         PIC 9(09)V99 VALUE ZEROES.
       77 VALOR-ITEM         PIC 9(07)V99 VALUE ZEROES.
       77 QTDE-FATURADA      PIC 9(05) VALUE ZEROES.
       77 LIMITE-QTDE        PIC 9(05)V99 VALUE ZEROES.
       77 DIFER-PRECO        PIC 9(04)V99 VALUE ZEROES.
       77 LIMITE-PRECO       PIC 9(04)V9999 VALUE ZEROES.
       77 DATA-VAL           PIC 9     VALUE ZEROES.
       77 DIAS-ZERO          PIC 9(03) VALUE ZEROES.
       77 CT-LANCADAS        PIC 9(05) VALUE ZEROES.
       77 CT-BLOQUEADAS      PIC 9(05) VALUE ZEROES.
       77 VALOR-LANCADO      PIC 9(11)V99 VALUE ZEROES.
       77 CHAVE-AUD          PIC X(15) VALUE SPACES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

       01 DATA-REF-ZERO      PIC 9(08) VALUE ZEROES.

       01 NOTA-ATUAL.
           02 FORN-NOTA      PIC 9(04).
           02 NUMNF-NOTA     PIC 9(09).

       01 DATA-DIGITADA.
           02 DD-DIG         PIC 9(02).
           02 MM-DIG         PIC 9(02).
           02 AAAA-DIG       PIC 9(04).

       01 DATA-CONV.
           02 AAAA-CONV      PIC 9(04).
           02 MM-CONV        PIC 9(02).
           02 DD-CONV        PIC 9(02).
       01 DATA-CONV-9 REDEFINES DATA-CONV PIC 9(08).

       01 EMISSAO-NOTA       PIC 9(08) VALUE ZEROES.
       01 VENCTO-NOTA        PIC 9(08) VALUE ZEROES.
       01 VENCTO-ROLADO      PIC 9(08) VALUE ZEROES.

       COPY WSDATAMOV.

       01 TAB-PED.
           02 ENT-PED OCCURS 500 TIMES.
               03 PEDIDO-TAB     PIC 9(06).
               03 FORN-TAB       PIC 9(04).
               03 COD-TAB        PIC 9(03).
               03 DEP-TAB        PIC 9(02).
               03 QTDPED-TAB     PIC 9(04).
               03 QTDREC-TAB     PIC 9(04).
               03 PRECO-TAB      PIC 9(04)V99.
               03 QTDFAT-TAB     PIC 9(05).
               03 QTDNF-TAB      PIC 9(05).

       01 TAB-LANC.
           02 CHAVE-LANC-TAB PIC X(13) OCCURS 1000 TIMES.

       01 TAB-ITNF.
           02 ENT-ITNF OCCURS 50 TIMES.
               03 PEDIDO-IT      PIC 9(06).
               03 COD-IT         PIC 9(03).
               03 DEP-IT         PIC 9(02).
               03 QTDE-IT        PIC 9(04).
               03 PRECO-IT       PIC 9(04)V99.
               03 POS-IT         PIC 9(03).
               03 MOTIVO-IT      PIC X(30).

       01 CAB-01.
           02 FILLER         PIC X(40) VALUE
               "NOTAS DE FORNECEDOR BLOQUEADAS NO CASAME".
           02 FILLER         PIC X(31) VALUE
               "NTO COM PEDIDO E RECEBIMENTO - ".
           02 DATA-CAB       PIC 9(08).
           02 FILLER         PIC X(01) VALUE SPACES.

       01 CAB-02.
           02 FILLER         PIC X(24) VALUE
               "TOLERANCIA DE PRECO %: ".
           02 TOLP-CAB       PIC ZZ9,99.
           02 FILLER         PIC X(27) VALUE
               "   TOLERANCIA DE QTDE %:  ".
           02 TOLQ-CAB       PIC ZZ9,99.
           02 FILLER         PIC X(17) VALUE SPACES.

       01 LIN-NOTA.
           02 FILLER         PIC X(06) VALUE "FORN. ".
           02 FORN-LIN       PIC 9(04).
           02 FILLER         PIC X(05) VALUE "  NF ".
           02 NUMNF-LIN      PIC 9(09).
           02 FILLER         PIC X(07) VALUE "  VALOR".
           02 VALOR-NOTA-LIN PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 MOTIVO-NOTA-LIN PIC X(30).
           02 FILLER         PIC X(03) VALUE SPACES.

       01 LIN-ITEM.
           02 FILLER         PIC X(07) VALUE "   PED ".
           02 PEDIDO-LIN     PIC 9(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 COD-LIN        PIC 9(03).
           02 FILLER         PIC X(01) VALUE "/".
           02 DEP-LIN        PIC 9(02).
           02 FILLER         PIC X(06) VALUE " QTDE ".
           02 QTDE-LIN       PIC ZZZ9.
           02 FILLER         PIC X(07) VALUE " PRECO ".
           02 PRECO-LIN      PIC Z.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 MOTIVO-LIN     PIC X(30).
           02 FILLER         PIC X(03) VALUE SPACES.

       01 LIN-TOTAL.
           02 FILLER         PIC X(17) VALUE "NOTAS LANCADAS: ".
           02 LANC-TOT       PIC ZZ.ZZ9.
           02 FILLER         PIC X(08) VALUE "  VALOR ".
           02 VALOR-TOT      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(15) VALUE "  BLOQUEADAS: ".
           02 BLOQ-TOT       PIC ZZ.ZZ9.
           02 FILLER         PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.

       EM04-27.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-NF EQUAL "SIM".
           PERFORM FIM.
           IF CT-BLOQUEADAS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           PERFORM CARGA-RUNCTL.
           OPEN INPUT NFENTRA.
           IF FS-NF NOT EQUAL "00"
               DISPLAY "NFENTRA NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-NF
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM CARGA-PEDIDOS.
           PERFORM CARGA-NFHIST.
           PERFORM CARGA-LANCADAS.
           OPEN EXTEND NFHIST.
           IF FS-NFH EQUAL "35"
               CLOSE NFHIST
               OPEN OUTPUT NFHIST.
           OPEN EXTEND CADPAGAR.
           IF FS-PAGAR EQUAL "35"
               CLOSE CADPAGAR
               OPEN OUTPUT CADPAGAR.
           OPEN EXTEND EXCLOG.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           OPEN OUTPUT RELNFBLQ.
           MOVE DATA-RODADA TO DATA-CAB.
           MOVE PCT-TOL-PRECO TO TOLP-CAB.
           MOVE PCT-TOL-QTDE TO TOLQ-CAB.
           WRITE REL-SAI FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM CAB-02 AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           PERFORM LE-NF.

       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0427"
               IF PROG-RUNCTL EQUAL "EM0427"
                   IF PARM1-RUNCTL NOT EQUAL ZEROES
                       MOVE PARM1-RUNCTL TO PCT-TOL-PRECO
                   END-IF
                   MOVE PARM2-RUNCTL TO PCT-TOL-QTDE
               END-IF
               CLOSE RUNCTL
           END-IF.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

      * ITENS DE PEDIDO COM O PEDIDO, O RECEBIDO E O PRECO DO PEDIDO.
       CARGA-PEDIDOS.
           OPEN INPUT PEDABERTO.
           IF FS-ABERTO NOT EQUAL "00"
               DISPLAY "PEDABERTO NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-ABERTO
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-ABERTO UNTIL FIM-ABERTO EQUAL "SIM".
           CLOSE PEDABERTO.

       LE-ABERTO.
           READ PEDABERTO AT END
               MOVE "SIM" TO FIM-ABERTO.
           IF FIM-ABERTO NOT EQUAL "SIM"
               IF QTD-PED GREATER THAN OR EQUAL TO 500
                   DISPLAY "PEDABERTO EXCEDE 500 ITENS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-PED
                   MOVE PEDIDO-AB TO PEDIDO-TAB(QTD-PED)
                   MOVE FORN-AB TO FORN-TAB(QTD-PED)
                   MOVE COD-AB TO COD-TAB(QTD-PED)
                   MOVE DEP-AB TO DEP-TAB(QTD-PED)
                   MOVE QTDPED-AB TO QTDPED-TAB(QTD-PED)
                   MOVE QTDREC-AB TO QTDREC-TAB(QTD-PED)
                   MOVE PRECO-AB TO PRECO-TAB(QTD-PED)
                   MOVE ZEROES TO QTDFAT-TAB(QTD-PED)
                                  QTDNF-TAB(QTD-PED).

      * QUANTIDADE JA FATURADA EM NOTAS LANCADAS ANTERIORMENTE.
       CARGA-NFHIST.
           OPEN INPUT NFHIST.
           IF FS-NFH EQUAL "00"
               PERFORM LE-NFH UNTIL FIM-NFH EQUAL "SIM"
               CLOSE NFHIST.

       LE-NFH.
           READ NFHIST AT END
               MOVE "SIM" TO FIM-NFH.
           IF FIM-NFH NOT EQUAL "SIM"
               MOVE PEDIDO-NFH TO PEDIDO-NF
               MOVE COD-NFH TO COD-NF
               MOVE DEP-NFH TO DEP-NF
               PERFORM PROCURA-PEDIDO
               IF POS-PED IS GREATER THAN ZEROES
                   ADD QTDE-NFH TO QTDFAT-TAB(POS-PED).

      * FORNECEDOR + NUMERO DAS NOTAS JA LANCADAS NO CONTAS A PAGAR.
       CARGA-LANCADAS.
           OPEN INPUT CADPAGAR.
           IF FS-PAGAR EQUAL "00"
               PERFORM LE-PAGAR UNTIL FIM-PAGAR EQUAL "SIM"
               CLOSE CADPAGAR.

       LE-PAGAR.
           READ CADPAGAR AT END
               MOVE "SIM" TO FIM-PAGAR.
           IF FIM-PAGAR NOT EQUAL "SIM"
               MOVE FORN-PG TO FORN-NOTA
               MOVE NUMNF-PG TO NUMNF-NOTA
               PERFORM GUARDA-LANCADA.

       GUARDA-LANCADA.
           IF QTD-LANC GREATER THAN OR EQUAL TO 1000
               DISPLAY "CADPAGAR EXCEDE 1000 NOTAS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               ADD 1 TO QTD-LANC
               MOVE NOTA-ATUAL TO CHAVE-LANC-TAB(QTD-LANC).

       PROCURA-LANCADA.
           MOVE ZEROES TO POS-LANC IDX-LANC.
           PERFORM TESTA-LANCADA QTD-LANC TIMES.

       TESTA-LANCADA.
           ADD 1 TO IDX-LANC.
           IF CHAVE-LANC-TAB(IDX-LANC) EQUAL NOTA-ATUAL
               MOVE IDX-LANC TO POS-LANC.

       PROCURA-PEDIDO.
           MOVE ZEROES TO POS-PED IDX-PED.
           PERFORM TESTA-PEDIDO QTD-PED TIMES.

       TESTA-PEDIDO.
           ADD 1 TO IDX-PED.
           IF PEDIDO-TAB(IDX-PED) EQUAL PEDIDO-NF AND
              COD-TAB(IDX-PED) EQUAL COD-NF AND
              DEP-TAB(IDX-PED) EQUAL DEP-NF
               MOVE IDX-PED TO POS-PED.

       LE-NF.
           READ NFENTRA AT END MOVE "SIM" TO FIM-NF.

       PRINCIPAL.
           IF PRIMEIRA-NOTA EQUAL "SIM" OR
              FORN-NF NOT EQUAL FORN-NOTA OR
              NUMNF-NF NOT EQUAL NUMNF-NOTA
               IF PRIMEIRA-NOTA NOT EQUAL "SIM"
                   PERFORM FECHA-NOTA
               END-IF
               MOVE "NAO" TO PRIMEIRA-NOTA
               PERFORM INICIA-NOTA.
           PERFORM VALIDA-ITEM.
           PERFORM LE-NF.

      * CABECALHO DA NOTA (VEM NO PRIMEIRO ITEM): DATAS E DUPLICIDADE.
       INICIA-NOTA.
           MOVE FORN-NF TO FORN-NOTA.
           MOVE NUMNF-NF TO NUMNF-NOTA.
           MOVE ZEROES TO QTD-ITNF VALOR-NOTA EMISSAO-NOTA
                          VENCTO-NOTA VENCTO-ROLADO.
           MOVE "SIM" TO NOTA-OK.
           MOVE SPACES TO MOTIVO-NOTA.
           MOVE EMISSAO-NF TO DATA-DIGITADA.
           CALL "DATEVALID" USING DATA-DIGITADA DATA-RODADA DATA-VAL.
           IF DATA-VAL NOT EQUAL 1
               MOVE "NAO" TO NOTA-OK
               MOVE "EMISSAO INVALIDA OU FUTURA" TO MOTIVO-NOTA
           ELSE
               PERFORM CONVERTE-DATA
               MOVE DATA-CONV-9 TO EMISSAO-NOTA.
           MOVE VENCTO-NF TO DATA-DIGITADA.
           CALL "DATEVALID" USING DATA-DIGITADA DATA-REF-ZERO
                                  DATA-VAL.
           IF DATA-VAL NOT EQUAL 1
               MOVE "NAO" TO NOTA-OK
               MOVE "VENCIMENTO INVALIDO" TO MOTIVO-NOTA
           ELSE
               PERFORM CONVERTE-DATA
               MOVE DATA-CONV-9 TO VENCTO-NOTA
               CALL "DATAROLL" USING VENCTO-NOTA DIAS-ZERO
                                     VENCTO-ROLADO.
           PERFORM PROCURA-LANCADA.
           IF POS-LANC IS GREATER THAN ZEROES
               MOVE "NAO" TO NOTA-OK
               MOVE "NOTA JA LANCADA NO CADPAGAR"
                   TO MOTIVO-NOTA.

       CONVERTE-DATA.
           MOVE AAAA-DIG TO AAAA-CONV.
           MOVE MM-DIG TO MM-CONV.
           MOVE DD-DIG TO DD-CONV.

      * CASAMENTO EM TRES VIAS DO ITEM: NOTA X PEDIDO X RECEBIDO. A
      * QUANTIDADE DO ITEM FICA RESERVADA EM QTDNF ATE A NOTA FECHAR,
      * PARA QUE O MESMO ITEM REPETIDO NA NOTA SOME NA CONFERENCIA.
       VALIDA-ITEM.
           MOVE SPACES TO MOTIVO-ITEM.
           PERFORM PROCURA-PEDIDO.
           IF POS-PED EQUAL ZEROES
               MOVE "ITEM SEM PEDIDO EM ABERTO" TO MOTIVO-ITEM
           ELSE
               PERFORM CONFERE-ITEM.
           COMPUTE VALOR-ITEM ROUNDED = QTDE-NF * PRECO-NF.
           ADD VALOR-ITEM TO VALOR-NOTA.
           IF MOTIVO-ITEM NOT EQUAL SPACES
               MOVE "NAO" TO NOTA-OK.
           IF QTD-ITNF GREATER THAN OR EQUAL TO 50
               MOVE "NAO" TO NOTA-OK
               MOVE "NOTA COM MAIS DE 50 ITENS" TO MOTIVO-NOTA
           ELSE
               ADD 1 TO QTD-ITNF
               MOVE PEDIDO-NF TO PEDIDO-IT(QTD-ITNF)
               MOVE COD-NF TO COD-IT(QTD-ITNF)
               MOVE DEP-NF TO DEP-IT(QTD-ITNF)
               MOVE QTDE-NF TO QTDE-IT(QTD-ITNF)
               MOVE PRECO-NF TO PRECO-IT(QTD-ITNF)
               MOVE POS-PED TO POS-IT(QTD-ITNF)
               MOVE MOTIVO-ITEM TO MOTIVO-IT(QTD-ITNF)
               IF POS-PED IS GREATER THAN ZEROES
                   ADD QTDE-NF TO QTDNF-TAB(POS-PED).

       CONFERE-ITEM.
           COMPUTE QTDE-FATURADA = QTDFAT-TAB(POS-PED)
                                 + QTDNF-TAB(POS-PED) + QTDE-NF.
           IF PRECO-NF IS GREATER THAN PRECO-TAB(POS-PED)
               COMPUTE DIFER-PRECO = PRECO-NF - PRECO-TAB(POS-PED)
           ELSE
               COMPUTE DIFER-PRECO = PRECO-TAB(POS-PED) - PRECO-NF.
           COMPUTE LIMITE-PRECO =
               PRECO-TAB(POS-PED) * PCT-TOL-PRECO / 100.
           IF FORN-TAB(POS-PED) NOT EQUAL FORN-NF
               MOVE "PEDIDO DE OUTRO FORNECEDOR" TO MOTIVO-ITEM
           ELSE
               COMPUTE LIMITE-QTDE = QTDREC-TAB(POS-PED)
                   * (100 + PCT-TOL-QTDE) / 100
               IF QTDE-FATURADA IS GREATER THAN LIMITE-QTDE
                   MOVE "QTDE ACIMA DA RECEBIDA"
                       TO MOTIVO-ITEM
               ELSE
                   COMPUTE LIMITE-QTDE = QTDPED-TAB(POS-PED)
                       * (100 + PCT-TOL-QTDE) / 100
                   IF QTDE-FATURADA IS GREATER THAN LIMITE-QTDE
                       MOVE "QTDE ACIMA DA PEDIDA"
                           TO MOTIVO-ITEM
                   ELSE
                       IF DIFER-PRECO IS GREATER THAN LIMITE-PRECO
                           MOVE "PRECO FORA DA TOLERANCIA"
                               TO MOTIVO-ITEM.

       FECHA-NOTA.
           IF NOTA-OK EQUAL "SIM"
               PERFORM LANCA-NOTA
           ELSE
               PERFORM BLOQUEIA-NOTA.

      * NOTA CASADA: TITULO NO CONTAS A PAGAR E ITENS NO HISTORICO.
       LANCA-NOTA.
           MOVE ZEROES TO IDX-ITNF.
           PERFORM GRAVA-ITEM-HIST QTD-ITNF TIMES.
           MOVE FORN-NOTA TO FORN-PG.
           MOVE NUMNF-NOTA TO NUMNF-PG.
           MOVE EMISSAO-NOTA TO EMISSAO-PG.
           MOVE VENCTO-ROLADO TO VENCTO-PG.
           MOVE VALOR-NOTA TO VALOR-PG.
           MOVE "A" TO STATUS-PG.
           MOVE ZEROES TO DTPAG-PG.
           MOVE DATA-RODADA TO LANC-PG.
           WRITE REG-PAGAR.
           PERFORM GUARDA-LANCADA.
           ADD 1 TO CT-LANCADAS.
           ADD VALOR-NOTA TO VALOR-LANCADO.

       GRAVA-ITEM-HIST.
           ADD 1 TO IDX-ITNF.
           MOVE POS-IT(IDX-ITNF) TO POS-PED.
           ADD QTDE-IT(IDX-ITNF) TO QTDFAT-TAB(POS-PED).
           MOVE ZEROES TO QTDNF-TAB(POS-PED).
           MOVE FORN-NOTA TO FORN-NFH.
           MOVE NUMNF-NOTA TO NUMNF-NFH.
           MOVE PEDIDO-IT(IDX-ITNF) TO PEDIDO-NFH.
           MOVE COD-IT(IDX-ITNF) TO COD-NFH.
           MOVE DEP-IT(IDX-ITNF) TO DEP-NFH.
           MOVE QTDE-IT(IDX-ITNF) TO QTDE-NFH.
           MOVE PRECO-IT(IDX-ITNF) TO PRECO-NFH.
           MOVE DATA-RODADA TO DATA-NFH.
           WRITE REG-NFH.

      * NOTA BLOQUEADA: LIBERA A QUANTIDADE RESERVADA E LISTA OS
      * ITENS COM O MOTIVO PARA COMPRAS.
       BLOQUEIA-NOTA.
           ADD 1 TO CT-BLOQUEADAS.
           IF MOTIVO-NOTA EQUAL SPACES
               MOVE "ITEM FORA DO CASAMENTO" TO MOTIVO-NOTA.
           MOVE FORN-NOTA TO FORN-LIN.
           MOVE NUMNF-NOTA TO NUMNF-LIN.
           MOVE VALOR-NOTA TO VALOR-NOTA-LIN.
           MOVE MOTIVO-NOTA TO MOTIVO-NOTA-LIN.
           WRITE REL-SAI FROM LIN-NOTA AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO IDX-ITNF.
           PERFORM LISTA-ITEM-BLOQ QTD-ITNF TIMES.
           MOVE SPACES TO CHAVE-AUD.
           STRING FORN-NOTA "/" NUMNF-NOTA DELIMITED BY SIZE
               INTO CHAVE-AUD.
           PERFORM GRAVA-EXCLOG.

       LISTA-ITEM-BLOQ.
           ADD 1 TO IDX-ITNF.
           IF POS-IT(IDX-ITNF) IS GREATER THAN ZEROES
               MOVE POS-IT(IDX-ITNF) TO POS-PED
               MOVE ZEROES TO QTDNF-TAB(POS-PED).
           MOVE PEDIDO-IT(IDX-ITNF) TO PEDIDO-LIN.
           MOVE COD-IT(IDX-ITNF) TO COD-LIN.
           MOVE DEP-IT(IDX-ITNF) TO DEP-LIN.
           MOVE QTDE-IT(IDX-ITNF) TO QTDE-LIN.
           MOVE PRECO-IT(IDX-ITNF) TO PRECO-LIN.
           IF MOTIVO-IT(IDX-ITNF) EQUAL SPACES
               MOVE "CASADO" TO MOTIVO-LIN
           ELSE
               MOVE MOTIVO-IT(IDX-ITNF) TO MOTIVO-LIN.
           WRITE REL-SAI FROM LIN-ITEM AFTER ADVANCING 1 LINE.

       FIM.
           IF PRIMEIRA-NOTA NOT EQUAL "SIM"
               PERFORM FECHA-NOTA.
           MOVE CT-LANCADAS TO LANC-TOT.
           MOVE VALOR-LANCADO TO VALOR-TOT.
           MOVE CT-BLOQUEADAS TO BLOQ-TOT.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 3 LINES.
           CLOSE NFENTRA
                 NFHIST
                 CADPAGAR
                 EXCLOG
                 RELNFBLQ.
           DISPLAY "EM0427 - " CT-LANCADAS " NOTA(S) LANCADA(S), "
                   CT-BLOQUEADAS " BLOQUEADA(S)".

           COPY GRAVAEXC
               REPLACING ==CPY-PROGID== BY =="EM0427"==
                         ==CPY-CHAVE==  BY ==CHAVE-AUD==
                         ==CPY-SEVER==  BY =="E"==
                         ==CPY-MSG==    BY ==MOTIVO-NOTA==.

       COPY LEDATAMOV.
