       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0425.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       FECHAMENTO MENSAL DE ESTOQUE. O SALDO DE
      *               MERCADORIA SO EXISTIA NO "AGORA": O ATUMERC DO
      *               DIA VIRA O CADMERC DO DIA SEGUINTE E O VALOR DO
      *               ESTOQUE DO FIM DO MES PASSADO NAO SE REPRODUZ
      *               MAIS DEPOIS QUE CHEGAM MOVIMENTOS NOVOS. ESTE
      *               JOB RODA DEPOIS DO ULTIMO LOTE DO MES (COM A
      *               DATA DE MOVIMENTO AINDA NO MES A FECHAR) E:
      *                 - CONGELA, PARA CADA ITEM/DEPOSITO DO ATUMERC
      *                   (OS TRAILERS "TR" SAO IGNORADOS), A
      *                   QUANTIDADE, O CUSTO MEDIO E O VALOR DE
      *                   FECHAMENTO NO ARQUIVO DE SALDOS POR PERIODO
      *                   SALDOPER.DAT (COPY SALDOPER, EM EXTEND);
      *                 - APURA O CUSTO DAS MERCADORIAS VENDIDAS (CMV)
      *                   DO MES A PARTIR DO RAZAO LEDGCMV.DAT QUE O
      *                   EM0403 GRAVA A CADA SAIDA POR VENDA (TIPO 7)
      *                   E DEVOLUCAO DE VENDA (TIPO 8) AO CUSTO MEDIO
      *                   DO MOMENTO: CMV = VENDAS - DEVOLUCOES. ITEM
      *                   COM VENDA NO MES QUE NAO ESTA MAIS NO
      *                   ATUMERC (EXCLUIDO) ENTRA COM SALDO ZERO;
      *                 - GRAVA O CONTROLE DE FECHAMENTO FECHEST.DAT
      *                   (COPY FECHEST) COM O VALOR DO ESTOQUE FINAL
      *                   E O CMV - DAI EM DIANTE O EM0403 REJEITA
      *                   MOVIMENTO DATADO NA COMPETENCIA FECHADA, E O
      *                   EM0414 EXPORTA OS EVENTOS ESTOQUE E CMV
      *                   DELA PARA O DIARIO CONTABIL;
      *                 - REGISTRA O FECHAMENTO NO LOG COMUM EXCLOG
      *                   (SEVERIDADE "I") E IMPRIME RELFECH.
      *               A COMPETENCIA E O AAAAMM DA DATA DE MOVIMENTO.
      *               COMPETENCIA JA FECHADA (OU ANTERIOR AO ULTIMO
      *               FECHAMENTO) OU ATUMERC AUSENTE DEVOLVE
      *               RETURN-CODE 16 SEM GRAVAR NADA; UM MES PULADO
      *               DESDE O ULTIMO FECHAMENTO E AVISADO COM
      *               RETURN-CODE 4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATUMERC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQ.

           SELECT LEDGCMV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LEDGCMV.

           SELECT SALDOPER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SPE.

           SELECT FECHEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FECHEST.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT RELFECH ASSIGN TO DISK.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       FD ATUMERC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ATUMERC.DAT".

       01 REG-ATU.
           02 COD-ATU        PIC 9(03).
           02 DEP-ATU        PIC 9(02).
           02 DESC-ATU       PIC X(30).
           02 MIN-ATU        PIC 9(03).
           02 QTDE-ATU       PIC 9(03).
           02 PRECO-ATU      PIC 9(04)V99.
           02 FORN-ATU       PIC 9(04).
           02 PRAZO-ATU      PIC 9(03).

       01 REG-ATU-TRAILER.
           02 TIPO-TRAILER   PIC X(02).
           02 FILLER         PIC X(52).

       COPY LEDGCMV.

       COPY SALDOPER.

       COPY FECHEST.

       COPY EXCLOG.

       FD RELFECH
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-ARQ            PIC X(03) VALUE "NAO".
       77 FIM-LC             PIC X(03) VALUE "NAO".
       77 FS-ARQ             PIC X(02) VALUE SPACES.
       77 FS-LEDGCMV         PIC X(02) VALUE SPACES.
       77 FS-SPE             PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 QTD-CMV            PIC 9(03) VALUE ZEROES.
       77 IDX-CMV            PIC 9(03) VALUE ZEROES.
       77 POS-CMV            PIC 9(03) VALUE ZEROES.
       77 VALOR-ITEM         PIC 9(07)V99 VALUE ZEROES.
       77 VALOR-MOV-CMV      PIC 9(07)V99 VALUE ZEROES.
       77 QCMV-ITEM          PIC S9(05) VALUE ZEROES.
       77 CMV-ITEM           PIC S9(07)V99 VALUE ZEROES.
       77 TOT-VALOR          PIC 9(09)V99 VALUE ZEROES.
       77 TOT-CMV            PIC S9(09)V99 VALUE ZEROES.
       77 CT-ITENS           PIC 9(05) VALUE ZEROES.
       77 CT-LC-MES          PIC 9(07) VALUE ZEROES.
       77 CT-AVISO           PIC 9(03) VALUE ZEROES.
       77 CHAVE-AUD          PIC X(15) VALUE SPACES.
       77 MSG-AUD            PIC X(40) VALUE SPACES.

       01 COMPETENCIA-X      PIC X(06) VALUE SPACES.
       01 COMPETENCIA REDEFINES COMPETENCIA-X PIC 9(06).

       01 PROX-ANOMES.
           02 PROX-ANO       PIC 9(04).
           02 PROX-MES       PIC 9(02).

       COPY WSDATAMOV.

       COPY WSFECHEST.

       01 TAB-CMV.
           02 ENT-CMV OCCURS 500 TIMES.
               03 COD-CMV-TAB    PIC 9(03).
               03 DEP-CMV-TAB    PIC 9(02).
               03 QTDE-CMV-TAB   PIC S9(05).
               03 VALOR-CMV-TAB  PIC S9(07)V99.
               03 USADO-CMV-TAB  PIC X(01).

       01 CAB-01.
           02 FILLER         PIC X(43) VALUE
               "FECHAMENTO MENSAL DE ESTOQUE - COMPETENCIA ".
           02 MM-CAB         PIC 99.
           02 FILLER         PIC X(01) VALUE "/".
           02 AA-CAB         PIC 9(04).
           02 FILLER         PIC X(30) VALUE SPACES.

       01 CAB-02.
           02 FILLER         PIC X(40) VALUE
               "ITEM   DESCRICAO          QTDE    CUSTO ".
           02 FILLER         PIC X(40) VALUE
               "        VALOR  QT.VEND            CMV   ".

       01 DETALHE.
           02 COD-LIN        PIC 9(03).
           02 FILLER         PIC X(01) VALUE "/".
           02 DEP-LIN        PIC 9(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DESC-LIN       PIC X(18).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 QTDE-LIN       PIC ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 CUSTO-LIN      PIC Z.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VALOR-LIN      PIC Z.ZZZ.ZZ9,99.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 QCMV-LIN       PIC ----9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 CMV-LIN        PIC --.---.--9,99.
           02 FILLER         PIC X(05) VALUE SPACES.

       01 LIN-VALOR.
           02 DESCR-VAL      PIC X(42).
           02 VALOR-VAL      PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(23) VALUE SPACES.

       01 LIN-ITENS.
           02 FILLER         PIC X(42) VALUE
               "ITENS/DEPOSITOS CONGELADOS EM SALDOPER:  ".
           02 ITENS-RES      PIC ZZ.ZZ9.
           02 FILLER         PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.

       EM04-25.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM FIM.
           IF CT-AVISO IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO(1:6) TO COMPETENCIA-X.
           PERFORM LE-FECHEST.
           PERFORM CONFERE-COMPETENCIA.
           PERFORM CARGA-LEDGCMV.
           OPEN INPUT ATUMERC.
           IF FS-ARQ NOT EQUAL "00"
               DISPLAY "ATUMERC NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-ARQ
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND SALDOPER.
           IF FS-SPE EQUAL "35"
               CLOSE SALDOPER
               OPEN OUTPUT SALDOPER.
           OPEN OUTPUT RELFECH.
           MOVE COMPETENCIA-X(5:2) TO MM-CAB.
           MOVE COMPETENCIA-X(1:4) TO AA-CAB.
           WRITE REL-SAI FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           PERFORM LEITURA.

      * A COMPETENCIA TEM DE SER POSTERIOR AO ULTIMO FECHAMENTO; SE
      * NAO FOR O MES SEGUINTE A ELE, O MES PULADO FICA SEM SALDO
      * CONGELADO (AVISO, RETURN-CODE 4).
       CONFERE-COMPETENCIA.
           IF ANOMES-FECHADO IS NOT LESS THAN COMPETENCIA
               DISPLAY "EM0425 - COMPETENCIA " COMPETENCIA-X
                       " JA FECHADA (ULTIMO FECHAMENTO "
                       ANOMES-FECHADO-X ") - NADA GRAVADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF ANOMES-FECHADO NOT EQUAL ZEROES
               MOVE ANOMES-FECHADO-X TO PROX-ANOMES
               ADD 1 TO PROX-MES
               IF PROX-MES IS GREATER THAN 12
                   MOVE 1 TO PROX-MES
                   ADD 1 TO PROX-ANO
               END-IF
               IF PROX-ANOMES NOT EQUAL COMPETENCIA-X
                   ADD 1 TO CT-AVISO
                   DISPLAY "EM0425 - AVISO: ULTIMO FECHAMENTO FOI "
                           ANOMES-FECHADO-X " - MES(ES) ENTRE ELE E "
                           COMPETENCIA-X " SEM SALDO CONGELADO"
               END-IF
           END-IF.

      * CMV DO MES POR ITEM/DEPOSITO: VENDA SOMA, DEVOLUCAO ABATE.
      * SEM LEDGCMV NAO HOUVE VENDA PELO EM0422 - CMV ZERO.
       CARGA-LEDGCMV.
           OPEN INPUT LEDGCMV.
           IF FS-LEDGCMV EQUAL "00"
               PERFORM LE-LC UNTIL FIM-LC EQUAL "SIM"
               CLOSE LEDGCMV
           ELSE
               DISPLAY "EM0425 - SEM LEDGCMV - CMV DO MES ZERADO".

       LE-LC.
           READ LEDGCMV AT END
               MOVE "SIM" TO FIM-LC.
           IF FIM-LC NOT EQUAL "SIM"
               IF DATA-LC(1:6) EQUAL COMPETENCIA-X
                   ADD 1 TO CT-LC-MES
                   PERFORM ACUMULA-CMV.

       ACUMULA-CMV.
           MOVE ZEROES TO POS-CMV IDX-CMV.
           PERFORM TESTA-CMV-LC QTD-CMV TIMES.
           IF POS-CMV EQUAL ZEROES
               IF QTD-CMV GREATER THAN OR EQUAL TO 500
                   DISPLAY "LEDGCMV EXCEDE 500 ITENS/DEPOSITOS NO "
                           "MES - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-CMV
                   MOVE QTD-CMV TO POS-CMV
                   MOVE COD-LC TO COD-CMV-TAB(POS-CMV)
                   MOVE DEP-LC TO DEP-CMV-TAB(POS-CMV)
                   MOVE ZEROES TO QTDE-CMV-TAB(POS-CMV)
                                  VALOR-CMV-TAB(POS-CMV)
                   MOVE "N" TO USADO-CMV-TAB(POS-CMV).
           COMPUTE VALOR-MOV-CMV ROUNDED = QTDE-LC * CUSTO-LC.
           IF TIPO-LC EQUAL "8"
               SUBTRACT QTDE-LC FROM QTDE-CMV-TAB(POS-CMV)
               SUBTRACT VALOR-MOV-CMV FROM VALOR-CMV-TAB(POS-CMV)
           ELSE
               ADD QTDE-LC TO QTDE-CMV-TAB(POS-CMV)
               ADD VALOR-MOV-CMV TO VALOR-CMV-TAB(POS-CMV).

       TESTA-CMV-LC.
           ADD 1 TO IDX-CMV.
           IF COD-CMV-TAB(IDX-CMV) EQUAL COD-LC AND
              DEP-CMV-TAB(IDX-CMV) EQUAL DEP-LC
               MOVE IDX-CMV TO POS-CMV.

       LEITURA.
           READ ATUMERC AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           IF TIPO-TRAILER NOT EQUAL "TR"
               PERFORM CONGELA-ITEM.
           PERFORM LEITURA.

       CONGELA-ITEM.
           COMPUTE VALOR-ITEM ROUNDED = QTDE-ATU * PRECO-ATU.
           MOVE ZEROES TO QCMV-ITEM CMV-ITEM POS-CMV IDX-CMV.
           PERFORM TESTA-CMV-ATU QTD-CMV TIMES.
           IF POS-CMV IS GREATER THAN ZEROES
               MOVE QTDE-CMV-TAB(POS-CMV) TO QCMV-ITEM
               MOVE VALOR-CMV-TAB(POS-CMV) TO CMV-ITEM
               MOVE "S" TO USADO-CMV-TAB(POS-CMV).
           MOVE COMPETENCIA TO ANOMES-SP.
           MOVE COD-ATU TO COD-SP.
           MOVE DEP-ATU TO DEP-SP.
           MOVE DESC-ATU TO DESC-SP.
           MOVE QTDE-ATU TO QTDE-SP.
           MOVE PRECO-ATU TO CUSTO-SP.
           PERFORM GRAVA-SALDO-PERIODO.

       TESTA-CMV-ATU.
           ADD 1 TO IDX-CMV.
           IF COD-CMV-TAB(IDX-CMV) EQUAL COD-ATU AND
              DEP-CMV-TAB(IDX-CMV) EQUAL DEP-ATU
               MOVE IDX-CMV TO POS-CMV.

       GRAVA-SALDO-PERIODO.
           MOVE VALOR-ITEM TO VALOR-SP.
           MOVE QCMV-ITEM TO QCMV-SP.
           MOVE CMV-ITEM TO CMV-SP.
           WRITE REG-SPE.
           ADD 1 TO CT-ITENS.
           ADD VALOR-ITEM TO TOT-VALOR.
           ADD CMV-ITEM TO TOT-CMV.
           MOVE COD-SP TO COD-LIN.
           MOVE DEP-SP TO DEP-LIN.
           MOVE DESC-SP TO DESC-LIN.
           MOVE QTDE-SP TO QTDE-LIN.
           MOVE CUSTO-SP TO CUSTO-LIN.
           MOVE VALOR-SP TO VALOR-LIN.
           MOVE QCMV-SP TO QCMV-LIN.
           MOVE CMV-SP TO CMV-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

      * ITEM VENDIDO NO MES E EXCLUIDO DEPOIS: SALDO ZERO, SO O CMV.
       CMV-SEM-SALDO.
           MOVE ZEROES TO IDX-CMV.
           PERFORM TESTA-CMV-SEM-SALDO QTD-CMV TIMES.

       TESTA-CMV-SEM-SALDO.
           ADD 1 TO IDX-CMV.
           IF USADO-CMV-TAB(IDX-CMV) EQUAL "N"
               MOVE COMPETENCIA TO ANOMES-SP
               MOVE COD-CMV-TAB(IDX-CMV) TO COD-SP
               MOVE DEP-CMV-TAB(IDX-CMV) TO DEP-SP
               MOVE "ITEM EXCLUIDO NO MES" TO DESC-SP
               MOVE ZEROES TO QTDE-SP CUSTO-SP VALOR-ITEM
               MOVE QTDE-CMV-TAB(IDX-CMV) TO QCMV-ITEM
               MOVE VALOR-CMV-TAB(IDX-CMV) TO CMV-ITEM
               MOVE "S" TO USADO-CMV-TAB(IDX-CMV)
               PERFORM GRAVA-SALDO-PERIODO.

       FIM.
           PERFORM CMV-SEM-SALDO.
           PERFORM GRAVA-FECHAMENTO.
           MOVE CT-ITENS TO ITENS-RES.
           WRITE REL-SAI FROM LIN-ITENS AFTER ADVANCING 2 LINES.
           MOVE "ESTOQUE FINAL (QTDE X CUSTO MEDIO):" TO DESCR-VAL.
           MOVE TOT-VALOR TO VALOR-VAL.
           WRITE REL-SAI FROM LIN-VALOR AFTER ADVANCING 1 LINE.
           MOVE "CMV DO MES (VENDAS - DEVOLUCOES):" TO DESCR-VAL.
           MOVE TOT-CMV TO VALOR-VAL.
           WRITE REL-SAI FROM LIN-VALOR AFTER ADVANCING 1 LINE.
           IF ANOMES-FECHADO NOT EQUAL ZEROES
               MOVE SPACES TO DESCR-VAL
               STRING "ESTOQUE FINAL DO FECHAMENTO " ANOMES-FECHADO-X
                      ":" DELIMITED BY SIZE INTO DESCR-VAL
               MOVE VALOR-FECHADO TO VALOR-VAL
               WRITE REL-SAI FROM LIN-VALOR AFTER ADVANCING 1 LINE.
           CLOSE ATUMERC
                 SALDOPER
                 RELFECH.
           DISPLAY "EM0425 - COMPETENCIA " COMPETENCIA-X " FECHADA: "
                   CT-ITENS " ITEM(NS), " CT-LC-MES
                   " MOVIMENTO(S) DE VENDA/DEVOLUCAO NO CMV".

      * O CONTROLE DE FECHAMENTO E O QUE FECHA O PERIODO PARA O
      * EM0403; O FECHAMENTO FICA REGISTRADO NO EXCLOG.
       GRAVA-FECHAMENTO.
           OPEN EXTEND FECHEST.
           IF FS-FECHEST EQUAL "35"
               CLOSE FECHEST
               OPEN OUTPUT FECHEST.
           MOVE COMPETENCIA TO ANOMES-FE.
           MOVE DATA-MOVTO TO DATA-FE.
           MOVE CT-ITENS TO ITENS-FE.
           MOVE TOT-VALOR TO VALOR-FE.
           MOVE TOT-CMV TO CMV-FE.
           WRITE REG-FECHEST.
           CLOSE FECHEST.
           OPEN EXTEND EXCLOG.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           MOVE SPACES TO CHAVE-AUD.
           STRING "ESTOQUE " COMPETENCIA-X DELIMITED BY SIZE
               INTO CHAVE-AUD.
           MOVE "COMPETENCIA FECHADA - SALDOS EM SALDOPER"
               TO MSG-AUD.
           PERFORM GRAVA-EXCLOG.
           CLOSE EXCLOG.

           COPY GRAVAEXC
               REPLACING ==CPY-PROGID== BY =="EM0425"==
                         ==CPY-CHAVE==  BY ==CHAVE-AUD==
                         ==CPY-SEVER==  BY =="I"==
                         ==CPY-MSG==    BY ==MSG-AUD==.

       COPY LEDATAMOV.

       COPY LEFECHEST.
