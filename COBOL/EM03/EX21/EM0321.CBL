      *               RELATORIO E PARA O LOG COMUM DE EXCECOES
      *               (EXCLOG.DAT), COM RETURN-CODE 4. ESTATISTICAS
      *               EM RUNSTAT.DAT, COMO NO EM0212.
      *
      *MODIFICACAO
      *  15/10/2026  O EXCEDENTE DO PAGAMENTO QUE PASSA DO SALDO DEIXA
      *              DE SER SO REPORTADO: VIRA UM CREDITO DO ALUNO NO
      *              CADCRED.DAT (EXTEND - VER CADCRED.CPY), CONSUMIDO
      *              PELA MENSALIDADE SEGUINTE DO EM0320 OU DEVOLVIDO
      *              PELO EM0332, COM TOTAL DE CREDITOS NO RELBAIXM.
      *  15/10/2026  RESPONSAVEL FINANCEIRO (CADRESP.DAT, VER
      *              CADRESP.CPY). O PAGAMENTO DO BOLETO DO RESPONSAVEL
      *              (CODIGO 7NNNNNN NO MOVPAGM) E RATEADO ENTRE OS
      *              CADHISTM DOS ALUNOS VINCULADOS NA PROPORCAO DO
      *              SALDO DE CADA UM (O ULTIMO COM SALDO FICA COM O
      *              RESTO DO ARREDONDAMENTO) E O QUE PASSA DO SALDO
      *              SOMADO VIRA CREDITO DO PRIMEIRO ALUNO DA LISTA.
      *              TODO PAGAMENTO DE ALUNO VINCULADO, RATEADO OU
      *              PAGO PELO BOLETO DO PROPRIO ALUNO, E ACRESCENTADO
      *              AO RAZAO PAGRESP.DAT (VER PAGRESP.CPY) PARA O
      *              DEMONSTRATIVO ANUAL DO EM0340. RESPONSAVEL
      *              DESCONHECIDO OU SEM ALUNO E REJEITADO COMO A
      *              MATRICULA DESCONHECIDA.
      *  15/10/2026  CADA PAGAMENTO APLICADO E ACRESCENTADO AO RAZAO
      *              DE RECEBIMENTOS A FATURAR NA NFS-E (RECSERV.DAT,
      *              EM EXTEND - VER RECSERV.CPY), PELO VALOR PAGO
      *              INTEIRO: TIPO "A" PELO BOLETO DO ALUNO, "R" PELO
      *              DO RESPONSAVEL (UM SO REGISTRO, ANTES DO RATEIO),
      *              PARA O RPS MENSAL DO EM0242.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           SELECT RELBAIXM ASSIGN TO DISK.

           SELECT CADCRED ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CRED.

           SELECT CADRESP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESP.

           SELECT PAGRESP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PGR.

           SELECT RECSERV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RSV.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

       01 REL-SAI            PIC X(80).

       COPY CADCRED.

       COPY CADRESP.

       COPY PAGRESP.

       COPY RECSERV.

       COPY EXCLOG.

       COPY RUNSTAT.
       77 EXCEDENTE          PIC 9(09)V99 VALUE ZEROES.
       77 CHAVE-EXC          PIC X(15) VALUE SPACES.
       77 MSG-EXC            PIC X(40) VALUE SPACES.
       77 FS-CRED            PIC X(02) VALUE SPACES.
       77 CT-CREDITOS        PIC 9(05) VALUE ZEROES.
       77 TOT-CREDITO        PIC 9(11)V99 VALUE ZEROES.
       77 MAT-CREDITO        PIC 9(07) VALUE ZEROES.
       77 FS-RESP            PIC X(02) VALUE SPACES.
       77 FS-PGR             PIC X(02) VALUE SPACES.
       77 FIM-RESP           PIC X(03) VALUE "NAO".
       77 QTD-RESP           PIC 9(03) VALUE ZEROES.
       77 IDX-RESP           PIC 9(03) VALUE ZEROES.
       77 POS-RESP           PIC 9(03) VALUE ZEROES.
       77 IDX-FIL            PIC 9(01) VALUE ZEROES.
       77 ULT-FIL            PIC 9(01) VALUE ZEROES.
       77 SALDO-FAMILIA      PIC 9(11)V99 VALUE ZEROES.
       77 VALOR-RATEIO       PIC 9(09)V99 VALUE ZEROES.
       77 RESTO-RATEIO       PIC 9(09)V99 VALUE ZEROES.
       77 PARCELA-RATEIO     PIC 9(09)V99 VALUE ZEROES.
       77 CT-RATEADOS        PIC 9(05) VALUE ZEROES.
       77 FS-RSV             PIC X(02) VALUE SPACES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

       COPY WSDATAMOV.

       01 TAB-RESP.
           02 ENT-RESP OCCURS 500 TIMES.
               03 COD-RESP-TAB   PIC 9(07).
               03 QTD-FIL-TAB    PIC 9(01).
               03 MAT-FIL-TAB    PIC 9(07) OCCURS 6 TIMES.

      * SALDO DE CADA ALUNO DO RESPONSAVEL NO MOMENTO DO PAGAMENTO.
       01 TAB-RATEIO.
           02 SALDO-RAT      PIC 9(09)V99 OCCURS 6 TIMES.

       01 LIN-TITULO.
           02 FILLER         PIC X(38) VALUE
                             "LIQUIDACAO DE MENSALIDADES ESCOLARES".
           02 ABATIDO-LIN    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(23) VALUE SPACES.

       01 LIN-CREDITO.
           02 FILLER         PIC X(21) VALUE "CREDITOS DO EXCEDENTE".
           02 FILLER         PIC X(02) VALUE ": ".
           02 CREDITOS-LIN   PIC ZZ.ZZ9.
           02 FILLER         PIC X(09) VALUE "  VALOR: ".
           02 CREDITO-LIN    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(28) VALUE SPACES.

       01 LIN-RATEIO.
           02 FILLER         PIC X(21) VALUE "PAGAMENTOS RATEADOS P".
           02 FILLER         PIC X(02) VALUE "/ ".
           02 FILLER         PIC X(13) VALUE "RESPONSAVEL: ".
           02 RATEADOS-LIN   PIC ZZ.ZZ9.
           02 FILLER         PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.

       EM03-21.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           OPEN INPUT  MOVPAGM
                I-O    CADHISTM
                OUTPUT RELBAIXM
           IF FS-RUNSTAT EQUAL "35"
               CLOSE RUNSTAT
               OPEN OUTPUT RUNSTAT.
           OPEN EXTEND CADCRED.
           IF FS-CRED EQUAL "35"
               CLOSE CADCRED
               OPEN OUTPUT CADCRED.
           PERFORM CARGA-CADRESP.
           OPEN EXTEND PAGRESP.
           IF FS-PGR EQUAL "35"
               CLOSE PAGRESP
               OPEN OUTPUT PAGRESP.
           OPEN EXTEND RECSERV.
           IF FS-RSV EQUAL "35"
               CLOSE RECSERV
               OPEN OUTPUT RECSERV.
           IF FS-ARQ NOT EQUAL "00"
               DISPLAY "MOVPAGM NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-ARQ
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      * RESPONSAVEIS E SEUS ALUNOS; SEM O CADRESP NAO HA RATEIO NEM
      * RAZAO POR RESPONSAVEL.
       CARGA-CADRESP.
           OPEN INPUT CADRESP.
           IF FS-RESP EQUAL "00"
               PERFORM LE-RESP UNTIL FIM-RESP EQUAL "SIM"
               CLOSE CADRESP.

       LE-RESP.
           READ CADRESP AT END
               MOVE "SIM" TO FIM-RESP.
           IF FIM-RESP NOT EQUAL "SIM"
               IF QTD-RESP GREATER THAN OR EQUAL TO 500
                   DISPLAY "CADRESP EXCEDE LIMITE DE 500 "
                           "RESPONSAVEIS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-RESP
                   MOVE COD-RESP TO COD-RESP-TAB(QTD-RESP)
                   MOVE QTD-FIL-RESP TO QTD-FIL-TAB(QTD-RESP)
                   MOVE MAT-FIL-RESP(1) TO MAT-FIL-TAB(QTD-RESP, 1)
                   MOVE MAT-FIL-RESP(2) TO MAT-FIL-TAB(QTD-RESP, 2)
                   MOVE MAT-FIL-RESP(3) TO MAT-FIL-TAB(QTD-RESP, 3)
                   MOVE MAT-FIL-RESP(4) TO MAT-FIL-TAB(QTD-RESP, 4)
                   MOVE MAT-FIL-RESP(5) TO MAT-FIL-TAB(QTD-RESP, 5)
                   MOVE MAT-FIL-RESP(6) TO MAT-FIL-TAB(QTD-RESP, 6).

       LEITURA.
           READ MOVPAGM AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS.

      * CODIGO NA FAIXA 7NNNNNN E O BOLETO DO RESPONSAVEL.
       PRINCIPAL.
           IF MAT-PAGM IS NOT LESS THAN 7000000 AND
              MAT-PAGM IS NOT GREATER THAN 7999999
               PERFORM PROCURA-RESP
               IF POS-RESP EQUAL ZEROES
                   PERFORM REJEITA-PAGAMENTO
               ELSE
                   IF QTD-FIL-TAB(POS-RESP) EQUAL ZEROES
                       PERFORM REJEITA-PAGAMENTO
                   ELSE
                       PERFORM RATEIA-PAGAMENTO
                   END-IF
               END-IF
           ELSE
               MOVE MAT-PAGM TO MATX-HISTM
               READ CADHISTM
                   INVALID KEY
                       PERFORM REJEITA-PAGAMENTO
                   NOT INVALID KEY
                       PERFORM APLICA-PAGAMENTO
               END-READ.
           PERFORM LEITURA.

       PROCURA-RESP.
           MOVE ZEROES TO POS-RESP IDX-RESP.
           PERFORM TESTA-RESP QTD-RESP TIMES.

       TESTA-RESP.
           ADD 1 TO IDX-RESP.
           IF COD-RESP-TAB(IDX-RESP) EQUAL MAT-PAGM
               MOVE IDX-RESP TO POS-RESP.

      * RESPONSAVEL QUE TEM A MATRICULA PAGA ENTRE OS SEUS ALUNOS.
       PROCURA-VINCULO.
           MOVE ZEROES TO POS-RESP IDX-RESP.
           PERFORM TESTA-VINCULO QTD-RESP TIMES.

       TESTA-VINCULO.
           ADD 1 TO IDX-RESP.
           MOVE ZEROES TO IDX-FIL.
           PERFORM TESTA-VINCULO-FIL QTD-FIL-TAB(IDX-RESP) TIMES.

       TESTA-VINCULO-FIL.
           ADD 1 TO IDX-FIL.
           IF MAT-FIL-TAB(IDX-RESP, IDX-FIL) EQUAL MAT-PAGM
               MOVE IDX-RESP TO POS-RESP.

       APLICA-PAGAMENTO.
           IF VALOR-PAGM IS GREATER THAN SALDOX-HISTM
               MOVE SALDOX-HISTM TO VALOR-ABATIDO
           IF SALDOX-HISTM EQUAL ZEROES
               MOVE ZEROES TO ATRASOSX-HISTM.
           REWRITE REG-HISTM.
           MOVE "A" TO TIPO-RSV.
           PERFORM GRAVA-RECSERV.
           IF EXCEDENTE IS GREATER THAN ZEROES
               MOVE MAT-PAGM TO MAT-CREDITO
               PERFORM GRAVA-CREDITO.
           PERFORM PROCURA-VINCULO.
           IF POS-RESP IS GREATER THAN ZEROES
               MOVE COD-RESP-TAB(POS-RESP) TO COD-PGR
               MOVE MAT-PAGM TO MAT-PGR
               MOVE VALOR-PAGM TO VALOR-PGR
               PERFORM GRAVA-RAZAO.
           ADD 1 TO CT-BAIXADOS.
           ADD VALOR-ABATIDO TO TOT-ABATIDO.
           MOVE MAT-PAGM TO MAT-LIN.
           MOVE VALOR-PAGM TO PAGO-LIN.
           MOVE SALDOX-HISTM TO SALDO-LIN.
           IF EXCEDENTE IS GREATER THAN ZEROES
               MOVE "QUITADO - SOBRA EM CREDITO" TO OBS-LIN
           ELSE
               IF SALDOX-HISTM EQUAL ZEROES
                   MOVE "QUITADO" TO OBS-LIN
                   MOVE "BAIXA PARCIAL" TO OBS-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

      * O PAGAMENTO DO RESPONSAVEL E REPARTIDO NA PROPORCAO DO SALDO
      * DE CADA ALUNO; O ALUNO SEM CADHISTM OU SEM SALDO NAO ENTRA NO
      * RATEIO. O QUE PASSA DO SALDO SOMADO DA FAMILIA VAI PARA O
      * CREDITO DO PRIMEIRO ALUNO DA LISTA, COMO NA BAIXA INDIVIDUAL.
       RATEIA-PAGAMENTO.
           MOVE ZEROES TO SALDO-FAMILIA ULT-FIL IDX-FIL.
           PERFORM LE-SALDO-FILHO QTD-FIL-TAB(POS-RESP) TIMES.
           IF VALOR-PAGM IS GREATER THAN SALDO-FAMILIA
               MOVE SALDO-FAMILIA TO VALOR-ABATIDO
               SUBTRACT SALDO-FAMILIA FROM VALOR-PAGM GIVING EXCEDENTE
           ELSE
               MOVE VALOR-PAGM TO VALOR-ABATIDO
               MOVE ZEROES TO EXCEDENTE.
           ADD 1 TO CT-BAIXADOS CT-RATEADOS.
           MOVE "R" TO TIPO-RSV.
           PERFORM GRAVA-RECSERV.
           MOVE MAT-PAGM TO MAT-LIN.
           MOVE VALOR-PAGM TO PAGO-LIN.
           MOVE SALDO-FAMILIA TO SALDO-LIN.
           MOVE "RESPONSAVEL - RATEIO:" TO OBS-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.
           MOVE VALOR-ABATIDO TO RESTO-RATEIO.
           MOVE ZEROES TO IDX-FIL.
           PERFORM ABATE-FILHO QTD-FIL-TAB(POS-RESP) TIMES.
           ADD VALOR-ABATIDO TO TOT-ABATIDO.
           IF EXCEDENTE IS GREATER THAN ZEROES
               MOVE MAT-FIL-TAB(POS-RESP, 1) TO MAT-CREDITO
               PERFORM GRAVA-CREDITO
               MOVE COD-RESP-TAB(POS-RESP) TO COD-PGR
               MOVE MAT-CREDITO TO MAT-PGR
               MOVE EXCEDENTE TO VALOR-PGR
               PERFORM GRAVA-RAZAO
               MOVE MAT-CREDITO TO MAT-LIN
               MOVE EXCEDENTE TO PAGO-LIN
               MOVE ZEROES TO SALDO-LIN
               MOVE "  SOBRA EM CREDITO" TO OBS-LIN
               WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

       LE-SALDO-FILHO.
           ADD 1 TO IDX-FIL.
           MOVE ZEROES TO SALDO-RAT(IDX-FIL).
           MOVE MAT-FIL-TAB(POS-RESP, IDX-FIL) TO MATX-HISTM.
           READ CADHISTM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SALDOX-HISTM TO SALDO-RAT(IDX-FIL)
                   IF SALDOX-HISTM IS GREATER THAN ZEROES
                       ADD SALDOX-HISTM TO SALDO-FAMILIA
                       MOVE IDX-FIL TO ULT-FIL
                   END-IF
           END-READ.

      * A PARCELA E TRUNCADA NO CENTAVO; O ULTIMO ALUNO COM SALDO
      * FICA COM O RESTO, SEM PASSAR DO PROPRIO SALDO.
       ABATE-FILHO.
           ADD 1 TO IDX-FIL.
           IF SALDO-RAT(IDX-FIL) IS GREATER THAN ZEROES
               IF IDX-FIL EQUAL ULT-FIL
                   MOVE RESTO-RATEIO TO PARCELA-RATEIO
               ELSE
                   COMPUTE PARCELA-RATEIO = VALOR-ABATIDO
                         * SALDO-RAT(IDX-FIL) / SALDO-FAMILIA
               END-IF
               IF PARCELA-RATEIO IS GREATER THAN SALDO-RAT(IDX-FIL)
                   MOVE SALDO-RAT(IDX-FIL) TO PARCELA-RATEIO
               END-IF
               SUBTRACT PARCELA-RATEIO FROM RESTO-RATEIO
               MOVE MAT-FIL-TAB(POS-RESP, IDX-FIL) TO MATX-HISTM
               READ CADHISTM
                   INVALID KEY
                       CONTINUE
               END-READ
               SUBTRACT PARCELA-RATEIO FROM SALDOX-HISTM
               IF SALDOX-HISTM EQUAL ZEROES
                   MOVE ZEROES TO ATRASOSX-HISTM
               END-IF
               REWRITE REG-HISTM
               IF PARCELA-RATEIO IS GREATER THAN ZEROES
                   MOVE COD-RESP-TAB(POS-RESP) TO COD-PGR
                   MOVE MATX-HISTM TO MAT-PGR
                   MOVE PARCELA-RATEIO TO VALOR-PGR
                   PERFORM GRAVA-RAZAO
               END-IF
               MOVE MATX-HISTM TO MAT-LIN
               MOVE PARCELA-RATEIO TO PAGO-LIN
               MOVE SALDOX-HISTM TO SALDO-LIN
               IF SALDOX-HISTM EQUAL ZEROES
                   MOVE "  QUITADO" TO OBS-LIN
               ELSE
                   MOVE "  BAIXA PARCIAL" TO OBS-LIN
               END-IF
               WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

       GRAVA-RAZAO.
           MOVE DATA-PAGM TO DATA-PGR.
           WRITE REG-PGR.

      * RECEBIMENTO A FATURAR NA NFS-E, PELO VALOR PAGO INTEIRO, EM
      * NOME DE QUEM PAGOU O BOLETO.
       GRAVA-RECSERV.
           MOVE MAT-PAGM TO COD-RSV.
           MOVE DATA-PAGM TO DATA-RSV.
           MOVE VALOR-PAGM TO VALOR-RSV.
           MOVE ZEROES TO RPS-RSV NFSE-RSV.
           MOVE SPACES TO SIT-RSV.
           WRITE REG-RSV.

      * O EXCEDENTE VIRA CREDITO DO ALUNO NO CADCRED, DATADO DA
      * RODADA.
       GRAVA-CREDITO.
           MOVE MAT-CREDITO TO ID-CRD.
           MOVE DATA-RODADA TO DATA-CRD.
           MOVE EXCEDENTE TO VALOR-CRD SALDO-CRD.
           WRITE REG-CRD.
           ADD 1 TO CT-CREDITOS.
           ADD EXCEDENTE TO TOT-CREDITO.

       REJEITA-PAGAMENTO.
           ADD 1 TO CT-REJEITADOS.
           MOVE MAT-PAGM TO MAT-LIN.
           MOVE VALOR-PAGM TO PAGO-LIN.
           MOVE ZEROES TO SALDO-LIN.
           MOVE "MATRICULA DESCONHECIDA" TO OBS-LIN.
           MOVE "PAGAMENTO DE MATRICULA DESCONHECIDA" TO MSG-EXC.
           IF MAT-PAGM IS NOT LESS THAN 7000000 AND
              MAT-PAGM IS NOT GREATER THAN 7999999
               IF POS-RESP EQUAL ZEROES
                   MOVE "RESPONSAVEL DESCONHECIDO" TO OBS-LIN
                   MOVE "PAGAMENTO DE RESPONSAVEL DESCONHECIDO"
                       TO MSG-EXC
               ELSE
                   MOVE "RESPONSAVEL SEM ALUNO" TO OBS-LIN
                   MOVE "PAGAMENTO DE RESPONSAVEL SEM ALUNO"
                       TO MSG-EXC.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CHAVE-EXC.
           MOVE MAT-PAGM TO CHAVE-EXC(1:7).
           PERFORM GRAVA-EXCLOG.

       TOTAL.
           MOVE CT-REJEITADOS TO REJ-LIN.
           MOVE TOT-ABATIDO TO ABATIDO-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           MOVE CT-CREDITOS TO CREDITOS-LIN.
           MOVE TOT-CREDITO TO CREDITO-LIN.
           WRITE REL-SAI FROM LIN-CREDITO AFTER ADVANCING 1 LINE.
           MOVE CT-RATEADOS TO RATEADOS-LIN.
           WRITE REL-SAI FROM LIN-RATEIO AFTER ADVANCING 1 LINE.

       FIM.
           PERFORM GRAVA-RUNSTAT.
                 CADHISTM
                 RELBAIXM
                 EXCLOG
                 RUNSTAT
                 CADCRED
                 PAGRESP
                 RECSERV.

       COPY LEDATAMOV.

