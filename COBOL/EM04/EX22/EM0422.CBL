       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0422.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       PEDIDOS DE VENDA POR ITEM. ATE AQUI A VENDA ERA
      *               DIGITADA DUAS VEZES: O TOTAL POR VENDEDOR EM
      *               ARQVENDA (EM0305) E A RETIRADA DA MERCADORIA EM
      *               MOVMERC (EM0403) - E AS DUAS DIGITACOES NUNCA
      *               FECHAVAM. ESTE JOB LE O ARQUIVO DE PEDIDOS
      *               PEDVENDA.DAT (PEDIDO 9(06) + VENDEDOR 9(05) +
      *               CLIENTE X(03) DO CADCLIX + ITEM 9(03) + DEPOSITO
      *               9(02) + QTDE 9(03) + PRECO UNITARIO 9(04)V99),
      *               COM OS ITENS DE UM MESMO PEDIDO EM SEQUENCIA, E
      *               CRITICA CADA PEDIDO INTEIRO:
      *                 - VENDEDOR CADASTRADO EM CADVEND;
      *                 - CLIENTE CADASTRADO NO CADCLIX (INDEXADO);
      *                 - ITEM/DEPOSITO EXISTENTE NO ATUMERC E
      *                   QUANTIDADE DENTRO DO SALDO DISPONIVEL (O
      *                   SALDO E CONSUMIDO PELOS PEDIDOS ACEITOS NA
      *                   ORDEM DO ARQUIVO).
      *               UM ITEM RECUSADO RECUSA O PEDIDO TODO (NADA DO
      *               PEDIDO SAI DO ESTOQUE NEM ENTRA NA VENDA). DO
      *               PEDIDO ACEITO SAEM:
      *                 1) UM MOVIMENTO DE SAIDA POR VENDA (TIPO "7",
      *                    LAYOUT DE MOVMERC, DOC-MOV = NUMERO DO
      *                    PEDIDO, DATA = DATA DE MOVIMENTO) POR ITEM
      *                    EM SAIVENDA.DAT, QUE O DRIVER INTERCALA NO
      *                    MOVMERC DO DIA ANTES DO EM0403;
      *                 2) O VALOR DOS ITENS SOMADO AO TOTAL DO
      *                    VENDEDOR NO ESTADO DO CLIENTE, GRAVADO AO
      *                    FINAL EM ARQVENDA.DAT (ESTADO + VENDEDOR +
      *                    NOME + VALOR) PARA O EM0305.
      *               CADA ITEM SAI NO RELATORIO RELPEDV COM A
      *               SITUACAO DO PEDIDO; O PEDIDO RECUSADO VAI TAMBEM
      *               PARA O LOG COMUM DE EXCECOES (EXCLOG.DAT,
      *               SEVERIDADE "E"). RETURN-CODE 4 QUANDO ALGUM
      *               PEDIDO FOI RECUSADO; 16 QUANDO PEDVENDA,
      *               ATUMERC, CADVEND OU CADCLIX ESTA AUSENTE OU
      *               PEDVENDA ESTA VAZIO.
      *
      *MODIFICACAO
      *  15/10/2026  VENDA A PRAZO PARA CLIENTES DO CADCLIX. O PEDIDO
      *              GANHOU A CONDICAO DE PAGAMENTO (COND-PV "P" = A
      *              PRAZO, "V" OU BRANCO = A VISTA) E O PRAZO EM
      *              DIAS (PRAZO-PV, ZERO = 30). O PEDIDO A PRAZO SO
      *              E ACEITO SE O CLIENTE TEM LIMITE DE CREDITO NO
      *              CADLIMC.DAT (CLIENTE + LIMITE), SE O SALDO EM
      *              ABERTO NO CADTITC (EM0229) MAIS O PEDIDO NAO
      *              PASSA DO LIMITE E SE NENHUM TITULO DELE ESTA
      *              VENCIDO HA MAIS DE 30 DIAS (BASE COMERCIAL
      *              30/360, COMO NO EM0220). O PEDIDO A PRAZO ACEITO
      *              GRAVA VENDPRAZ.DAT (PEDIDO + CLIENTE + VALOR +
      *              EMISSAO + VENCIMENTO ROLADO PELO DATAROLL), DE
      *              ONDE O EM0229 ABRE O TITULO. CADLIMC E CADTITC
      *              SAO OPCIONAIS: SEM LIMITE CADASTRADO A VENDA A
      *              PRAZO E RECUSADA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDVENDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PV.

           SELECT ATUMERC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ATU.

           SELECT CADVEND ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VEND.

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

           SELECT CADTITC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TITC.

           SELECT SAIVENDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VENDPRAZ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQVENDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELPEDV ASSIGN TO DISK.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT RUNSTAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNSTAT.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       FD PEDVENDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDVENDA.DAT".

       01 REG-PV.
           02 NUM-PV         PIC 9(06).
           02 VEND-PV        PIC 9(05).
           02 CLI-PV         PIC X(03).
           02 COD-PV         PIC 9(03).
           02 DEP-PV         PIC 9(02).
           02 QTDE-PV        PIC 9(03).
           02 PRECO-PV       PIC 9(04)V99.
           02 COND-PV        PIC X(01).
           02 PRAZO-PV       PIC 9(03).

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
           02 QTDE-TRAILER   PIC 9(07).
           02 HASH-TRAILER   PIC 9(09).
           02 FILLER         PIC X(36).

       FD CADVEND
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVEND.DAT".

       01 REG-VEND.
           02 DEPT-VEND      PIC X.
           02 SEC-VEND       PIC X.
           02 COD-VEND       PIC 9(05).
           02 CONTA-VEND     PIC 9(10).
           02 NOME-VEND      PIC X(20).
           02 VENDAS-VEND    PIC 9(07)V99.
           02 FIXO-VEND      PIC 9(07)V99.
           02 DESC-VEND      PIC 9(05)V99.

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

       COPY CADTITC.

       FD SAIVENDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SAIVENDA.DAT".

       01 REG-SAI.
           02 COD-SAI        PIC 9(03).
           02 DEP-SAI        PIC 9(02).
           02 DESC-SAI       PIC X(30).
           02 MIN-SAI        PIC 9(03).
           02 QTDE-SAI       PIC 9(03).
           02 PRECO-SAI      PIC 9(04)V99.
           02 FORN-SAI       PIC 9(04).
           02 PRAZO-SAI      PIC 9(03).
           02 TIPO-SAI       PIC X.
           02 DATA-SAI       PIC 9(08).
           02 DOC-SAI        PIC 9(06).
           02 DEPDEST-SAI    PIC 9(02).
           02 LOTE-SAI       PIC X(06).
           02 VALID-SAI      PIC 9(08).

       FD VENDPRAZ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDPRAZ.DAT".

       01 REG-VP.
           02 NUM-VP         PIC 9(06).
           02 CLI-VP         PIC X(03).
           02 VALOR-VP       PIC 9(09)V99.
           02 EMISSAO-VP     PIC 9(08).
           02 VENC-VP        PIC 9(08).

       FD ARQVENDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQVENDA.DAT".

       01 REG-ENT.
           02 ESTADO-ENT     PIC X(02).
           02 NR-ENT         PIC 9(05).
           02 NOME-ENT       PIC X(20).
           02 VALOR-ENT      PIC 9(07)V99.

       FD RELPEDV
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY EXCLOG.

       COPY RUNSTAT.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-PV             PIC X(03) VALUE "NAO".
       77 FIM-ATU            PIC X(03) VALUE "NAO".
       77 FIM-VEND           PIC X(03) VALUE "NAO".
       77 FS-PV              PIC X(02) VALUE SPACES.
       77 FS-ATU             PIC X(02) VALUE SPACES.
       77 FS-VEND            PIC X(02) VALUE SPACES.
       77 FS-IDX             PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 FS-RUNSTAT         PIC X(02) VALUE SPACES.
       77 FS-LIM             PIC X(02) VALUE SPACES.
       77 FS-TITC            PIC X(02) VALUE SPACES.
       77 FIM-LIM            PIC X(03) VALUE "NAO".
       77 FIM-TITC           PIC X(03) VALUE "NAO".
       77 QTD-CRED           PIC 9(03) VALUE ZEROES.
       77 IDX-CRED           PIC 9(03) VALUE ZEROES.
       77 POS-CRED           PIC 9(03) VALUE ZEROES.
       77 COND-ATUAL         PIC X(01) VALUE SPACES.
       77 PRAZO-ATUAL        PIC 9(03) VALUE ZEROES.
       77 VENC-ATUAL         PIC 9(08) VALUE ZEROES.
       77 VALOR-CREDITO      PIC 9(09)V99 VALUE ZEROES.
       77 DIAS-ATRASO        PIC S9(05) VALUE ZEROES.
       77 CT-PED-PRAZO       PIC 9(05) VALUE ZEROES.
       77 VALOR-PRAZO        PIC 9(09)V99 VALUE ZEROES.
       77 QTD-SALDO          PIC 9(03) VALUE ZEROES.
       77 IDX-SALDO          PIC 9(03) VALUE ZEROES.
       77 POS-SALDO          PIC 9(03) VALUE ZEROES.
       77 QTD-VEND           PIC 9(03) VALUE ZEROES.
       77 IDX-VEND           PIC 9(03) VALUE ZEROES.
       77 POS-VEND           PIC 9(03) VALUE ZEROES.
       77 QTD-VENDA          PIC 9(03) VALUE ZEROES.
       77 IDX-VENDA          PIC 9(03) VALUE ZEROES.
       77 POS-VENDA          PIC 9(03) VALUE ZEROES.
       77 QTD-ITEM           PIC 9(02) VALUE ZEROES.
       77 IDX-ITEM           PIC 9(02) VALUE ZEROES.
       77 PEDIDO-ATUAL       PIC 9(06) VALUE ZEROES.
       77 VEND-ATUAL         PIC 9(05) VALUE ZEROES.
       77 CLI-ATUAL          PIC X(03) VALUE SPACES.
       77 ESTADO-ATUAL       PIC X(02) VALUE SPACES.
       77 PEDIDO-OK          PIC X(03) VALUE "SIM".
       77 MOTIVO-PEDIDO      PIC X(22) VALUE SPACES.
       77 VALOR-ITEM         PIC 9(07)V99 VALUE ZEROES.
       77 VALOR-PEDIDO       PIC 9(09)V99 VALUE ZEROES.
       77 VALOR-ACEITO       PIC 9(09)V99 VALUE ZEROES.
       77 CT-ITENS-LIDOS     PIC 9(07) VALUE ZEROES.
       77 CT-ITENS-ACEITOS   PIC 9(07) VALUE ZEROES.
       77 CT-ITENS-RECUSADOS PIC 9(07) VALUE ZEROES.
       77 CT-PEDIDOS         PIC 9(05) VALUE ZEROES.
       77 CT-PED-ACEITOS     PIC 9(05) VALUE ZEROES.
       77 CT-PED-RECUSADOS   PIC 9(05) VALUE ZEROES.
       77 CHAVE-EXC          PIC X(15) VALUE SPACES.
       77 MSG-EXC            PIC X(40) VALUE SPACES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA-9 REDEFINES DATA-RODADA-X PIC 9(08).

       COPY WSDATAMOV.

       01 DATA-ROD-CALC.
           02 ANO-ROD        PIC 9(04).
           02 MES-ROD        PIC 9(02).
           02 DIA-ROD        PIC 9(02).

       01 DATA-VENC-CALC.
           02 ANO-VENC       PIC 9(04).
           02 MES-VENC       PIC 9(02).
           02 DIA-VENC       PIC 9(02).

      * POSICAO DE CREDITO POR CLIENTE: LIMITE DO CADLIMC, SALDO DOS
      * TITULOS EM ABERTO DO CADTITC (SOMADO DAS VENDAS A PRAZO
      * ACEITAS NESTA RODADA) E MARCA DE TITULO VENCIDO HA MAIS DE
      * 30 DIAS.
       01 TAB-CRED.
           02 ENT-CRED OCCURS 300 TIMES.
               03 CLI-CRED-TAB     PIC X(03).
               03 LIMITE-CRED-TAB  PIC 9(07)V99.
               03 ABERTO-CRED-TAB  PIC 9(09)V99.
               03 VENCIDO-CRED-TAB PIC X(03).

      * SALDO DISPONIVEL POR ITEM/DEPOSITO, CARREGADO DO ATUMERC E
      * CONSUMIDO PELOS PEDIDOS ACEITOS.
       01 TAB-SALDO.
           02 ENT-SALDO OCCURS 500 TIMES.
               03 COD-SALDO-TAB  PIC 9(03).
               03 DEP-SALDO-TAB  PIC 9(02).
               03 DESC-SALDO-TAB PIC X(30).
               03 FORN-SALDO-TAB PIC 9(04).
               03 QTDE-SALDO-TAB PIC 9(03).

       01 TAB-VEND.
           02 ENT-VEND OCCURS 300 TIMES.
               03 COD-VEND-TAB   PIC 9(05).
               03 NOME-VEND-TAB  PIC X(20).

      * TOTAL DE VENDA POR ESTADO DO CLIENTE + VENDEDOR (A CHAVE DO
      * ARQVENDA).
       01 TAB-VENDA.
           02 ENT-VENDA OCCURS 300 TIMES.
               03 ESTADO-VENDA-TAB PIC X(02).
               03 NR-VENDA-TAB     PIC 9(05).
               03 NOME-VENDA-TAB   PIC X(20).
               03 VALOR-VENDA-TAB  PIC 9(07)V99.

      * ITENS DO PEDIDO CORRENTE; POS-SALDO-ITEM GUARDA A LINHA DE
      * SALDO JA RESERVADA, PARA DEVOLVER A QUANTIDADE SE O PEDIDO
      * FOR RECUSADO POR OUTRO ITEM.
       01 TAB-ITEM.
           02 ENT-ITEM OCCURS 50 TIMES.
               03 COD-ITEM-TAB   PIC 9(03).
               03 DEP-ITEM-TAB   PIC 9(02).
               03 QTDE-ITEM-TAB  PIC 9(03).
               03 PRECO-ITEM-TAB PIC 9(04)V99.
               03 POS-SALDO-ITEM PIC 9(03).
               03 OBS-ITEM-TAB   PIC X(22).

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
               "PEDIDOS DE VENDA - CRITICA E BAIXA DE ES".
           02 FILLER         PIC X(40) VALUE
               "TOQUE                      DATA         ".

       01 LIN-CAB.
           02 FILLER         PIC X(40) VALUE
               "PEDIDO VEND. CLI ITEM   QTD    PRECO    ".
           02 FILLER         PIC X(40) VALUE
               "    VALOR SITUACAO                      ".

       01 DETALHE.
           02 PEDIDO-LIN     PIC 9(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VEND-LIN       PIC 9(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CLI-LIN        PIC X(03).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 COD-LIN        PIC 9(03).
           02 FILLER         PIC X(01) VALUE "/".
           02 DEP-LIN        PIC 9(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 QTDE-LIN       PIC ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PRECO-LIN      PIC Z.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VALOR-LIN      PIC Z.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 OBS-LIN        PIC X(22).
           02 FILLER         PIC X(08) VALUE SPACES.

       01 LIN-TOTAL-1.
           02 FILLER         PIC X(18) VALUE "PEDIDOS LIDOS:    ".
           02 PED-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(13) VALUE "  ACEITOS:   ".
           02 PED-ACE-LIN    PIC ZZ.ZZ9.
           02 FILLER         PIC X(13) VALUE "  RECUSADOS: ".
           02 PED-REC-LIN    PIC ZZ.ZZ9.
           02 FILLER         PIC X(18) VALUE SPACES.

       01 LIN-TOTAL-2.
           02 FILLER         PIC X(18) VALUE "ITENS BAIXADOS:   ".
           02 ITE-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(18) VALUE "  VALOR VENDIDO:  ".
           02 VALOR-TOT-LIN  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(24) VALUE SPACES.

       01 LIN-TOTAL-3.
           02 FILLER         PIC X(18) VALUE "PEDIDOS A PRAZO:  ".
           02 PRZ-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(18) VALUE "  VALOR A PRAZO:  ".
           02 VALOR-PRZ-LIN  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.

       EM04-22.
           PERFORM INICIO.
           PERFORM PROCESSA-PEDIDO UNTIL FIM-PV EQUAL "SIM".
           PERFORM GRAVA-ARQVENDA.
           PERFORM FIM.
           IF CT-PED-RECUSADOS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           PERFORM CARGA-SALDOS.
           PERFORM CARGA-VENDEDORES.
           PERFORM CARGA-LIMITES.
           PERFORM CARGA-TITULOS.
           OPEN INPUT CADCLIX.
           IF FS-IDX NOT EQUAL "00"
               DISPLAY "CADCLIX NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-IDX
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT PEDVENDA.
           IF FS-PV NOT EQUAL "00"
               DISPLAY "PEDVENDA NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-PV
               CLOSE CADCLIX
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-PV.
           IF FIM-PV EQUAL "SIM"
               DISPLAY "PEDVENDA VAZIO - ENCERRANDO"
               CLOSE CADCLIX
                     PEDVENDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT SAIVENDA
                       VENDPRAZ
                       ARQVENDA
                       RELPEDV.
           OPEN EXTEND EXCLOG
                       RUNSTAT.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           IF FS-RUNSTAT EQUAL "35"
               CLOSE RUNSTAT
               OPEN OUTPUT RUNSTAT.
           MOVE DATA-RODADA-X(7:2) TO LIN-TITULO(73:2).
           MOVE "/" TO LIN-TITULO(75:1).
           MOVE DATA-RODADA-X(5:2) TO LIN-TITULO(76:2).
           MOVE "/" TO LIN-TITULO(78:1).
           MOVE DATA-RODADA-X(3:2) TO LIN-TITULO(79:2).
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM LIN-CAB AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.

      * O ATUMERC DO ULTIMO LOTE E O SALDO DE PARTIDA; O TRAILER "TR"
      * NAO E ITEM.
       CARGA-SALDOS.
           OPEN INPUT ATUMERC.
           IF FS-ATU NOT EQUAL "00"
               DISPLAY "ATUMERC NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-ATU
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-ATU UNTIL FIM-ATU EQUAL "SIM".
           CLOSE ATUMERC.

       LE-ATU.
           READ ATUMERC AT END
               MOVE "SIM" TO FIM-ATU.
           IF FIM-ATU NOT EQUAL "SIM"
               IF TIPO-TRAILER NOT EQUAL "TR"
                   PERFORM GUARDA-SALDO.

       GUARDA-SALDO.
           IF QTD-SALDO GREATER THAN OR EQUAL TO 500
               DISPLAY "ATUMERC EXCEDE 500 ITENS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               ADD 1 TO QTD-SALDO
               MOVE COD-ATU TO COD-SALDO-TAB(QTD-SALDO)
               MOVE DEP-ATU TO DEP-SALDO-TAB(QTD-SALDO)
               MOVE DESC-ATU TO DESC-SALDO-TAB(QTD-SALDO)
               MOVE FORN-ATU TO FORN-SALDO-TAB(QTD-SALDO)
               MOVE QTDE-ATU TO QTDE-SALDO-TAB(QTD-SALDO).

       CARGA-VENDEDORES.
           OPEN INPUT CADVEND.
           IF FS-VEND NOT EQUAL "00"
               DISPLAY "CADVEND NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-VEND
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-VEND UNTIL FIM-VEND EQUAL "SIM".
           CLOSE CADVEND.

       LE-VEND.
           READ CADVEND AT END
               MOVE "SIM" TO FIM-VEND.
           IF FIM-VEND NOT EQUAL "SIM"
               IF QTD-VEND GREATER THAN OR EQUAL TO 300
                   DISPLAY "CADVEND EXCEDE 300 VENDEDORES - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-VEND
                   MOVE COD-VEND TO COD-VEND-TAB(QTD-VEND)
                   MOVE NOME-VEND TO NOME-VEND-TAB(QTD-VEND).

      * LIMITE DE CREDITO POR CLIENTE; SEM O CADASTRO NENHUM CLIENTE
      * TEM LIMITE E TODA VENDA A PRAZO E RECUSADA.
       CARGA-LIMITES.
           OPEN INPUT CADLIMC.
           IF FS-LIM EQUAL "00"
               PERFORM LE-LIM UNTIL FIM-LIM EQUAL "SIM"
               CLOSE CADLIMC
           ELSE
               DISPLAY "EM0422 - SEM CADLIMC - VENDA A PRAZO SERA "
                       "RECUSADA".

       LE-LIM.
           READ CADLIMC AT END
               MOVE "SIM" TO FIM-LIM.
           IF FIM-LIM NOT EQUAL "SIM"
               MOVE CLI-LIM TO CLI-ATUAL
               PERFORM POSICIONA-CREDITO
               MOVE LIMITE-LIM TO LIMITE-CRED-TAB(POS-CRED).

      * TITULOS EM ABERTO DO CONTAS A RECEBER (EM0229); SEM O
      * CADASTRO NENHUM CLIENTE TEM SALDO DEVEDOR.
       CARGA-TITULOS.
           MOVE DATA-RODADA-X TO DATA-ROD-CALC.
           OPEN INPUT CADTITC.
           IF FS-TITC EQUAL "00"
               PERFORM LE-TITC UNTIL FIM-TITC EQUAL "SIM"
               CLOSE CADTITC
           ELSE
               DISPLAY "EM0422 - SEM CADTITC - NENHUM TITULO EM "
                       "ABERTO".

       LE-TITC.
           READ CADTITC AT END
               MOVE "SIM" TO FIM-TITC.
           IF FIM-TITC NOT EQUAL "SIM"
               IF SIT-TITC EQUAL "A"
                   PERFORM SOMA-TITULO.

       SOMA-TITULO.
           MOVE CLI-TITC TO CLI-ATUAL.
           PERFORM POSICIONA-CREDITO.
           COMPUTE ABERTO-CRED-TAB(POS-CRED) =
               ABERTO-CRED-TAB(POS-CRED) + VALOR-TITC - PAGO-TITC.
           MOVE VENC-TITC TO DATA-VENC-CALC.
           COMPUTE DIAS-ATRASO =
               (ANO-ROD - ANO-VENC) * 360
             + (MES-ROD - MES-VENC) * 30
             + (DIA-ROD - DIA-VENC).
           IF DIAS-ATRASO IS GREATER THAN 30
               MOVE "SIM" TO VENCIDO-CRED-TAB(POS-CRED).

      * DEVOLVE EM POS-CRED A LINHA DO CLIENTE CLI-ATUAL, CRIANDO-A
      * ZERADA QUANDO AINDA NAO EXISTE.
       POSICIONA-CREDITO.
           MOVE ZEROES TO POS-CRED IDX-CRED.
           PERFORM TESTA-CREDITO QTD-CRED TIMES.
           IF POS-CRED EQUAL ZEROES
               IF QTD-CRED GREATER THAN OR EQUAL TO 300
                   DISPLAY "TAB-CRED EXCEDE 300 CLIENTES - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-CRED
                   MOVE QTD-CRED TO POS-CRED
                   MOVE CLI-ATUAL TO CLI-CRED-TAB(POS-CRED)
                   MOVE ZEROES TO LIMITE-CRED-TAB(POS-CRED)
                                  ABERTO-CRED-TAB(POS-CRED)
                   MOVE "NAO" TO VENCIDO-CRED-TAB(POS-CRED).

       TESTA-CREDITO.
           ADD 1 TO IDX-CRED.
           IF CLI-CRED-TAB(IDX-CRED) EQUAL CLI-ATUAL
               MOVE IDX-CRED TO POS-CRED.

       LE-PV.
           READ PEDVENDA AT END
               MOVE "SIM" TO FIM-PV.

      * UM PEDIDO = OS ITENS CONSECUTIVOS COM O MESMO NUMERO. O
      * VENDEDOR, O CLIENTE E A CONDICAO DE PAGAMENTO SAO OS DO
      * PRIMEIRO ITEM.
       PROCESSA-PEDIDO.
           MOVE NUM-PV TO PEDIDO-ATUAL.
           MOVE VEND-PV TO VEND-ATUAL.
           MOVE CLI-PV TO CLI-ATUAL.
           MOVE COND-PV TO COND-ATUAL.
           MOVE PRAZO-PV TO PRAZO-ATUAL.
           MOVE ZEROES TO QTD-ITEM VALOR-PEDIDO.
           MOVE "SIM" TO PEDIDO-OK.
           MOVE SPACES TO MOTIVO-PEDIDO ESTADO-ATUAL.
           ADD 1 TO CT-PEDIDOS.
           PERFORM CRITICA-CABECALHO.
           PERFORM JUNTA-ITEM
               UNTIL FIM-PV EQUAL "SIM"
                  OR NUM-PV NOT EQUAL PEDIDO-ATUAL.
           IF PEDIDO-OK EQUAL "SIM" AND COND-ATUAL EQUAL "P"
               PERFORM CRITICA-CREDITO.
           IF PEDIDO-OK EQUAL "SIM"
               PERFORM ACEITA-PEDIDO
           ELSE
               PERFORM RECUSA-PEDIDO.

       CRITICA-CABECALHO.
           MOVE ZEROES TO POS-VEND IDX-VEND.
           PERFORM TESTA-VEND QTD-VEND TIMES.
           IF POS-VEND EQUAL ZEROES
               MOVE "NAO" TO PEDIDO-OK
               MOVE "VENDEDOR NAO CADASTR." TO MOTIVO-PEDIDO
           ELSE
               MOVE CLI-ATUAL TO CODIGO-ENTX
               READ CADCLIX
                   INVALID KEY
                       MOVE "NAO" TO PEDIDO-OK
                       MOVE "CLIENTE NAO CADASTR." TO MOTIVO-PEDIDO
                   NOT INVALID KEY
                       MOVE ESTADO-ENTX TO ESTADO-ATUAL
               END-READ.
           IF PEDIDO-OK EQUAL "SIM"
               PERFORM CRITICA-CONDICAO.

       CRITICA-CONDICAO.
           IF COND-ATUAL EQUAL SPACES
               MOVE "V" TO COND-ATUAL.
           IF (COND-ATUAL NOT EQUAL "V" AND
               COND-ATUAL NOT EQUAL "P") OR
              PRAZO-ATUAL IS NOT NUMERIC
               MOVE "NAO" TO PEDIDO-OK
               MOVE "CONDICAO PGTO INVALIDA" TO MOTIVO-PEDIDO
           ELSE
               IF PRAZO-ATUAL EQUAL ZEROES
                   MOVE 30 TO PRAZO-ATUAL.

      * VENDA A PRAZO: CLIENTE COM LIMITE, SEM TITULO VENCIDO HA MAIS
      * DE 30 DIAS E COM O PEDIDO CABENDO NO LIMITE.
       CRITICA-CREDITO.
           MOVE ZEROES TO VALOR-CREDITO IDX-ITEM.
           PERFORM SOMA-ITEM-CREDITO QTD-ITEM TIMES.
           PERFORM POSICIONA-CREDITO.
           IF LIMITE-CRED-TAB(POS-CRED) EQUAL ZEROES
               MOVE "NAO" TO PEDIDO-OK
               MOVE "SEM LIMITE DE CREDITO" TO MOTIVO-PEDIDO
           ELSE
               IF VENCIDO-CRED-TAB(POS-CRED) EQUAL "SIM"
                   MOVE "NAO" TO PEDIDO-OK
                   MOVE "TIT. VENCIDO + 30 DIAS" TO MOTIVO-PEDIDO
               ELSE
                   IF ABERTO-CRED-TAB(POS-CRED) + VALOR-CREDITO
                      IS GREATER THAN LIMITE-CRED-TAB(POS-CRED)
                       MOVE "NAO" TO PEDIDO-OK
                       MOVE "LIMITE CREDITO EXCED." TO MOTIVO-PEDIDO.

       SOMA-ITEM-CREDITO.
           ADD 1 TO IDX-ITEM.
           COMPUTE VALOR-CREDITO = VALOR-CREDITO
               + QTDE-ITEM-TAB(IDX-ITEM) * PRECO-ITEM-TAB(IDX-ITEM).

       TESTA-VEND.
           ADD 1 TO IDX-VEND.
           IF COD-VEND-TAB(IDX-VEND) EQUAL VEND-ATUAL
               MOVE IDX-VEND TO POS-VEND.

      * CADA ITEM RESERVA O SALDO NA HORA; O PRIMEIRO ITEM RECUSADO
      * MARCA O PEDIDO, MAS OS DEMAIS AINDA SAO LIDOS E CRITICADOS
      * PARA O RELATORIO.
       JUNTA-ITEM.
           ADD 1 TO CT-ITENS-LIDOS.
           IF QTD-ITEM GREATER THAN OR EQUAL TO 50
               DISPLAY "PEDIDO " PEDIDO-ATUAL " EXCEDE 50 ITENS - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-ITEM.
           MOVE COD-PV TO COD-ITEM-TAB(QTD-ITEM).
           MOVE DEP-PV TO DEP-ITEM-TAB(QTD-ITEM).
           MOVE QTDE-PV TO QTDE-ITEM-TAB(QTD-ITEM).
           MOVE PRECO-PV TO PRECO-ITEM-TAB(QTD-ITEM).
           MOVE ZEROES TO POS-SALDO-ITEM(QTD-ITEM).
           MOVE SPACES TO OBS-ITEM-TAB(QTD-ITEM).
           IF QTDE-PV IS NOT NUMERIC OR PRECO-PV IS NOT NUMERIC OR
              QTDE-PV EQUAL ZEROES
               MOVE "QTDE/PRECO INVALIDO" TO OBS-ITEM-TAB(QTD-ITEM)
           ELSE
               PERFORM RESERVA-SALDO.
           IF OBS-ITEM-TAB(QTD-ITEM) NOT EQUAL SPACES
               IF PEDIDO-OK EQUAL "SIM"
                   MOVE "NAO" TO PEDIDO-OK
                   MOVE OBS-ITEM-TAB(QTD-ITEM) TO MOTIVO-PEDIDO.
           PERFORM LE-PV.

       RESERVA-SALDO.
           MOVE ZEROES TO POS-SALDO IDX-SALDO.
           PERFORM TESTA-SALDO QTD-SALDO TIMES.
           IF POS-SALDO EQUAL ZEROES
               MOVE "ITEM/DEP SEM CADASTRO" TO OBS-ITEM-TAB(QTD-ITEM)
           ELSE
               IF QTDE-PV IS GREATER THAN QTDE-SALDO-TAB(POS-SALDO)
                   MOVE "SALDO INSUFICIENTE" TO OBS-ITEM-TAB(QTD-ITEM)
               ELSE
                   SUBTRACT QTDE-PV FROM QTDE-SALDO-TAB(POS-SALDO)
                   MOVE POS-SALDO TO POS-SALDO-ITEM(QTD-ITEM).

       TESTA-SALDO.
           ADD 1 TO IDX-SALDO.
           IF COD-SALDO-TAB(IDX-SALDO) EQUAL COD-PV AND
              DEP-SALDO-TAB(IDX-SALDO) EQUAL DEP-PV
               MOVE IDX-SALDO TO POS-SALDO.

      * PEDIDO ACEITO: SAIDA TIPO "7" POR ITEM E VALOR NO TOTAL DO
      * VENDEDOR NO ESTADO DO CLIENTE.
       ACEITA-PEDIDO.
           ADD 1 TO CT-PED-ACEITOS.
           MOVE ZEROES TO IDX-ITEM.
           PERFORM BAIXA-ITEM QTD-ITEM TIMES.
           ADD VALOR-PEDIDO TO VALOR-ACEITO.
           PERFORM ACUMULA-VENDA.
           IF COND-ATUAL EQUAL "P"
               PERFORM GRAVA-VENDA-PRAZO.

      * O TITULO NASCE NO EM0229; AQUI SO SAI O MOVIMENTO, E O SALDO
      * DO CLIENTE JA CONTA O PEDIDO PARA OS PROXIMOS DA RODADA.
       GRAVA-VENDA-PRAZO.
           ADD 1 TO CT-PED-PRAZO.
           ADD VALOR-PEDIDO TO VALOR-PRAZO.
           ADD VALOR-PEDIDO TO ABERTO-CRED-TAB(POS-CRED).
           CALL "DATAROLL" USING DATA-RODADA-9 PRAZO-ATUAL
                                 VENC-ATUAL.
           MOVE PEDIDO-ATUAL TO NUM-VP.
           MOVE CLI-ATUAL TO CLI-VP.
           MOVE VALOR-PEDIDO TO VALOR-VP.
           MOVE DATA-RODADA-9 TO EMISSAO-VP.
           MOVE VENC-ATUAL TO VENC-VP.
           WRITE REG-VP.

       BAIXA-ITEM.
           ADD 1 TO IDX-ITEM.
           ADD 1 TO CT-ITENS-ACEITOS.
           MOVE POS-SALDO-ITEM(IDX-ITEM) TO POS-SALDO.
           COMPUTE VALOR-ITEM = QTDE-ITEM-TAB(IDX-ITEM)
                              * PRECO-ITEM-TAB(IDX-ITEM).
           ADD VALOR-ITEM TO VALOR-PEDIDO.
           MOVE SPACES TO REG-SAI.
           MOVE COD-ITEM-TAB(IDX-ITEM) TO COD-SAI.
           MOVE DEP-ITEM-TAB(IDX-ITEM) TO DEP-SAI.
           MOVE DESC-SALDO-TAB(POS-SALDO) TO DESC-SAI.
           MOVE ZEROES TO MIN-SAI PRAZO-SAI DEPDEST-SAI VALID-SAI.
           MOVE QTDE-ITEM-TAB(IDX-ITEM) TO QTDE-SAI.
           MOVE PRECO-ITEM-TAB(IDX-ITEM) TO PRECO-SAI.
           MOVE FORN-SALDO-TAB(POS-SALDO) TO FORN-SAI.
           MOVE "7" TO TIPO-SAI.
           MOVE DATA-RODADA-9 TO DATA-SAI.
           MOVE PEDIDO-ATUAL TO DOC-SAI.
           WRITE REG-SAI.
           IF COND-ATUAL EQUAL "P"
               MOVE "ACEITO - A PRAZO" TO OBS-LIN
           ELSE
               MOVE "ACEITO" TO OBS-LIN.
           PERFORM IMPRIME-ITEM.

       ACUMULA-VENDA.
           MOVE ZEROES TO POS-VENDA IDX-VENDA.
           PERFORM TESTA-VENDA QTD-VENDA TIMES.
           IF POS-VENDA EQUAL ZEROES
               IF QTD-VENDA GREATER THAN OR EQUAL TO 300
                   DISPLAY "TAB-VENDA EXCEDE 300 VENDEDORES/ESTADO - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-VENDA
                   MOVE QTD-VENDA TO POS-VENDA
                   MOVE ESTADO-ATUAL TO ESTADO-VENDA-TAB(POS-VENDA)
                   MOVE VEND-ATUAL TO NR-VENDA-TAB(POS-VENDA)
                   MOVE NOME-VEND-TAB(POS-VEND)
                       TO NOME-VENDA-TAB(POS-VENDA)
                   MOVE ZEROES TO VALOR-VENDA-TAB(POS-VENDA).
           ADD VALOR-PEDIDO TO VALOR-VENDA-TAB(POS-VENDA).

       TESTA-VENDA.
           ADD 1 TO IDX-VENDA.
           IF ESTADO-VENDA-TAB(IDX-VENDA) EQUAL ESTADO-ATUAL AND
              NR-VENDA-TAB(IDX-VENDA) EQUAL VEND-ATUAL
               MOVE IDX-VENDA TO POS-VENDA.

      * PEDIDO RECUSADO: AS RESERVAS JA FEITAS VOLTAM AO SALDO.
       RECUSA-PEDIDO.
           ADD 1 TO CT-PED-RECUSADOS.
           MOVE ZEROES TO IDX-ITEM.
           PERFORM DEVOLVE-ITEM QTD-ITEM TIMES.
           MOVE SPACES TO CHAVE-EXC MSG-EXC.
           MOVE PEDIDO-ATUAL TO CHAVE-EXC.
           STRING "PEDIDO RECUSADO - " DELIMITED BY SIZE
                  MOTIVO-PEDIDO DELIMITED BY SIZE
                  INTO MSG-EXC.
           PERFORM GRAVA-EXCLOG.

       DEVOLVE-ITEM.
           ADD 1 TO IDX-ITEM.
           ADD 1 TO CT-ITENS-RECUSADOS.
           MOVE POS-SALDO-ITEM(IDX-ITEM) TO POS-SALDO.
           IF POS-SALDO IS GREATER THAN ZEROES
               ADD QTDE-ITEM-TAB(IDX-ITEM)
                   TO QTDE-SALDO-TAB(POS-SALDO).
           IF QTDE-ITEM-TAB(IDX-ITEM) IS NUMERIC AND
              PRECO-ITEM-TAB(IDX-ITEM) IS NUMERIC
               COMPUTE VALOR-ITEM = QTDE-ITEM-TAB(IDX-ITEM)
                                  * PRECO-ITEM-TAB(IDX-ITEM)
           ELSE
               MOVE ZEROES TO VALOR-ITEM.
           IF OBS-ITEM-TAB(IDX-ITEM) EQUAL SPACES
               MOVE MOTIVO-PEDIDO TO OBS-LIN
           ELSE
               MOVE OBS-ITEM-TAB(IDX-ITEM) TO OBS-LIN.
           PERFORM IMPRIME-ITEM.

       IMPRIME-ITEM.
           MOVE PEDIDO-ATUAL TO PEDIDO-LIN.
           MOVE VEND-ATUAL TO VEND-LIN.
           MOVE CLI-ATUAL TO CLI-LIN.
           MOVE COD-ITEM-TAB(IDX-ITEM) TO COD-LIN.
           MOVE DEP-ITEM-TAB(IDX-ITEM) TO DEP-LIN.
           MOVE VALOR-ITEM TO VALOR-LIN.
           IF QTDE-ITEM-TAB(IDX-ITEM) IS NUMERIC
               MOVE QTDE-ITEM-TAB(IDX-ITEM) TO QTDE-LIN
           ELSE
               MOVE ZEROES TO QTDE-LIN.
           IF PRECO-ITEM-TAB(IDX-ITEM) IS NUMERIC
               MOVE PRECO-ITEM-TAB(IDX-ITEM) TO PRECO-LIN
           ELSE
               MOVE ZEROES TO PRECO-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

       GRAVA-ARQVENDA.
           MOVE ZEROES TO IDX-VENDA.
           PERFORM GRAVA-UMA-VENDA QTD-VENDA TIMES.

       GRAVA-UMA-VENDA.
           ADD 1 TO IDX-VENDA.
           MOVE ESTADO-VENDA-TAB(IDX-VENDA) TO ESTADO-ENT.
           MOVE NR-VENDA-TAB(IDX-VENDA) TO NR-ENT.
           MOVE NOME-VENDA-TAB(IDX-VENDA) TO NOME-ENT.
           MOVE VALOR-VENDA-TAB(IDX-VENDA) TO VALOR-ENT.
           WRITE REG-ENT.

       FIM.
           MOVE CT-PEDIDOS TO PED-LIN.
           MOVE CT-PED-ACEITOS TO PED-ACE-LIN.
           MOVE CT-PED-RECUSADOS TO PED-REC-LIN.
           WRITE REL-SAI FROM LIN-TOTAL-1 AFTER ADVANCING 2 LINES.
           MOVE CT-ITENS-ACEITOS TO ITE-LIN.
           MOVE VALOR-ACEITO TO VALOR-TOT-LIN.
           WRITE REL-SAI FROM LIN-TOTAL-2 AFTER ADVANCING 1 LINE.
           MOVE CT-PED-PRAZO TO PRZ-LIN.
           MOVE VALOR-PRAZO TO VALOR-PRZ-LIN.
           WRITE REL-SAI FROM LIN-TOTAL-3 AFTER ADVANCING 1 LINE.
           PERFORM GRAVA-RUNSTAT.
           DISPLAY "EM0422 - " CT-PED-ACEITOS " PEDIDO(S) ACEITO(S), "
                   CT-PED-RECUSADOS " RECUSADO(S)".
           CLOSE PEDVENDA
                 CADCLIX
                 SAIVENDA
                 VENDPRAZ
                 ARQVENDA
                 RELPEDV
                 EXCLOG
                 RUNSTAT.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID==  BY =="EM0422"==
                     ==CPY-CHAVE==   BY ==CHAVE-EXC==
                     ==CPY-SEVER==   BY =="E"==
                     ==CPY-MSG==     BY ==MSG-EXC==.

       COPY GRAVASTAT
           REPLACING ==CPY-PROGID==     BY =="EM0422"==
                     ==CPY-LIDOS==      BY ==CT-ITENS-LIDOS==
                     ==CPY-GRAVADOS==   BY ==CT-ITENS-ACEITOS==
                     ==CPY-REJEITADOS== BY ==CT-ITENS-RECUSADOS==.

       COPY LEDATAMOV.
