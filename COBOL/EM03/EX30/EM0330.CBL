       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0330.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       DEVOLUCOES DE VENDA. ATE AQUI A DEVOLUCAO DO
      *               CLIENTE ERA UM MOVIMENTO DIGITADO A MAO NO
      *               MOVMERC E O VENDEDOR FICAVA COM A COMISSAO QUE O
      *               EM0305 JA TINHA LANCADO NO COMISMOV. ESTE JOB LE
      *               O MOVIMENTO DEVVENDA.DAT - CADA DEVOLUCAO COM A
      *               REFERENCIA DA VENDA ORIGINAL (VENDEDOR, DATA DA
      *               VENDA, PEDIDO, ITEM/DEPOSITO, QUANTIDADE, VALOR
      *               E MOTIVO) - E, PARA CADA DEVOLUCAO ACEITA:
      *                 1) GRAVA O RETORNO DA MERCADORIA AO ESTOQUE EM
      *                    DEVMERC.DAT, NO LAYOUT DO MOVMERC, TIPO "8"
      *                    (DEVOLUCAO DE VENDA, DOC-MOV = PEDIDO), QUE
      *                    O DRIVER INTERCALA NO MOVMERC DO DIA COMO
      *                    FAZ COM O SAIVENDA DO EM0422;
      *                 2) ABATE O VALOR DO TOTAL DO VENDEDOR NO
      *                    RAZAO VENDHIST.DAT, NO PERIODO DA VENDA
      *                    ORIGINAL (DAS LINHAS MAIS RECENTES PARA AS
      *                    MAIS ANTIGAS DO PERIODO), REGRAVANDO O
      *                    RAZAO AO FINAL;
      *                 3) GRAVA EM COMISDEV.DAT, NO LAYOUT DO
      *                    COMISMOV COM TIPO "E" (ESTORNO), A COMISSAO
      *                    A DEVOLVER - A DIFERENCA ENTRE A COMISSAO
      *                    DAS LINHAS DO VENDHIST ANTES E DEPOIS DO
      *                    ABATIMENTO, NAS FAIXAS DO EM0305 - NO
      *                    PERIODO DA DATA DE MOVIMENTO. O DRIVER
      *                    ACRESCENTA O COMISDEV AO COMISMOV LOGO APOS
      *                    O EM0305 E A PROXIMA FOLHA DO EM0306
      *                    DESCONTA O ESTORNO;
      *                 4) ACRESCENTA A DEVOLUCAO AO RAZAO DEVHIST.DAT
      *                    (COPY DEVHIST), BASE DO RELATORIO MENSAL
      *                    POR VENDEDOR, ITEM E MOTIVO DO EM0331.
      *               E RECUSADA A DEVOLUCAO COM CAMPO NAO NUMERICO,
      *               QUANTIDADE OU VALOR ZERADO, DATA DA VENDA
      *               POSTERIOR A DATA DE MOVIMENTO, MOTIVO FORA DA
      *               TABELA (COPY WSMOTDEV), SEM VENDA DO VENDEDOR
      *               NO PERIODO OU COM VALOR ACIMA DO QUE RESTA DE
      *               VENDA DO VENDEDOR NO PERIODO. AS RECUSAS SAEM
      *               EM RELDEV E NO LOG COMUM DE EXCECOES (EXCLOG,
      *               SEVERIDADE "E"), COM RETURN-CODE 4. DEVVENDA OU
      *               VENDHIST AUSENTE OU VAZIO DEVOLVE 16.
      *
      *MODIFICACAO
      *  15/10/2026  AS LINHAS DO VENDHIST ALTERADAS PELAS DEVOLUCOES
      *              PASSAM A SER REGRAVADAS (OU EXCLUIDAS, QUANDO
      *              ZERAM) TAMBEM NO COMPANHEIRO INDEXADO VENDHSTX.DAT
      *              (VER VENDHSTX.CPY), COM JORNAL NO JRNMOV.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVVENDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEV.

           SELECT VENDHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VHIST.

           SELECT VENDHSTX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-VHX
           FILE STATUS IS FS-VHX.

           SELECT JRNMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JRNMOV.

           SELECT DEVMERC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEVM.

           SELECT COMISDEV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMISD.

           SELECT DEVHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEVH.

           SELECT RELDEV ASSIGN TO DISK.

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

       FD DEVVENDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEVVENDA.DAT".

       01 REG-DEV.
           02 NR-DEV         PIC 9(05).
           02 VENDA-DEV      PIC 9(08).
           02 DOC-DEV        PIC 9(06).
           02 COD-DEV        PIC 9(03).
           02 DEP-DEV        PIC 9(02).
           02 QTDE-DEV       PIC 9(03).
           02 VALOR-DEV      PIC 9(07)V99.
           02 MOTIVO-DEV     PIC 9(02).

       FD VENDHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDHIST.DAT".

       01 REG-VHIST.
           02 PERIODO-VH     PIC 9(06).
           02 ESTADO-VH      PIC X(02).
           02 NR-VH          PIC 9(05).
           02 NOME-VH        PIC X(20).
           02 TOTAL-VH       PIC 9(09)V99.

       COPY VENDHSTX.

       COPY JRNMOV.

       FD DEVMERC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEVMERC.DAT".

       01 REG-DEVM.
           02 COD-DEVM       PIC 9(03).
           02 DEP-DEVM       PIC 9(02).
           02 DESC-DEVM      PIC X(30).
           02 MIN-DEVM       PIC 9(03).
           02 QTDE-DEVM      PIC 9(03).
           02 PRECO-DEVM     PIC 9(04)V99.
           02 FORN-DEVM      PIC 9(04).
           02 PRAZO-DEVM     PIC 9(03).
           02 TIPO-DEVM      PIC X.
           02 DATA-DEVM      PIC 9(08).
           02 DOC-DEVM       PIC 9(06).
           02 DEPDEST-DEVM   PIC 9(02).
           02 LOTE-DEVM      PIC X(06).
           02 VALID-DEVM     PIC 9(08).

       FD COMISDEV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "COMISDEV.DAT".

       01 REG-COMISD.
           02 NR-COMISD      PIC 9(05).
           02 PERIODO-COMISD PIC 9(06).
           02 VALOR-COMISD   PIC 9(07)V99.
           02 TIPO-COMISD    PIC X(01).

       COPY DEVHIST.

       FD RELDEV
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY EXCLOG.

       COPY RUNSTAT.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-DEV            PIC X(03) VALUE "NAO".
       77 FIM-VHIST          PIC X(03) VALUE "NAO".
       77 FS-DEV             PIC X(02) VALUE SPACES.
       77 FS-VHIST           PIC X(02) VALUE SPACES.
       77 FS-DEVM            PIC X(02) VALUE SPACES.
       77 FS-COMISD          PIC X(02) VALUE SPACES.
       77 FS-DEVH            PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 FS-RUNSTAT         PIC X(02) VALUE SPACES.
       77 QTD-VH             PIC 9(04) VALUE ZEROES.
       77 IDX-VH             PIC 9(04) VALUE ZEROES.
       77 POS-VH             PIC 9(04) VALUE ZEROES.
       77 POS-OCOR           PIC 9(04) VALUE ZEROES.
       77 OCOR-VH            PIC 9(04) VALUE ZEROES.
       77 FIM-VHX            PIC X(03) VALUE "NAO".
       77 PERIODO-ATU        PIC 9(06) VALUE ZEROES.
       77 PERIODO-VENDA      PIC 9(06) VALUE ZEROES.
       77 VENDAS-PERIODO     PIC 9(11)V99 VALUE ZEROES.
       77 RESTO-DEV          PIC 9(09)V99 VALUE ZEROES.
       77 BASE-COM           PIC 9(09)V99 VALUE ZEROES.
       77 VAL-COM            PIC 9(07)V99 VALUE ZEROES.
       77 COM-ANTES          PIC 9(07)V99 VALUE ZEROES.
       77 ESTORNO-CALC       PIC 9(07)V99 VALUE ZEROES.
       77 MOTIVO-REJ         PIC X(21) VALUE SPACES.
       77 MSG-EXC            PIC X(40) VALUE SPACES.
       77 CHAVE-EXC          PIC X(15) VALUE SPACES.
       77 CT-LIDOS           PIC 9(07) VALUE ZEROES.
       77 CT-GRAVADOS        PIC 9(07) VALUE ZEROES.
       77 CT-REJEITADOS      PIC 9(07) VALUE ZEROES.
       77 TOT-DEVOLVIDO      PIC 9(09)V99 VALUE ZEROES.
       77 TOT-ESTORNO        PIC 9(09)V99 VALUE ZEROES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

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

       COPY WSDATAMOV.

       COPY WSMOTDEV.

       COPY WSJRN.

       COPY WSLEDGX.

       01 TAB-VH.
           02 ENT-VH OCCURS 9999 TIMES.
               03 PERIODO-VH-TAB PIC 9(06).
               03 ESTADO-VH-TAB  PIC X(02).
               03 NR-VH-TAB      PIC 9(05).
               03 NOME-VH-TAB    PIC X(20).
               03 TOTAL-VH-TAB   PIC 9(09)V99.
               03 ALT-VH-TAB     PIC X(01).

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
               "DEVOLUCOES DE VENDA - ESTOQUE, VENDAS E ".
           02 FILLER         PIC X(24) VALUE "COMISSAO".
           02 FILLER         PIC X(06) VALUE "DATA: ".
           02 DATA-TIT       PIC X(10).

       01 LIN-CAB.
           02 FILLER         PIC X(40) VALUE
               "VEND. VENDA      PEDIDO ITEM   QTD      ".
           02 FILLER         PIC X(40) VALUE
               "VALOR   ESTORNO MT RESULTADO            ".

       01 DETALHE.
           02 NR-LIN         PIC 9(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VENDA-LIN      PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DOC-LIN        PIC 9(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 COD-LIN        PIC 9(03).
           02 FILLER         PIC X(01) VALUE "/".
           02 DEP-LIN        PIC 9(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 QTDE-LIN       PIC ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VALOR-LIN      PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ESTORNO-LIN    PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MOT-LIN        PIC 9(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 OBS-LIN        PIC X(21).

       01 LIN-RESUMO-1.
           02 FILLER         PIC X(20) VALUE "DEVOLUCOES ACEITAS: ".
           02 ACE-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  RECUSADAS:  ".
           02 REJ-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(34) VALUE SPACES.

       01 LIN-RESUMO-2.
           02 FILLER         PIC X(20) VALUE "VALOR DEVOLVIDO:    ".
           02 DEV-RES        PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(22) VALUE
                             "  COMISSAO ESTORNADA: ".
           02 EST-RES        PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.

       EM03-30.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-DEV EQUAL "SIM".
           IF CT-GRAVADOS IS GREATER THAN ZEROES
               PERFORM GRAVA-VENDHIST.
           PERFORM FIM.
           IF CT-REJEITADOS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           MOVE DATA-MOVTO(1:6) TO PERIODO-ATU.
           PERFORM CARGA-VENDHIST.
           OPEN INPUT DEVVENDA.
           IF FS-DEV NOT EQUAL "00"
               DISPLAY "DEVVENDA NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-DEV
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LEITURA.
           IF FIM-DEV EQUAL "SIM"
               DISPLAY "DEVVENDA SEM REGISTROS - ENCERRANDO"
               CLOSE DEVVENDA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RELDEV
                EXTEND DEVMERC
                       COMISDEV
                       DEVHIST
                       EXCLOG
                       RUNSTAT.
           IF FS-DEVM EQUAL "35"
               CLOSE DEVMERC
               OPEN OUTPUT DEVMERC.
           IF FS-COMISD EQUAL "35"
               CLOSE COMISDEV
               OPEN OUTPUT COMISDEV.
           IF FS-DEVH EQUAL "35"
               CLOSE DEVHIST
               OPEN OUTPUT DEVHIST.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           IF FS-RUNSTAT EQUAL "35"
               CLOSE RUNSTAT
               OPEN OUTPUT RUNSTAT.
           OPEN EXTEND JRNMOV.
           IF FS-JRNMOV EQUAL "35"
               CLOSE JRNMOV
               OPEN OUTPUT JRNMOV.
           MOVE DATA-MOVTO TO JRN-DATA.
           PERFORM ABRE-VHX.
           MOVE DATA-RODADA TO DATA-EDICAO-9.
           PERFORM EDITA-DATA.
           MOVE DATA-IMP TO DATA-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM LIN-CAB AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.

      * RAZAO DE VENDAS INTEIRO EM TABELA: E NELE QUE A VENDA
      * ORIGINAL E CONFERIDA E ABATIDA.
       CARGA-VENDHIST.
           OPEN INPUT VENDHIST.
           IF FS-VHIST NOT EQUAL "00"
               DISPLAY "VENDHIST NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-VHIST
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-VHIST UNTIL FIM-VHIST EQUAL "SIM".
           CLOSE VENDHIST.
           IF QTD-VH EQUAL ZEROES
               DISPLAY "VENDHIST SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       LE-VHIST.
           READ VENDHIST AT END
               MOVE "SIM" TO FIM-VHIST.
           IF FIM-VHIST NOT EQUAL "SIM"
               IF QTD-VH GREATER THAN OR EQUAL TO 9999
                   DISPLAY "VENDHIST EXCEDE LIMITE DE 9999 REGISTROS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-VH
                   MOVE REG-VHIST TO ENT-VH(QTD-VH).

       LEITURA.
           READ DEVVENDA AT END
               MOVE "SIM" TO FIM-DEV.

       PRINCIPAL.
           ADD 1 TO CT-LIDOS.
           MOVE ZEROES TO ESTORNO-CALC.
           PERFORM CRITICA-DEVOLUCAO.
           IF MOTIVO-REJ EQUAL SPACES
               PERFORM APLICA-DEVOLUCAO.
           PERFORM IMPRIME-DEVOLUCAO.
           PERFORM LEITURA.

       CRITICA-DEVOLUCAO.
           MOVE SPACES TO MOTIVO-REJ.
           IF NR-DEV IS NOT NUMERIC OR VENDA-DEV IS NOT NUMERIC OR
              DOC-DEV IS NOT NUMERIC OR COD-DEV IS NOT NUMERIC OR
              DEP-DEV IS NOT NUMERIC OR QTDE-DEV IS NOT NUMERIC OR
              VALOR-DEV IS NOT NUMERIC OR MOTIVO-DEV IS NOT NUMERIC
               MOVE "DADOS INVALIDOS" TO MOTIVO-REJ
           ELSE
               IF QTDE-DEV EQUAL ZEROES OR VALOR-DEV EQUAL ZEROES
                   MOVE "QTDE/VALOR ZERADO" TO MOTIVO-REJ
               ELSE
                   IF VENDA-DEV EQUAL ZEROES OR
                      VENDA-DEV IS GREATER THAN DATA-RODADA
                       MOVE "DATA VENDA INVALIDA" TO MOTIVO-REJ
                   ELSE
                       IF MOTIVO-DEV EQUAL ZEROES OR
                          MOTIVO-DEV IS GREATER THAN QTD-MOTDEV
                           MOVE "MOTIVO INVALIDO" TO MOTIVO-REJ
                       ELSE
                           PERFORM CONFERE-VENDA.

      * A VENDA ORIGINAL E O TOTAL DO VENDEDOR NO PERIODO DA DATA DA
      * VENDA; A DEVOLUCAO NAO PODE PASSAR DO QUE AINDA RESTA DELE.
       CONFERE-VENDA.
           MOVE VENDA-DEV(1:6) TO PERIODO-VENDA.
           MOVE ZEROES TO VENDAS-PERIODO POS-VH IDX-VH.
           PERFORM SOMA-VENDA-PERIODO QTD-VH TIMES.
           IF POS-VH EQUAL ZEROES
               MOVE "VENDA NAO ENCONTRADA" TO MOTIVO-REJ
           ELSE
               IF VALOR-DEV IS GREATER THAN VENDAS-PERIODO
                   MOVE "VALOR ACIMA DA VENDA" TO MOTIVO-REJ.

       SOMA-VENDA-PERIODO.
           ADD 1 TO IDX-VH.
           IF NR-VH-TAB(IDX-VH) EQUAL NR-DEV AND
              PERIODO-VH-TAB(IDX-VH) EQUAL PERIODO-VENDA
               MOVE IDX-VH TO POS-VH
               ADD TOTAL-VH-TAB(IDX-VH) TO VENDAS-PERIODO.

       APLICA-DEVOLUCAO.
           ADD 1 TO CT-GRAVADOS.
           MOVE VALOR-DEV TO RESTO-DEV.
           MOVE QTD-VH TO IDX-VH.
           PERFORM ABATE-LINHA
               UNTIL IDX-VH EQUAL ZEROES OR RESTO-DEV EQUAL ZEROES.
           ADD VALOR-DEV TO TOT-DEVOLVIDO.
           ADD ESTORNO-CALC TO TOT-ESTORNO.
           PERFORM GRAVA-DEVMERC.
           IF ESTORNO-CALC IS GREATER THAN ZEROES
               PERFORM GRAVA-COMISDEV.
           PERFORM GRAVA-DEVHIST.

      * ABATE DAS LINHAS MAIS RECENTES DO PERIODO PARA AS MAIS
      * ANTIGAS. CADA LINHA DO VENDHIST E UMA APURACAO DO EM0305, QUE
      * PAGOU A COMISSAO PELA FAIXA DO TOTAL DA LINHA: O ESTORNO E A
      * COMISSAO DA LINHA ANTES MENOS A COMISSAO DEPOIS DO ABATIMENTO.
       ABATE-LINHA.
           IF NR-VH-TAB(IDX-VH) EQUAL NR-DEV AND
              PERIODO-VH-TAB(IDX-VH) EQUAL PERIODO-VENDA AND
              TOTAL-VH-TAB(IDX-VH) IS GREATER THAN ZEROES
               MOVE IDX-VH TO POS-VH
               MOVE "S" TO ALT-VH-TAB(IDX-VH)
               MOVE TOTAL-VH-TAB(IDX-VH) TO BASE-COM
               PERFORM CALCULA-COMISSAO
               MOVE VAL-COM TO COM-ANTES
               IF TOTAL-VH-TAB(IDX-VH) IS GREATER THAN RESTO-DEV
                   SUBTRACT RESTO-DEV FROM TOTAL-VH-TAB(IDX-VH)
                   MOVE ZEROES TO RESTO-DEV
               ELSE
                   SUBTRACT TOTAL-VH-TAB(IDX-VH) FROM RESTO-DEV
                   MOVE ZEROES TO TOTAL-VH-TAB(IDX-VH)
               END-IF
               MOVE TOTAL-VH-TAB(IDX-VH) TO BASE-COM
               PERFORM CALCULA-COMISSAO
               COMPUTE ESTORNO-CALC = ESTORNO-CALC + COM-ANTES
                                    - VAL-COM.
           SUBTRACT 1 FROM IDX-VH.

      * MESMAS FAIXAS DE COMISSAO DO EM0305.
       CALCULA-COMISSAO.
           IF BASE-COM IS LESS THAN 5000,00
               COMPUTE VAL-COM = BASE-COM * 0,05
           ELSE IF BASE-COM IS LESS THAN 10000,00
               COMPUTE VAL-COM = BASE-COM * 0,07
           ELSE
               COMPUTE VAL-COM = BASE-COM * 0,10.

      * RETORNO AO ESTOQUE: MOVIMENTO TIPO "8" DATADO DO LOTE, COM O
      * PRECO UNITARIO DA DEVOLUCAO (O EM0403 NAO REPRECIFICA).
       GRAVA-DEVMERC.
           MOVE SPACES TO REG-DEVM.
           MOVE COD-DEV TO COD-DEVM.
           MOVE DEP-DEV TO DEP-DEVM.
           MOVE ZEROES TO MIN-DEVM FORN-DEVM PRAZO-DEVM DEPDEST-DEVM
                          VALID-DEVM.
           MOVE QTDE-DEV TO QTDE-DEVM.
           COMPUTE PRECO-DEVM ROUNDED = VALOR-DEV / QTDE-DEV.
           MOVE "8" TO TIPO-DEVM.
           MOVE DATA-RODADA TO DATA-DEVM.
           MOVE DOC-DEV TO DOC-DEVM.
           WRITE REG-DEVM.

       GRAVA-COMISDEV.
           MOVE NR-DEV TO NR-COMISD.
           MOVE PERIODO-ATU TO PERIODO-COMISD.
           MOVE ESTORNO-CALC TO VALOR-COMISD.
           MOVE "E" TO TIPO-COMISD.
           WRITE REG-COMISD.

       GRAVA-DEVHIST.
           MOVE PERIODO-ATU TO PERIODO-DH.
           MOVE DATA-RODADA TO DATA-DH.
           MOVE NR-DEV TO NR-DH.
           MOVE ESTADO-VH-TAB(POS-VH) TO ESTADO-DH.
           MOVE NOME-VH-TAB(POS-VH) TO NOME-DH.
           MOVE VENDA-DEV TO VENDA-DH.
           MOVE DOC-DEV TO DOC-DH.
           MOVE COD-DEV TO COD-DH.
           MOVE DEP-DEV TO DEP-DH.
           MOVE QTDE-DEV TO QTDE-DH.
           MOVE VALOR-DEV TO VALOR-DH.
           MOVE MOTIVO-DEV TO MOTIVO-DH.
           MOVE ESTORNO-CALC TO ESTORNO-DH.
           WRITE REG-DEVH.

       IMPRIME-DEVOLUCAO.
           MOVE ZEROES TO NR-LIN DOC-LIN COD-LIN DEP-LIN MOT-LIN
                          QTDE-LIN VALOR-LIN.
           MOVE SPACES TO VENDA-LIN.
           IF NR-DEV IS NUMERIC
               MOVE NR-DEV TO NR-LIN.
           IF VENDA-DEV IS NUMERIC
               MOVE VENDA-DEV TO DATA-EDICAO-9
               PERFORM EDITA-DATA
               MOVE DATA-IMP TO VENDA-LIN.
           IF DOC-DEV IS NUMERIC
               MOVE DOC-DEV TO DOC-LIN.
           IF COD-DEV IS NUMERIC
               MOVE COD-DEV TO COD-LIN.
           IF DEP-DEV IS NUMERIC
               MOVE DEP-DEV TO DEP-LIN.
           IF QTDE-DEV IS NUMERIC
               MOVE QTDE-DEV TO QTDE-LIN.
           IF VALOR-DEV IS NUMERIC
               MOVE VALOR-DEV TO VALOR-LIN.
           IF MOTIVO-DEV IS NUMERIC
               MOVE MOTIVO-DEV TO MOT-LIN.
           MOVE ESTORNO-CALC TO ESTORNO-LIN.
           IF MOTIVO-REJ EQUAL SPACES
               MOVE "ACEITA" TO OBS-LIN
           ELSE
               MOVE MOTIVO-REJ TO OBS-LIN
               ADD 1 TO CT-REJEITADOS
               MOVE SPACES TO CHAVE-EXC MSG-EXC
               STRING NR-DEV "/" DOC-DEV DELIMITED BY SIZE
                   INTO CHAVE-EXC
               STRING "DEVOL. RECUSADA - " DELIMITED BY SIZE
                      MOTIVO-REJ DELIMITED BY SIZE
                      INTO MSG-EXC
               PERFORM GRAVA-EXCLOG.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

       EDITA-DATA.
           MOVE DD-EDICAO TO DD-IMP.
           MOVE MM-EDICAO TO MM-IMP.
           MOVE AAAA-EDICAO TO AAAA-IMP.

      * O RAZAO E REGRAVADO INTEIRO; LINHA ZERADA PELA DEVOLUCAO SAI
      * DO RAZAO (O EM0305 SO GRAVA TOTAL POSITIVO).
       GRAVA-VENDHIST.
           OPEN OUTPUT VENDHIST.
           MOVE ZEROES TO IDX-VH.
           PERFORM GRAVA-LINHA-VH QTD-VH TIMES.
           CLOSE VENDHIST.
           IF TEM-VHX EQUAL "SIM"
               MOVE QTD-VH TO IDX-VH
               PERFORM ATUALIZA-VHX QTD-VH TIMES.

       GRAVA-LINHA-VH.
           ADD 1 TO IDX-VH.
           IF TOTAL-VH-TAB(IDX-VH) IS GREATER THAN ZEROES
               MOVE ENT-VH(IDX-VH) TO REG-VHIST
               WRITE REG-VHIST.

      * NO COMPANHEIRO INDEXADO A LINHA ALTERADA E A N-ESIMA DO
      * VENDEDOR NO PERIODO, NA MESMA ORDEM DO RAZAO: E REGRAVADA COM
      * O NOVO TOTAL, OU EXCLUIDA SE ZEROU. A TABELA E PERCORRIDA DO
      * FIM PARA O INICIO, PARA QUE A EXCLUSAO DE UMA LINHA NAO MUDE
      * A POSICAO DAS QUE AINDA FALTAM.
       ATUALIZA-VHX.
           IF ALT-VH-TAB(IDX-VH) EQUAL "S"
               MOVE ZEROES TO OCOR-VH POS-OCOR
               PERFORM CONTA-OCORRENCIA IDX-VH TIMES
               PERFORM LOCALIZA-VHX
               IF FIM-VHX EQUAL "SIM"
                   DISPLAY "EM0330 - VENDHSTX SEM A LINHA "
                           PERIODO-VH-TAB(IDX-VH) "/"
                           NR-VH-TAB(IDX-VH) " - RECONSTRUIR COM O "
                           "REORGIDX"
               ELSE
                   PERFORM ALTERA-VHX.
           SUBTRACT 1 FROM IDX-VH.

       CONTA-OCORRENCIA.
           ADD 1 TO POS-OCOR.
           IF NR-VH-TAB(POS-OCOR) EQUAL NR-VH-TAB(IDX-VH) AND
              PERIODO-VH-TAB(POS-OCOR) EQUAL PERIODO-VH-TAB(IDX-VH)
               ADD 1 TO OCOR-VH.

       LOCALIZA-VHX.
           MOVE "NAO" TO FIM-VHX.
           MOVE PERIODO-VH-TAB(IDX-VH) TO PERIODO-VHX.
           MOVE NR-VH-TAB(IDX-VH) TO NR-VHX.
           MOVE ZEROES TO SEQ-VHX.
           START VENDHSTX KEY IS NOT LESS THAN CHAVE-VHX
               INVALID KEY MOVE "SIM" TO FIM-VHX.
           IF FIM-VHX EQUAL "NAO"
               PERFORM LE-VHX OCOR-VH TIMES.
           IF FIM-VHX EQUAL "NAO"
               IF PERIODO-VHX NOT EQUAL PERIODO-VH-TAB(IDX-VH) OR
                  NR-VHX NOT EQUAL NR-VH-TAB(IDX-VH)
                   MOVE "SIM" TO FIM-VHX.

       LE-VHX.
           IF FIM-VHX EQUAL "NAO"
               READ VENDHSTX NEXT RECORD
                   AT END MOVE "SIM" TO FIM-VHX.

       ALTERA-VHX.
           MOVE REG-VHX TO JRN-ANTES.
           IF TOTAL-VH-TAB(IDX-VH) IS GREATER THAN ZEROES
               MOVE ENT-VH(IDX-VH) TO IMAGEM-VHX
               REWRITE REG-VHX
               MOVE "R" TO JRN-OPER
               MOVE REG-VHX TO JRN-DEPOIS
           ELSE
               DELETE VENDHSTX RECORD
               MOVE "D" TO JRN-OPER
               MOVE SPACES TO JRN-DEPOIS.
           PERFORM JORNAL-VHX.

       FIM.
           MOVE CT-GRAVADOS TO ACE-RES.
           MOVE CT-REJEITADOS TO REJ-RES.
           WRITE REL-SAI FROM LIN-RESUMO-1 AFTER ADVANCING 3 LINES.
           MOVE TOT-DEVOLVIDO TO DEV-RES.
           MOVE TOT-ESTORNO TO EST-RES.
           WRITE REL-SAI FROM LIN-RESUMO-2 AFTER ADVANCING 1 LINE.
           PERFORM GRAVA-RUNSTAT.
           DISPLAY "EM0330 - " CT-GRAVADOS " DEVOLUCAO(OES) ACEITA(S), "
                   CT-REJEITADOS " RECUSADA(S)".
           CLOSE DEVVENDA
                 DEVMERC
                 COMISDEV
                 DEVHIST
                 RELDEV
                 EXCLOG
                 RUNSTAT.
           PERFORM FECHA-VHX.
           CLOSE JRNMOV.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID==  BY =="EM0330"==
                     ==CPY-CHAVE==   BY ==CHAVE-EXC==
                     ==CPY-SEVER==   BY =="E"==
                     ==CPY-MSG==     BY ==MSG-EXC==.

       COPY GRAVASTAT
           REPLACING ==CPY-PROGID==     BY =="EM0330"==
                     ==CPY-LIDOS==      BY ==CT-LIDOS==
                     ==CPY-GRAVADOS==   BY ==CT-GRAVADOS==
                     ==CPY-REJEITADOS== BY ==CT-REJEITADOS==.

       COPY LEDATAMOV.

       COPY GRAVAVHX
           REPLACING ==CPY-PROGID== BY =="EM0330"==.
