       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0331.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       RELATORIO MENSAL DE DEVOLUCOES DE VENDA. LE O
      *               RAZAO DEVHIST.DAT (COPY DEVHIST, GRAVADO PELO
      *               EM0330) E ORDENA AS DEVOLUCOES PROCESSADAS NO
      *               MES POR VENDEDOR, ITEM/DEPOSITO E MOTIVO. O
      *               RELATORIO RELDEVM TRAZ, POR VENDEDOR, UMA LINHA
      *               POR ITEM E MOTIVO (QUANTIDADE, VALOR DEVOLVIDO E
      *               COMISSAO ESTORNADA), O TOTAL DO VENDEDOR E A
      *               TAXA DE DEVOLUCAO: VALOR DEVOLVIDO NO MES SOBRE
      *               A VENDA BRUTA DO MES (TOTAL DO VENDEDOR NO
      *               VENDHIST.DAT, QUE JA VEM LIQUIDO DAS DEVOLUCOES,
      *               MAIS AS DEVOLUCOES DE VENDAS DO MES). VENDEDOR
      *               COM TAXA ACIMA DO LIMITE SAI MARCADO "ACIMA DO
      *               LIMITE" (SEM VENDA NO MES A TAXA CONTA 100%). AO
      *               FINAL SAEM O RESUMO POR MOTIVO E O TOTAL GERAL.
      *               PARAMETROS NO RUNCTL (PROG "EM0331"):
      *                 PARM1 = TAXA LIMITE DE DEVOLUCAO EM % (ZERO =
      *                         5,00);
      *                 PARM2 = MES DO RELATORIO AAAAMM (ZERO = MES
      *                         DA DATA DE MOVIMENTO).
      *               RETURN-CODE 4 QUANDO ALGUM VENDEDOR PASSA DO
      *               LIMITE; DEVHIST OU VENDHIST AUSENTE DEVOLVE 16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEVH.

           SELECT VENDHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VHIST.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT TRAB ASSIGN TO DISK.

           SELECT RELDEVM ASSIGN TO DISK.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       COPY DEVHIST.

       FD VENDHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDHIST.DAT".

       01 REG-VHIST.
           02 PERIODO-VH     PIC 9(06).
           02 ESTADO-VH      PIC X(02).
           02 NR-VH          PIC 9(05).
           02 NOME-VH        PIC X(20).
           02 TOTAL-VH       PIC 9(09)V99.

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".

       01 REG-RUNCTL.
           02 PROG-RUNCTL    PIC X(06).
           02 PARM1-RUNCTL   PIC 9(07)V99.
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

       SD TRAB.

       01 REG-TRAB.
           02 NR-TRAB        PIC 9(05).
           02 COD-TRAB       PIC 9(03).
           02 DEP-TRAB       PIC 9(02).
           02 MOTIVO-TRAB    PIC 9(02).
           02 NOME-TRAB      PIC X(20).
           02 ESTADO-TRAB    PIC X(02).
           02 QTDE-TRAB      PIC 9(03).
           02 VALOR-TRAB     PIC 9(07)V99.
           02 ESTORNO-TRAB   PIC 9(07)V99.

       FD RELDEVM
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-DEVH           PIC X(03) VALUE "NAO".
       77 FIM-VHIST          PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FIM-TRAB           PIC X(03) VALUE "NAO".
       77 FS-DEVH            PIC X(02) VALUE SPACES.
       77 FS-VHIST           PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 PERIODO-REL        PIC 9(06) VALUE ZEROES.
       77 PCT-LIMITE         PIC 9(03)V99 VALUE 5,00.
       77 QTD-VEND           PIC 9(03) VALUE ZEROES.
       77 IDX-VEND           PIC 9(03) VALUE ZEROES.
       77 POS-VEND           PIC 9(03) VALUE ZEROES.
       77 NR-PROCURA         PIC 9(05) VALUE ZEROES.
       77 IDX-MOT            PIC 9(02) VALUE ZEROES.
       77 PRIMEIRO           PIC 9     VALUE 1.
       77 NR-ANT             PIC 9(05) VALUE ZEROES.
       77 COD-ANT            PIC 9(03) VALUE ZEROES.
       77 DEP-ANT            PIC 9(02) VALUE ZEROES.
       77 MOTIVO-ANT         PIC 9(02) VALUE ZEROES.
       77 QTDE-GRP           PIC 9(05) VALUE ZEROES.
       77 VALOR-GRP          PIC 9(09)V99 VALUE ZEROES.
       77 ESTORNO-GRP        PIC 9(09)V99 VALUE ZEROES.
       77 QTDE-VND           PIC 9(05) VALUE ZEROES.
       77 VALOR-VND          PIC 9(09)V99 VALUE ZEROES.
       77 ESTORNO-VND        PIC 9(09)V99 VALUE ZEROES.
       77 QTDE-GER           PIC 9(05) VALUE ZEROES.
       77 VALOR-GER          PIC 9(09)V99 VALUE ZEROES.
       77 ESTORNO-GER        PIC 9(09)V99 VALUE ZEROES.
       77 VENDA-BRUTA        PIC 9(11)V99 VALUE ZEROES.
       77 PCT-DEV            PIC 9(03)V99 VALUE ZEROES.
       77 CT-DEVOLUCOES      PIC 9(05) VALUE ZEROES.
       77 CT-VENDEDORES      PIC 9(05) VALUE ZEROES.
       77 CT-ACIMA           PIC 9(05) VALUE ZEROES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

       COPY WSDATAMOV.

       COPY WSMOTDEV.

      * VENDA DO MES POR VENDEDOR: O TOTAL LIQUIDO DO VENDHIST E O
      * QUE FOI DEVOLVIDO DE VENDAS DO MES (EM QUALQUER MES), QUE
      * SOMADOS DAO A VENDA BRUTA.
       01 TAB-VEND.
           02 ENT-VEND OCCURS 300 TIMES.
               03 NR-VEND-TAB      PIC 9(05).
               03 VENDAS-VEND-TAB  PIC 9(11)V99.
               03 DEVVDA-VEND-TAB  PIC 9(11)V99.

       01 TAB-MOT-TOT.
           02 ENT-MOT-TOT OCCURS 6 TIMES.
               03 QTDE-MOT-TAB     PIC 9(05).
               03 VALOR-MOT-TAB    PIC 9(09)V99.
               03 ESTORNO-MOT-TAB  PIC 9(09)V99.

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
               "DEVOLUCOES DE VENDA POR VENDEDOR, ITEM E".
           02 FILLER         PIC X(24) VALUE " MOTIVO".
           02 FILLER         PIC X(05) VALUE "MES: ".
           02 MES-TIT        PIC 99.
           02 FILLER         PIC X(01) VALUE "/".
           02 ANO-TIT        PIC 9(04).
           02 FILLER         PIC X(04) VALUE SPACES.

       01 LIN-VEND.
           02 FILLER         PIC X(10) VALUE "VENDEDOR: ".
           02 NR-VEND-LIN    PIC 9(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-VEND-LIN  PIC X(20).
           02 FILLER         PIC X(10) VALUE "  ESTADO: ".
           02 UF-VEND-LIN    PIC X(02).
           02 FILLER         PIC X(32) VALUE SPACES.

       01 LIN-CAB.
           02 FILLER         PIC X(40) VALUE
               "  ITEM/DP  MOTIVO                       ".
           02 FILLER         PIC X(40) VALUE
               "  QTDE          VALOR       ESTORNO     ".

       01 DETALHE.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 ITEM-LIN       PIC X(06).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 MOT-LIN        PIC X(28).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 QTDE-LIN       PIC ZZ.ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VALOR-LIN      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ESTORNO-LIN    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(05) VALUE SPACES.

       01 LIN-TAXA.
           02 FILLER         PIC X(11) VALUE SPACES.
           02 FILLER         PIC X(14) VALUE "VENDA BRUTA: ".
           02 BRUTA-LIN      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(09) VALUE "  TAXA: ".
           02 PCT-LIN        PIC ZZ9,99.
           02 FILLER         PIC X(03) VALUE " % ".
           02 ACIMA-LIN      PIC X(15).
           02 FILLER         PIC X(08) VALUE SPACES.

       01 LIN-QUADRO.
           02 TITULO-QUADRO  PIC X(50).
           02 FILLER         PIC X(30) VALUE SPACES.

       01 LIN-RESUMO.
           02 FILLER         PIC X(12) VALUE "DEVOLUCOES: ".
           02 DEV-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  VENDEDORES: ".
           02 VND-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(17) VALUE "  ACIMA DO LIMITE".
           02 FILLER         PIC X(02) VALUE ": ".
           02 ACI-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(17) VALUE SPACES.

       01 LIN-LIMITE.
           02 FILLER         PIC X(30) VALUE
                             "TAXA LIMITE DE DEVOLUCAO:     ".
           02 LIMITE-RES     PIC ZZ9,99.
           02 FILLER         PIC X(02) VALUE " %".
           02 FILLER         PIC X(42) VALUE SPACES.

       01 LIN-NADA.
           02 FILLER         PIC X(40) VALUE
               "      NENHUMA DEVOLUCAO DE VENDA NO MES ".
           02 FILLER         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       EM03-31.
           SORT TRAB
               ASCENDING KEY NR-TRAB
               ASCENDING KEY COD-TRAB
               ASCENDING KEY DEP-TRAB
               ASCENDING KEY MOTIVO-TRAB
               INPUT  PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           IF CT-ACIMA IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       ROT-ENTRADA SECTION.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           MOVE DATA-RODADA-X(1:6) TO PERIODO-REL.
           PERFORM CARGA-RUNCTL.
           PERFORM CARGA-VENDAS.
           OPEN INPUT DEVHIST.
           IF FS-DEVH NOT EQUAL "00"
               DISPLAY "DEVHIST NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-DEVH
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-DEVH UNTIL FIM-DEVH EQUAL "SIM".
           CLOSE DEVHIST.

       CARGA-RUNCTL SECTION.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0331"
               IF PROG-RUNCTL EQUAL "EM0331"
                   IF PARM1-RUNCTL NOT EQUAL ZEROES
                       MOVE PARM1-RUNCTL TO PCT-LIMITE
                   END-IF
                   IF PARM2-RUNCTL NOT EQUAL ZEROES
                       MOVE PARM2-RUNCTL TO PERIODO-REL
                   END-IF
               END-IF
               CLOSE RUNCTL.

       LE-RUNCTL SECTION.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

      * TOTAL LIQUIDO DE CADA VENDEDOR NO MES DO RELATORIO.
       CARGA-VENDAS SECTION.
           OPEN INPUT VENDHIST.
           IF FS-VHIST NOT EQUAL "00"
               DISPLAY "VENDHIST NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-VHIST
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-VHIST UNTIL FIM-VHIST EQUAL "SIM".
           CLOSE VENDHIST.

       LE-VHIST SECTION.
           READ VENDHIST AT END
               MOVE "SIM" TO FIM-VHIST.
           IF FIM-VHIST NOT EQUAL "SIM"
               IF PERIODO-VH EQUAL PERIODO-REL
                   MOVE NR-VH TO NR-PROCURA
                   PERFORM POSICIONA-VENDEDOR
                   ADD TOTAL-VH TO VENDAS-VEND-TAB(POS-VEND).

      * DEVOLUCAO DE VENDA DO MES RECOMPOE A VENDA BRUTA; DEVOLUCAO
      * PROCESSADA NO MES VAI PARA O RELATORIO.
       LE-DEVH SECTION.
           READ DEVHIST AT END
               MOVE "SIM" TO FIM-DEVH.
           IF FIM-DEVH NOT EQUAL "SIM"
               IF VENDA-DH(1:6) EQUAL PERIODO-REL
                   MOVE NR-DH TO NR-PROCURA
                   PERFORM POSICIONA-VENDEDOR
                   ADD VALOR-DH TO DEVVDA-VEND-TAB(POS-VEND)
               END-IF
               IF PERIODO-DH EQUAL PERIODO-REL
                   PERFORM SOLTA-DEVOLUCAO.

       SOLTA-DEVOLUCAO SECTION.
           MOVE NR-DH TO NR-TRAB.
           MOVE COD-DH TO COD-TRAB.
           MOVE DEP-DH TO DEP-TRAB.
           MOVE MOTIVO-DH TO MOTIVO-TRAB.
           MOVE NOME-DH TO NOME-TRAB.
           MOVE ESTADO-DH TO ESTADO-TRAB.
           MOVE QTDE-DH TO QTDE-TRAB.
           MOVE VALOR-DH TO VALOR-TRAB.
           MOVE ESTORNO-DH TO ESTORNO-TRAB.
           RELEASE REG-TRAB.

       POSICIONA-VENDEDOR SECTION.
           MOVE ZEROES TO POS-VEND IDX-VEND.
           PERFORM TESTA-VENDEDOR QTD-VEND TIMES.
           IF POS-VEND EQUAL ZEROES
               IF QTD-VEND GREATER THAN OR EQUAL TO 300
                   DISPLAY "TAB-VEND EXCEDE 300 VENDEDORES - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-VEND
                   MOVE QTD-VEND TO POS-VEND
                   MOVE NR-PROCURA TO NR-VEND-TAB(POS-VEND)
                   MOVE ZEROES TO VENDAS-VEND-TAB(POS-VEND)
                                  DEVVDA-VEND-TAB(POS-VEND).

       TESTA-VENDEDOR SECTION.
           ADD 1 TO IDX-VEND.
           IF NR-VEND-TAB(IDX-VEND) EQUAL NR-PROCURA
               MOVE IDX-VEND TO POS-VEND.

       ROT-SAIDA SECTION.
           OPEN OUTPUT RELDEVM.
           MOVE PERIODO-REL(5:2) TO MES-TIT.
           MOVE PERIODO-REL(1:4) TO ANO-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO TAB-MOT-TOT.
           PERFORM LE-TRAB.
           IF FIM-TRAB EQUAL "SIM"
               WRITE REL-SAI FROM LIN-NADA AFTER ADVANCING 2 LINES
           ELSE
               PERFORM PRINCIPAL UNTIL FIM-TRAB EQUAL "SIM"
               PERFORM FECHA-GRUPO
               PERFORM FECHA-VENDEDOR
               PERFORM IMPRIME-RESUMO-MOTIVO.
           MOVE PCT-LIMITE TO LIMITE-RES.
           WRITE REL-SAI FROM LIN-LIMITE AFTER ADVANCING 2 LINES.
           MOVE CT-DEVOLUCOES TO DEV-RES.
           MOVE CT-VENDEDORES TO VND-RES.
           MOVE CT-ACIMA TO ACI-RES.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 1 LINE.
           CLOSE RELDEVM.
           DISPLAY "EM0331 - " CT-DEVOLUCOES " DEVOLUCAO(OES), "
                   CT-ACIMA " VENDEDOR(ES) ACIMA DO LIMITE".

       LE-TRAB SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

       PRINCIPAL SECTION.
           IF PRIMEIRO EQUAL 1
               MOVE ZEROES TO PRIMEIRO
               PERFORM ABRE-VENDEDOR
               PERFORM ABRE-GRUPO
           ELSE
               IF NR-TRAB NOT EQUAL NR-ANT
                   PERFORM FECHA-GRUPO
                   PERFORM FECHA-VENDEDOR
                   PERFORM ABRE-VENDEDOR
                   PERFORM ABRE-GRUPO
               ELSE
                   IF COD-TRAB NOT EQUAL COD-ANT OR
                      DEP-TRAB NOT EQUAL DEP-ANT OR
                      MOTIVO-TRAB NOT EQUAL MOTIVO-ANT
                       PERFORM FECHA-GRUPO
                       PERFORM ABRE-GRUPO.
           ADD 1 TO CT-DEVOLUCOES.
           ADD QTDE-TRAB TO QTDE-GRP.
           ADD VALOR-TRAB TO VALOR-GRP.
           ADD ESTORNO-TRAB TO ESTORNO-GRP.
           PERFORM LE-TRAB.

       ABRE-VENDEDOR SECTION.
           MOVE NR-TRAB TO NR-ANT NR-VEND-LIN.
           MOVE NOME-TRAB TO NOME-VEND-LIN.
           MOVE ESTADO-TRAB TO UF-VEND-LIN.
           MOVE ZEROES TO QTDE-VND VALOR-VND ESTORNO-VND.
           WRITE REL-SAI FROM LIN-VEND AFTER ADVANCING 2 LINES.
           WRITE REL-SAI FROM LIN-CAB AFTER ADVANCING 1 LINE.

       ABRE-GRUPO SECTION.
           MOVE COD-TRAB TO COD-ANT.
           MOVE DEP-TRAB TO DEP-ANT.
           MOVE MOTIVO-TRAB TO MOTIVO-ANT.
           MOVE ZEROES TO QTDE-GRP VALOR-GRP ESTORNO-GRP.

      * LINHA DO ITEM/MOTIVO; O MOTIVO ALIMENTA TAMBEM O RESUMO.
       FECHA-GRUPO SECTION.
           MOVE SPACES TO ITEM-LIN MOT-LIN.
           STRING COD-ANT "/" DEP-ANT DELIMITED BY SIZE
               INTO ITEM-LIN.
           MOVE MOTIVO-ANT TO IDX-MOT.
           PERFORM EDITA-MOTIVO.
           MOVE QTDE-GRP TO QTDE-LIN.
           MOVE VALOR-GRP TO VALOR-LIN.
           MOVE ESTORNO-GRP TO ESTORNO-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD QTDE-GRP TO QTDE-VND.
           ADD VALOR-GRP TO VALOR-VND.
           ADD ESTORNO-GRP TO ESTORNO-VND.
           IF IDX-MOT IS GREATER THAN ZEROES AND
              IDX-MOT IS NOT GREATER THAN QTD-MOTDEV
               ADD QTDE-GRP TO QTDE-MOT-TAB(IDX-MOT)
               ADD VALOR-GRP TO VALOR-MOT-TAB(IDX-MOT)
               ADD ESTORNO-GRP TO ESTORNO-MOT-TAB(IDX-MOT).

       EDITA-MOTIVO SECTION.
           IF IDX-MOT IS GREATER THAN ZEROES AND
              IDX-MOT IS NOT GREATER THAN QTD-MOTDEV
               STRING IDX-MOT " " DESC-MOTDEV(IDX-MOT)
                   DELIMITED BY SIZE INTO MOT-LIN
           ELSE
               STRING IDX-MOT " ???" DELIMITED BY SIZE
                   INTO MOT-LIN.

      * TOTAL E TAXA DO VENDEDOR: DEVOLVIDO NO MES SOBRE A VENDA
      * BRUTA DO MES.
       FECHA-VENDEDOR SECTION.
           ADD 1 TO CT-VENDEDORES.
           MOVE SPACES TO ITEM-LIN.
           MOVE "TOTAL DO VENDEDOR" TO MOT-LIN.
           MOVE QTDE-VND TO QTDE-LIN.
           MOVE VALOR-VND TO VALOR-LIN.
           MOVE ESTORNO-VND TO ESTORNO-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD QTDE-VND TO QTDE-GER.
           ADD VALOR-VND TO VALOR-GER.
           ADD ESTORNO-VND TO ESTORNO-GER.
           MOVE NR-ANT TO NR-PROCURA.
           PERFORM POSICIONA-VENDEDOR.
           COMPUTE VENDA-BRUTA = VENDAS-VEND-TAB(POS-VEND)
                               + DEVVDA-VEND-TAB(POS-VEND).
           IF VENDA-BRUTA EQUAL ZEROES
               MOVE 100 TO PCT-DEV
           ELSE
               IF VALOR-VND IS NOT LESS THAN VENDA-BRUTA
                   MOVE 100 TO PCT-DEV
               ELSE
                   COMPUTE PCT-DEV ROUNDED =
                       VALOR-VND * 100 / VENDA-BRUTA.
           MOVE VENDA-BRUTA TO BRUTA-LIN.
           MOVE PCT-DEV TO PCT-LIN.
           IF PCT-DEV IS GREATER THAN PCT-LIMITE
               ADD 1 TO CT-ACIMA
               MOVE "ACIMA DO LIMITE" TO ACIMA-LIN
           ELSE
               MOVE SPACES TO ACIMA-LIN.
           WRITE REL-SAI FROM LIN-TAXA AFTER ADVANCING 1 LINE.

       IMPRIME-RESUMO-MOTIVO SECTION.
           MOVE "RESUMO POR MOTIVO" TO TITULO-QUADRO.
           WRITE REL-SAI FROM LIN-QUADRO AFTER ADVANCING 3 LINES.
           WRITE REL-SAI FROM LIN-CAB AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-MOT.
           PERFORM IMPRIME-MOTIVO QTD-MOTDEV TIMES.
           MOVE SPACES TO ITEM-LIN.
           MOVE "TOTAL GERAL" TO MOT-LIN.
           MOVE QTDE-GER TO QTDE-LIN.
           MOVE VALOR-GER TO VALOR-LIN.
           MOVE ESTORNO-GER TO ESTORNO-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 2 LINES.

       IMPRIME-MOTIVO SECTION.
           ADD 1 TO IDX-MOT.
           IF QTDE-MOT-TAB(IDX-MOT) IS GREATER THAN ZEROES
               MOVE SPACES TO ITEM-LIN MOT-LIN
               PERFORM EDITA-MOTIVO
               MOVE QTDE-MOT-TAB(IDX-MOT) TO QTDE-LIN
               MOVE VALOR-MOT-TAB(IDX-MOT) TO VALOR-LIN
               MOVE ESTORNO-MOT-TAB(IDX-MOT) TO ESTORNO-LIN
               WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

       ROTINAS-COMUNS SECTION.

       COPY LEDATAMOV.
