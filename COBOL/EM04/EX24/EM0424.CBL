       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0424.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       RELATORIO DIARIO DE MARGEM. O EM0403 RECALCULA O
      *               CUSTO MEDIO PONDERADO A CADA ENTRADA, MAS NADA
      *               AVISAVA QUANDO UM AUMENTO DE CUSTO COMIA A
      *               MARGEM DO PRECO DE VENDA. ESTE JOB LE O ATUMERC
      *               DO DIA (CUSTO MEDIO EM PRECO-ATU; OS TRAILERS
      *               "TR" SAO IGNORADOS) E, PARA CADA ITEM/DEPOSITO,
      *               O PRECO DE VENDA EM VIGOR NA DATA DE MOVIMENTO
      *               NA TABELA CADPRECO.DAT (COPY CADPRECO, MANTIDA
      *               PELO EM0423) - O PRECO PROPRIO DO DEPOSITO OU,
      *               NA FALTA DELE, O PRECO DO ITEM PARA TODOS OS
      *               DEPOSITOS (DEPOSITO 00). IMPRIME EM RELMARG O
      *               CUSTO, O PRECO, O MARKUP EFETIVO (SOBRE O CUSTO)
      *               E A MARGEM (SOBRE O PRECO). ITEM COM MARGEM
      *               ABAIXO DA MINIMA SAI MARCADO "ABAIXO" COM O
      *               PRECO SUGERIDO = CUSTO X (1 + MARKUP ALVO / 100);
      *               SEM MARKUP ALVO NA TABELA, O SUGERIDO E O PRECO
      *               QUE DA EXATAMENTE A MARGEM MINIMA. ITEM SEM
      *               PRECO DE VENDA EM VIGOR SAI MARCADO "SEM PRECO".
      *               PARAMETRO NO RUNCTL (PROG "EM0424"):
      *                 PARM1 = MARGEM MINIMA EM % SOBRE O PRECO
      *                         (ZERO = 15,00).
      *               RETURN-CODE 4 QUANDO ALGUM ITEM ESTA ABAIXO DA
      *               MARGEM MINIMA; ATUMERC OU CADPRECO AUSENTE
      *               DEVOLVE 16.

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

           SELECT CADPRECO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRC.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT RELMARG ASSIGN TO DISK.

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

       COPY CADPRECO.

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".

       01 REG-RUNCTL.
           02 PROG-RUNCTL    PIC X(06).
           02 PARM1-RUNCTL   PIC 9(07)V99.
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

       FD RELMARG
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-ARQ            PIC X(03) VALUE "NAO".
       77 FIM-PRC            PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FS-ARQ             PIC X(02) VALUE SPACES.
       77 FS-PRC             PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 QTD-PRC            PIC 9(04) VALUE ZEROES.
       77 IDX-PRC            PIC 9(04) VALUE ZEROES.
       77 POS-PRC            PIC 9(04) VALUE ZEROES.
       77 DEP-PROCURA        PIC 9(02) VALUE ZEROES.
       77 PCT-MARGEM-MIN     PIC 9(03)V99 VALUE 15,00.
       77 PRECO-VENDA        PIC 9(05)V99 VALUE ZEROES.
       77 MARKUP-ALVO        PIC 9(03)V99 VALUE ZEROES.
       77 PCT-MARGEM         PIC S9(07)V99 VALUE ZEROES.
       77 PCT-MARKUP         PIC S9(07)V99 VALUE ZEROES.
       77 PRECO-SUGERIDO     PIC 9(07)V99 VALUE ZEROES.
       77 CT-ITENS           PIC 9(05) VALUE ZEROES.
       77 CT-ABAIXO          PIC 9(05) VALUE ZEROES.
       77 CT-SEM-PRECO       PIC 9(05) VALUE ZEROES.

       01 DATA-BASE-X        PIC X(08) VALUE SPACES.
       01 DATA-BASE REDEFINES DATA-BASE-X PIC 9(08).

       COPY WSDATAMOV.

       01 TAB-PRC.
           02 ENT-PRC OCCURS 1000 TIMES.
               03 COD-PRC-TAB    PIC 9(03).
               03 DEP-PRC-TAB    PIC 9(02).
               03 VIG-PRC-TAB    PIC 9(08).
               03 PRECO-PRC-TAB  PIC 9(05)V99.
               03 MARKUP-PRC-TAB PIC 9(03)V99.

       01 CAB-01.
           02 FILLER         PIC X(40) VALUE
               "MARGEM DE VENDA SOBRE O CUSTO MEDIO     ".
           02 FILLER         PIC X(24) VALUE SPACES.
           02 FILLER         PIC X(06) VALUE "DATA: ".
           02 DD-CAB         PIC 99.
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-CAB         PIC 99.
           02 FILLER         PIC X(01) VALUE "/".
           02 AA-CAB         PIC 9(04).

       01 CAB-02.
           02 FILLER         PIC X(40) VALUE
               "ITEM   DESCRICAO              CUSTO     ".
           02 FILLER         PIC X(40) VALUE
               "PRECO  MARKUP%  MARGEM%  SUGERIDO SIT.  ".

       01 DETALHE.
           02 COD-LIN        PIC 9(03).
           02 FILLER         PIC X(01) VALUE "/".
           02 DEP-LIN        PIC 9(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DESC-LIN       PIC X(19).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CUSTO-LIN      PIC Z.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PRECO-LIN      PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MARKUP-LIN     PIC ----9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MARGEM-LIN     PIC ----9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SUGERIDO-LIN   PIC ZZ.ZZ9,99 BLANK WHEN ZERO.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SITUACAO-LIN   PIC X(06).

       01 DETALHE-SEM-PRECO.
           02 COD-SP-LIN     PIC 9(03).
           02 FILLER         PIC X(01) VALUE "/".
           02 DEP-SP-LIN     PIC 9(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DESC-SP-LIN    PIC X(19).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CUSTO-SP-LIN   PIC Z.ZZ9,99.
           02 FILLER         PIC X(11) VALUE SPACES.
           02 FILLER         PIC X(34) VALUE
               "SEM PRECO DE VENDA EM VIGOR       ".

       01 LIN-RESUMO.
           02 FILLER         PIC X(08) VALUE "ITENS: ".
           02 ITENS-RES      PIC ZZ.ZZ9.
           02 FILLER         PIC X(18) VALUE "  ABAIXO DA MIN.: ".
           02 ABAIXO-RES     PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  SEM PRECO: ".
           02 SEMPRECO-RES   PIC ZZ.ZZ9.
           02 FILLER         PIC X(22) VALUE SPACES.

       01 LIN-MINIMA.
           02 FILLER         PIC X(30) VALUE
               "MARGEM MINIMA SOBRE O PRECO: ".
           02 MINIMA-RES     PIC ZZ9,99.
           02 FILLER         PIC X(02) VALUE " %".
           02 FILLER         PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.

       EM04-24.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM FIM.
           IF CT-ABAIXO IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-BASE-X.
           PERFORM CARGA-RUNCTL.
           PERFORM CARGA-CADPRECO.
           OPEN INPUT ATUMERC.
           IF FS-ARQ NOT EQUAL "00"
               DISPLAY "ATUMERC NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-ARQ
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RELMARG.
           MOVE DATA-BASE-X(7:2) TO DD-CAB.
           MOVE DATA-BASE-X(5:2) TO MM-CAB.
           MOVE DATA-BASE-X(1:4) TO AA-CAB.
           WRITE REL-SAI FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           PERFORM LEITURA.

       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0424"
               IF PROG-RUNCTL EQUAL "EM0424" AND
                  PARM1-RUNCTL NOT EQUAL ZEROES
                   MOVE PARM1-RUNCTL TO PCT-MARGEM-MIN
               END-IF
               CLOSE RUNCTL
           END-IF.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

       CARGA-CADPRECO.
           OPEN INPUT CADPRECO.
           IF FS-PRC NOT EQUAL "00"
               DISPLAY "CADPRECO NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-PRC
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-PRC UNTIL FIM-PRC EQUAL "SIM".
           CLOSE CADPRECO.

       LE-PRC.
           READ CADPRECO AT END
               MOVE "SIM" TO FIM-PRC.
           IF FIM-PRC NOT EQUAL "SIM"
               IF QTD-PRC GREATER THAN OR EQUAL TO 1000
                   DISPLAY "CADPRECO EXCEDE LIMITE DE 1000 "
                           "VIGENCIAS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-PRC
                   MOVE COD-PRC TO COD-PRC-TAB(QTD-PRC)
                   MOVE DEP-PRC TO DEP-PRC-TAB(QTD-PRC)
                   MOVE VIG-PRC TO VIG-PRC-TAB(QTD-PRC)
                   MOVE PRECO-PRC TO PRECO-PRC-TAB(QTD-PRC)
                   MOVE MARKUP-PRC TO MARKUP-PRC-TAB(QTD-PRC).

       LEITURA.
           READ ATUMERC AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           IF TIPO-TRAILER NOT EQUAL "TR"
               ADD 1 TO CT-ITENS
               PERFORM BUSCA-PRECO
               IF POS-PRC EQUAL ZEROES
                   PERFORM IMPRIME-SEM-PRECO
               ELSE
                   PERFORM CALCULA-MARGEM
                   PERFORM IMPRIME-MARGEM.
           PERFORM LEITURA.

      * PRECO PROPRIO DO DEPOSITO; NA FALTA DELE, O DO DEPOSITO 00.
       BUSCA-PRECO.
           MOVE DEP-ATU TO DEP-PROCURA.
           PERFORM PROCURA-VIGENTE.
           IF POS-PRC EQUAL ZEROES AND DEP-ATU NOT EQUAL ZEROES
               MOVE ZEROES TO DEP-PROCURA
               PERFORM PROCURA-VIGENTE.

      * A MAIOR VIGENCIA ATE A DATA DE MOVIMENTO (TABELA EM ORDEM).
       PROCURA-VIGENTE.
           MOVE ZEROES TO POS-PRC IDX-PRC.
           PERFORM TESTA-VIGENTE QTD-PRC TIMES.

       TESTA-VIGENTE.
           ADD 1 TO IDX-PRC.
           IF COD-PRC-TAB(IDX-PRC) EQUAL COD-ATU AND
              DEP-PRC-TAB(IDX-PRC) EQUAL DEP-PROCURA AND
              VIG-PRC-TAB(IDX-PRC) IS NOT GREATER THAN DATA-BASE
               MOVE IDX-PRC TO POS-PRC.

      * MARGEM SOBRE O PRECO E MARKUP SOBRE O CUSTO; CUSTO ZERO NAO
      * TEM MARKUP (MARGEM CHEIA).
       CALCULA-MARGEM.
           MOVE PRECO-PRC-TAB(POS-PRC) TO PRECO-VENDA.
           MOVE MARKUP-PRC-TAB(POS-PRC) TO MARKUP-ALVO.
           COMPUTE PCT-MARGEM ROUNDED =
               (PRECO-VENDA - PRECO-ATU) * 100 / PRECO-VENDA.
           IF PRECO-ATU EQUAL ZEROES
               MOVE ZEROES TO PCT-MARKUP
           ELSE
               COMPUTE PCT-MARKUP ROUNDED =
                   (PRECO-VENDA - PRECO-ATU) * 100 / PRECO-ATU.
           MOVE ZEROES TO PRECO-SUGERIDO.
           IF PCT-MARGEM IS LESS THAN PCT-MARGEM-MIN
               ADD 1 TO CT-ABAIXO
               PERFORM CALCULA-SUGERIDO.

      * SUGERIDO PELO MARKUP ALVO; SEM ALVO, O PRECO DA MARGEM MINIMA.
       CALCULA-SUGERIDO.
           IF MARKUP-ALVO NOT EQUAL ZEROES
               COMPUTE PRECO-SUGERIDO ROUNDED =
                   PRECO-ATU * (100 + MARKUP-ALVO) / 100
           ELSE
               IF PCT-MARGEM-MIN IS LESS THAN 100
                   COMPUTE PRECO-SUGERIDO ROUNDED =
                       PRECO-ATU * 100 / (100 - PCT-MARGEM-MIN).

       IMPRIME-MARGEM.
           MOVE COD-ATU TO COD-LIN.
           MOVE DEP-ATU TO DEP-LIN.
           MOVE DESC-ATU TO DESC-LIN.
           MOVE PRECO-ATU TO CUSTO-LIN.
           MOVE PRECO-VENDA TO PRECO-LIN.
           MOVE PCT-MARKUP TO MARKUP-LIN.
           MOVE PCT-MARGEM TO MARGEM-LIN.
           IF PCT-MARGEM IS LESS THAN PCT-MARGEM-MIN
               MOVE PRECO-SUGERIDO TO SUGERIDO-LIN
               MOVE "ABAIXO" TO SITUACAO-LIN
           ELSE
               MOVE ZEROES TO SUGERIDO-LIN
               MOVE SPACES TO SITUACAO-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

       IMPRIME-SEM-PRECO.
           ADD 1 TO CT-SEM-PRECO.
           MOVE COD-ATU TO COD-SP-LIN.
           MOVE DEP-ATU TO DEP-SP-LIN.
           MOVE DESC-ATU TO DESC-SP-LIN.
           MOVE PRECO-ATU TO CUSTO-SP-LIN.
           WRITE REL-SAI FROM DETALHE-SEM-PRECO AFTER ADVANCING 1 LINE.

       FIM.
           MOVE PCT-MARGEM-MIN TO MINIMA-RES.
           WRITE REL-SAI FROM LIN-MINIMA AFTER ADVANCING 2 LINES.
           MOVE CT-ITENS TO ITENS-RES.
           MOVE CT-ABAIXO TO ABAIXO-RES.
           MOVE CT-SEM-PRECO TO SEMPRECO-RES.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 1 LINE.
           CLOSE ATUMERC
                 RELMARG.
           DISPLAY "EM0424 - " CT-ITENS " ITENS, " CT-ABAIXO
                   " ABAIXO DA MARGEM MINIMA, " CT-SEM-PRECO
                   " SEM PRECO".

       COPY LEDATAMOV.
