       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0343.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       SEGUNDA VIA DE HOLERITES DE QUALQUER COMPETENCIA
      *               PASSADA. O HOLERITE.DAT E REGRAVADO A CADA
      *               RODADA DA FOLHA E O FUNCIONARIO QUE PRECISAVA DO
      *               DEMONSTRATIVO DE MESES ATRAS (FINANCIAMENTO,
      *               PROCESSO) SO TINHA OS TOTAIS DO ACUMANO. ESTE JOB
      *               ATENDE EM LOTE OS PEDIDOS DO ARQUIVO SEGVIA.DAT:
      *                 MAT-PED      9(05)  MATRICULA
      *                 COMPINI-PED  9(06)  COMPETENCIA INICIAL AAAAMM
      *                 COMPFIM-PED  9(06)  COMPETENCIA FINAL AAAAMM
      *                                     (ZERO = SO A INICIAL)
      *                 TIPO-PED     X(01)  TIPO DA RODADA ("F" FOLHA,
      *                                     "1"/"2" 13O, "V" FERIAS,
      *                                     "T" RESCISAO; BRANCO =
      *                                     TODAS)
      *               E REIMPRIME EM HOLSEGV, A PARTIR DO HISTORICO
      *               PERMANENTE HISTHOL.DAT (COPY HISTHOL, GRAVADO
      *               PELO EM0306, EM0312 E EM0323), CADA DEMONSTRATIVO
      *               PEDIDO EXATAMENTE COMO SAIU NA RODADA ORIGINAL -
      *               AS MESMAS LINHAS COM OS MESMOS SALTOS - EM ORDEM
      *               DE MATRICULA, COMPETENCIA E RODADA.
      *               O RELATORIO RELSEGV CONFERE CADA DEMONSTRATIVO
      *               REIMPRESSO CONTRA O RAZAO DE PAGAMENTOS
      *               LEDGPAG.DAT (RETORNO DO BANCO APLICADO PELO
      *               EM0309), PELA
      *               CONTA + REFERENCIA + VALOR DO CREDITO QUE A RODADA
      *               REMETEU, COM DATA DO RETORNO NAO ANTERIOR A DA
      *               RODADA, E FECHA COM O TOTAL DE LIQUIDO
      *               REIMPRESSO, O TOTAL CONFIRMADO COMO PAGO NO
      *               LEDGPAG E A DIFERENCA. PEDIDO INVALIDO OU SEM
      *               DEMONSTRATIVO NO HISTORICO E LISTADO NO MESMO
      *               RELATORIO. RETURN-CODE 4 QUANDO HA PEDIDO NAO
      *               ATENDIDO OU CREDITO NAO CONFIRMADO; 16 SEM
      *               SEGVIA/HISTHOL.
      *
      *MODIFICACAO
      *  15/10/2026  HOLERITES DE FERIAS E RESCISAO, CREDITADOS PELO
      *              BANCFER/BANCRESC, CUJO RETORNO NAO PASSA PELO
      *              EM0309, SAEM COMO "SEM CONFERENCIA BANCO" COM
      *              TOTAL PROPRIO, FORA DAS DIVERGENCIAS E DA
      *              DIFERENCA; SE O LEDGPAG TROUXER O CREDITO, CONFERE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGVIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PED.

           SELECT HISTHOL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HHL.

           SELECT LEDGPAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LEDG.

           SELECT TRAB ASSIGN TO DISK.

           SELECT HOLSEGV ASSIGN TO DISK.

           SELECT RELSEGV ASSIGN TO DISK.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       FD SEGVIA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SEGVIA.DAT".

       01 REG-PED.
           02 MAT-PED        PIC 9(05).
           02 COMPINI-PED    PIC 9(06).
           02 COMPFIM-PED    PIC 9(06).
           02 TIPO-PED       PIC X(01).

       COPY HISTHOL.

       FD LEDGPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LEDGPAG.DAT".

       01 REG-LEDG.
           02 DATA-LEDG      PIC 9(08).
           02 CONTA-LEDG     PIC 9(10).
           02 REFERENCIA-LEDG PIC X(20).
           02 VALOR-LEDG     PIC 9(07)V99.
           02 STATUS-LEDG    PIC X(01).
           02 MOTIVO-LEDG    PIC X(30).

       SD TRAB.

       01 REG-TRAB.
           02 CHAVE-TRAB.
               03 MAT-TRAB       PIC 9(05).
               03 COMPET-TRAB    PIC 9(06).
               03 TIPO-TRAB      PIC X(01).
               03 DATA-TRAB      PIC 9(08).
           02 ORD-TRAB       PIC 9(07).
           02 AVANCO-TRAB    PIC 9(01).
           02 CONTA-TRAB     PIC 9(10).
           02 REF-TRAB       PIC X(20).
           02 LIQUIDO-TRAB   PIC 9(07)V99.
           02 SIT-TRAB       PIC X(01).
           02 LINHA-TRAB     PIC X(80).

       FD HOLSEGV
           LABEL RECORD IS OMITTED.

       01 REG-HOL            PIC X(80).

       FD RELSEGV
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-PED            PIC X(03) VALUE "NAO".
       77 FIM-HHL            PIC X(03) VALUE "NAO".
       77 FIM-TRAB           PIC X(03) VALUE "NAO".
       77 FIM-LEDG           PIC X(03) VALUE "NAO".
       77 FS-PED             PIC X(02) VALUE SPACES.
       77 FS-HHL             PIC X(02) VALUE SPACES.
       77 FS-LEDG            PIC X(02) VALUE SPACES.
       77 QTD-PED            PIC 9(03) VALUE ZEROES.
       77 IDX-PED            PIC 9(03) VALUE ZEROES.
       77 ACHOU-PED          PIC 9     VALUE ZEROES.
       77 QTD-VER            PIC 9(04) VALUE ZEROES.
       77 IDX-VER            PIC 9(04) VALUE ZEROES.
       77 POS-VER            PIC 9(04) VALUE ZEROES.
       77 CT-LIDOS-HHL       PIC 9(07) VALUE ZEROES.
       77 CT-LINHAS          PIC 9(07) VALUE ZEROES.
       77 CT-PED-SEM         PIC 9(03) VALUE ZEROES.
       77 CT-DIVERG          PIC 9(05) VALUE ZEROES.
       77 TOT-REIMPRESSO     PIC 9(11)V99 VALUE ZEROES.
       77 TOT-CONFIRMADO     PIC 9(11)V99 VALUE ZEROES.
       77 TOT-SEM-CONF       PIC 9(11)V99 VALUE ZEROES.
       77 TOT-DIFERENCA      PIC S9(11)V99 VALUE ZEROES.
       77 MOTIVO-REJ         PIC X(30) VALUE SPACES.

       01 CHAVE-ANT.
           02 MAT-ANT        PIC 9(05) VALUE ZEROES.
           02 COMPET-ANT     PIC 9(06) VALUE ZEROES.
           02 TIPO-ANT       PIC X(01) VALUE SPACES.
           02 DATA-ANT       PIC 9(08) VALUE ZEROES.

      * PEDIDOS DO SEGVIA; SIT-PED-TAB = "R" NO PEDIDO INVALIDO E
      * QTD-HOL-TAB CONTA OS DEMONSTRATIVOS ENCONTRADOS NO HISTORICO.
       01 TAB-PED.
           02 ENT-PED OCCURS 500 TIMES.
               03 MAT-PED-TAB     PIC 9(05).
               03 INI-PED-TAB     PIC 9(06).
               03 FIM-PED-TAB     PIC 9(06).
               03 TIPO-PED-TAB    PIC X(01).
               03 SIT-PED-TAB     PIC X(01).
               03 MOTIVO-PED-TAB  PIC X(30).
               03 QTD-HOL-TAB     PIC 9(03).

      * DEMONSTRATIVOS REIMPRESSOS E O CREDITO DE CADA UM, PARA A
      * CONFERENCIA COM O LEDGPAG: SIT-VER-TAB = "P" PAGO, "D"
      * DEVOLVIDO, "N" SEM CONFERENCIA (FERIAS/RESCISAO), BRANCO SEM
      * RETORNO.
       01 TAB-VER.
           02 ENT-VER OCCURS 2000 TIMES.
               03 MAT-VER-TAB     PIC 9(05).
               03 COMPET-VER-TAB  PIC 9(06).
               03 TIPO-VER-TAB    PIC X(01).
               03 DATA-VER-TAB    PIC 9(08).
               03 CONTA-VER-TAB   PIC 9(10).
               03 REF-VER-TAB     PIC X(20).
               03 LIQ-VER-TAB     PIC 9(07)V99.
               03 RETIDO-VER-TAB  PIC X(01).
               03 SIT-VER-TAB     PIC X(01).

       01 DATA-EDICAO        PIC 9(08) VALUE ZEROES.
       01 DATA-EDICAO-R REDEFINES DATA-EDICAO.
           02 AA-EDICAO      PIC 9(04).
           02 MM-EDICAO      PIC 9(02).
           02 DD-EDICAO      PIC 9(02).

       01 COMPET-EDICAO      PIC 9(06) VALUE ZEROES.
       01 COMPET-EDICAO-R REDEFINES COMPET-EDICAO.
           02 AA-COMPET      PIC 9(04).
           02 MM-COMPET      PIC 9(02).

       COPY WSDATAMOV.

       01 CAB-01.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(44) VALUE
                   "SEGUNDA VIA DE HOLERITES - CONFERENCIA COM O".
           02 FILLER         PIC X(09) VALUE " LEDGPAG ".
           02 DD-CAB         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-CAB         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AA-CAB         PIC 9(04).
           02 FILLER         PIC X(12) VALUE SPACES.

       01 CAB-02.
           02 FILLER         PIC X(07) VALUE "MATR.  ".
           02 FILLER         PIC X(09) VALUE "COMPET.  ".
           02 FILLER         PIC X(12) VALUE "RODADA      ".
           02 FILLER         PIC X(11) VALUE "DATA ROD.  ".
           02 FILLER         PIC X(13) VALUE "      LIQUIDO".
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(08) VALUE "SITUACAO".
           02 FILLER         PIC X(18) VALUE SPACES.

       01 DET-VER.
           02 MAT-LIN        PIC 9(05).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 MM-COMP-LIN    PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AA-COMP-LIN    PIC 9(04).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 TIPO-LIN       PIC X(11).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DD-ROD-LIN     PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-ROD-LIN     PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AA-ROD-LIN     PIC 9(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 LIQ-LIN        PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 SIT-LIN        PIC X(22).
           02 FILLER         PIC X(04) VALUE SPACES.

       01 CAB-PED.
           02 FILLER         PIC X(40) VALUE
                   "PEDIDOS NAO ATENDIDOS:".
           02 FILLER         PIC X(40) VALUE SPACES.

       01 DET-PED.
           02 MAT-PED-LIN    PIC 9(05).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 INI-PED-LIN    PIC 9(06).
           02 FILLER         PIC X(03) VALUE " A ".
           02 FIM-PED-LIN    PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 TIPO-PED-LIN   PIC X(01).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 MOTIVO-LIN     PIC X(30).
           02 FILLER         PIC X(23) VALUE SPACES.

       01 LIN-RESUMO.
           02 FILLER         PIC X(09) VALUE "PEDIDOS: ".
           02 PED-RES-LIN    PIC ZZ9.
           02 FILLER         PIC X(13) VALUE "  HOLERITES: ".
           02 HOL-RES-LIN    PIC ZZZ9.
           02 FILLER         PIC X(10) VALUE "  LINHAS: ".
           02 LINHAS-RES-LIN PIC ZZZZZZ9.
           02 FILLER         PIC X(16) VALUE "  NAO ATENDIDOS:".
           02 NATEND-RES-LIN PIC ZZZ9.
           02 FILLER         PIC X(14) VALUE SPACES.

       01 LIN-TOTAL-1.
           02 FILLER         PIC X(32) VALUE
                   "TOTAL LIQUIDO REIMPRESSO:       ".
           02 TOT-REIMP-LIN  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(31) VALUE SPACES.

       01 LIN-TOTAL-2.
           02 FILLER         PIC X(32) VALUE
                   "TOTAL PAGO CONFORME LEDGPAG:    ".
           02 TOT-CONF-LIN   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(31) VALUE SPACES.

       01 LIN-TOTAL-3.
           02 FILLER         PIC X(32) VALUE
                   "DIFERENCA:                      ".
           02 TOT-DIF-LIN    PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER         PIC X(30) VALUE SPACES.

       01 LIN-TOTAL-4.
           02 FILLER         PIC X(32) VALUE
                   "SEM CONFERENCIA (FERIAS/RESC.): ".
           02 TOT-SCONF-LIN  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.

       EM03-43.
           SORT TRAB
               ASCENDING KEY MAT-TRAB
               ASCENDING KEY COMPET-TRAB
               ASCENDING KEY TIPO-TRAB
               ASCENDING KEY DATA-TRAB
               ASCENDING KEY ORD-TRAB
               INPUT  PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           PERFORM CONFERE-LEDGPAG.
           PERFORM RELATORIO-CONFERENCIA.
           DISPLAY "EM0343 - " QTD-VER " HOLERITE(S) REIMPRESSO(S), "
                   CT-DIVERG " CREDITO(S) NAO CONFIRMADO(S), "
                   CT-PED-SEM " PEDIDO(S) NAO ATENDIDO(S)".
           IF CT-DIVERG IS GREATER THAN ZEROES OR
              CT-PED-SEM IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

      * CARREGA OS PEDIDOS E SOLTA PARA O SORT SO AS LINHAS DO
      * HISTORICO QUE ALGUM PEDIDO VALIDO ALCANCA. ORD-TRAB (ORDEM DE
      * LEITURA) MANTEM AS LINHAS DE CADA DEMONSTRATIVO NA ORDEM EM
      * QUE FORAM IMPRESSAS.
       ROT-ENTRADA SECTION.
           PERFORM LE-DATAMOV.
           OPEN INPUT SEGVIA.
           IF FS-PED NOT EQUAL "00"
               DISPLAY "SEGVIA NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-PED
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-PED UNTIL FIM-PED EQUAL "SIM".
           CLOSE SEGVIA.
           IF QTD-PED EQUAL ZEROES
               DISPLAY "SEGVIA SEM PEDIDOS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT HISTHOL.
           IF FS-HHL NOT EQUAL "00"
               DISPLAY "HISTHOL NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-HHL
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-HHL.
           PERFORM SELECIONA-HHL UNTIL FIM-HHL EQUAL "SIM".
           CLOSE HISTHOL.

       LE-PED SECTION.
           READ SEGVIA AT END
               MOVE "SIM" TO FIM-PED.
           IF FIM-PED NOT EQUAL "SIM"
               PERFORM CARGA-PEDIDO.

       CARGA-PEDIDO SECTION.
           IF QTD-PED GREATER THAN OR EQUAL TO 500
               DISPLAY "SEGVIA EXCEDE LIMITE DE 500 PEDIDOS - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-PED.
           MOVE MAT-PED TO MAT-PED-TAB(QTD-PED).
           MOVE COMPINI-PED TO INI-PED-TAB(QTD-PED).
           MOVE COMPFIM-PED TO FIM-PED-TAB(QTD-PED).
           MOVE TIPO-PED TO TIPO-PED-TAB(QTD-PED).
           MOVE ZEROES TO QTD-HOL-TAB(QTD-PED).
           PERFORM VALIDA-PEDIDO.
           MOVE MOTIVO-REJ TO MOTIVO-PED-TAB(QTD-PED).
           IF MOTIVO-REJ EQUAL SPACES
               MOVE SPACES TO SIT-PED-TAB(QTD-PED)
           ELSE
               MOVE "R" TO SIT-PED-TAB(QTD-PED).

       VALIDA-PEDIDO SECTION.
           MOVE SPACES TO MOTIVO-REJ.
           IF MAT-PED NOT NUMERIC OR MAT-PED EQUAL ZEROES
               MOVE "MATRICULA INVALIDA" TO MOTIVO-REJ
           ELSE
               IF COMPINI-PED NOT NUMERIC OR
                  COMPFIM-PED NOT NUMERIC OR
                  COMPINI-PED(5:2) LESS THAN "01" OR
                  COMPINI-PED(5:2) GREATER THAN "12"
                   MOVE "COMPETENCIA INVALIDA" TO MOTIVO-REJ
               ELSE
                   IF COMPFIM-PED EQUAL ZEROES
                       MOVE COMPINI-PED TO FIM-PED-TAB(QTD-PED)
                   END-IF
                   IF FIM-PED-TAB(QTD-PED) LESS THAN COMPINI-PED
                       MOVE "PERIODO INVERTIDO" TO MOTIVO-REJ
                   ELSE
                       IF TIPO-PED NOT EQUAL SPACES AND
                          TIPO-PED NOT EQUAL "F" AND
                          TIPO-PED NOT EQUAL "1" AND
                          TIPO-PED NOT EQUAL "2" AND
                          TIPO-PED NOT EQUAL "V" AND
                          TIPO-PED NOT EQUAL "T"
                           MOVE "TIPO DE RODADA INVALIDO"
                               TO MOTIVO-REJ.

       LE-HHL SECTION.
           READ HISTHOL AT END MOVE "SIM" TO FIM-HHL.

       SELECIONA-HHL SECTION.
           ADD 1 TO CT-LIDOS-HHL.
           MOVE ZEROES TO IDX-PED ACHOU-PED.
           PERFORM TESTA-PEDIDO QTD-PED TIMES.
           IF ACHOU-PED EQUAL 1
               MOVE MAT-HHL TO MAT-TRAB
               MOVE COMPET-HHL TO COMPET-TRAB
               MOVE TIPO-HHL TO TIPO-TRAB
               MOVE DATA-HHL TO DATA-TRAB
               MOVE CT-LIDOS-HHL TO ORD-TRAB
               MOVE AVANCO-HHL TO AVANCO-TRAB
               MOVE CONTA-HHL TO CONTA-TRAB
               MOVE REF-HHL TO REF-TRAB
               MOVE LIQUIDO-HHL TO LIQUIDO-TRAB
               MOVE SIT-HHL TO SIT-TRAB
               MOVE LINHA-HHL TO LINHA-TRAB
               RELEASE REG-TRAB.
           PERFORM LE-HHL.

      * A PRIMEIRA LINHA (SEQ-HHL 1) DE CADA DEMONSTRATIVO CONTA UM
      * DEMONSTRATIVO ENCONTRADO PARA O PEDIDO.
       TESTA-PEDIDO SECTION.
           ADD 1 TO IDX-PED.
           IF SIT-PED-TAB(IDX-PED) EQUAL SPACES AND
              MAT-HHL EQUAL MAT-PED-TAB(IDX-PED) AND
              COMPET-HHL NOT LESS THAN INI-PED-TAB(IDX-PED) AND
              COMPET-HHL NOT GREATER THAN FIM-PED-TAB(IDX-PED)
               IF TIPO-PED-TAB(IDX-PED) EQUAL SPACES OR
                  TIPO-PED-TAB(IDX-PED) EQUAL TIPO-HHL
                   MOVE 1 TO ACHOU-PED
                   IF SEQ-HHL EQUAL 1
                       ADD 1 TO QTD-HOL-TAB(IDX-PED).

       ROT-SAIDA SECTION.
           OPEN OUTPUT HOLSEGV.
           PERFORM LE-TRAB.
           PERFORM PRINCIPAL UNTIL FIM-TRAB EQUAL "SIM".
           CLOSE HOLSEGV.

       LE-TRAB SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

       PRINCIPAL SECTION.
           IF CHAVE-TRAB NOT EQUAL CHAVE-ANT
               PERFORM NOVO-HOLERITE.
           IF AVANCO-TRAB EQUAL ZEROES
               WRITE REG-HOL FROM LINHA-TRAB AFTER ADVANCING PAGE
           ELSE
               WRITE REG-HOL FROM LINHA-TRAB
                   AFTER ADVANCING AVANCO-TRAB LINES.
           ADD 1 TO CT-LINHAS.
           PERFORM LE-TRAB.

      * CADA DEMONSTRATIVO (MATRICULA + COMPETENCIA + TIPO + DATA DA
      * RODADA) ENTRA NA TABELA DE CONFERENCIA COM O SEU CREDITO.
      * CREDITO ZERO NAO TEM O QUE CONFERIR. FERIAS E RESCISAO SAEM
      * PELO BANCFER/BANCRESC, QUE NAO TEM RETORNO NO LEDGPAG.
       NOVO-HOLERITE SECTION.
           MOVE CHAVE-TRAB TO CHAVE-ANT.
           IF QTD-VER GREATER THAN OR EQUAL TO 2000
               DISPLAY "EM0343 - MAIS DE 2000 HOLERITES PEDIDOS - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-VER.
           MOVE MAT-TRAB TO MAT-VER-TAB(QTD-VER).
           MOVE COMPET-TRAB TO COMPET-VER-TAB(QTD-VER).
           MOVE TIPO-TRAB TO TIPO-VER-TAB(QTD-VER).
           MOVE DATA-TRAB TO DATA-VER-TAB(QTD-VER).
           MOVE CONTA-TRAB TO CONTA-VER-TAB(QTD-VER).
           MOVE REF-TRAB TO REF-VER-TAB(QTD-VER).
           MOVE LIQUIDO-TRAB TO LIQ-VER-TAB(QTD-VER).
           MOVE SIT-TRAB TO RETIDO-VER-TAB(QTD-VER).
           IF LIQUIDO-TRAB EQUAL ZEROES
               MOVE "P" TO SIT-VER-TAB(QTD-VER)
           ELSE
               IF TIPO-TRAB EQUAL "V" OR
                  TIPO-TRAB EQUAL "T"
                   MOVE "N" TO SIT-VER-TAB(QTD-VER)
               ELSE
                   MOVE SPACES TO SIT-VER-TAB(QTD-VER).
           ADD LIQUIDO-TRAB TO TOT-REIMPRESSO.

      * UMA PASSADA NO LEDGPAG: CADA RETORNO CASA COM O DEMONSTRATIVO
      * MAIS RECENTE AINDA NAO PAGO DE MESMA CONTA + REFERENCIA +
      * VALOR, RODADO ATE A DATA DO RETORNO (A REFERENCIA DA FOLHA
      * NORMAL SE REPETE TODO MES). "E" (EFETIVADO) MARCA
      * PAGO; "D" (DEVOLVIDO) MARCA DEVOLVIDO, ATE QUE O REENVIO
      * (BANCOPG2) VOLTE EFETIVADO.
       CONFERE-LEDGPAG SECTION.
           OPEN INPUT LEDGPAG.
           IF FS-LEDG EQUAL "00"
               PERFORM LE-LEDG
               PERFORM CASA-LEDG UNTIL FIM-LEDG EQUAL "SIM"
               CLOSE LEDGPAG
           ELSE
               DISPLAY "EM0343 - SEM LEDGPAG - CREDITOS NAO "
                       "CONFERIDOS".

       LE-LEDG SECTION.
           READ LEDGPAG AT END MOVE "SIM" TO FIM-LEDG.

       CASA-LEDG SECTION.
           MOVE ZEROES TO POS-VER IDX-VER.
           PERFORM TESTA-VER QTD-VER TIMES.
           IF POS-VER IS GREATER THAN ZEROES
               IF STATUS-LEDG EQUAL "E"
                   MOVE "P" TO SIT-VER-TAB(POS-VER)
               ELSE
                   IF STATUS-LEDG EQUAL "D"
                       MOVE "D" TO SIT-VER-TAB(POS-VER).
           PERFORM LE-LEDG.

       TESTA-VER SECTION.
           ADD 1 TO IDX-VER.
           IF SIT-VER-TAB(IDX-VER) NOT EQUAL "P" AND
              CONTA-VER-TAB(IDX-VER) EQUAL CONTA-LEDG AND
              REF-VER-TAB(IDX-VER) EQUAL REFERENCIA-LEDG AND
              LIQ-VER-TAB(IDX-VER) EQUAL VALOR-LEDG AND
              DATA-LEDG NOT LESS THAN DATA-VER-TAB(IDX-VER)
               MOVE IDX-VER TO POS-VER.

       RELATORIO-CONFERENCIA SECTION.
           OPEN OUTPUT RELSEGV.
           MOVE DATA-MOVTO TO DATA-EDICAO.
           MOVE DD-EDICAO TO DD-CAB.
           MOVE MM-EDICAO TO MM-CAB.
           MOVE AA-EDICAO TO AA-CAB.
           WRITE REL-SAI FROM CAB-01 AFTER ADVANCING PAGE.
           WRITE REL-SAI FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-VER.
           PERFORM IMPRIME-VER QTD-VER TIMES.
           MOVE ZEROES TO IDX-PED.
           PERFORM CONTA-PED-SEM QTD-PED TIMES.
           IF CT-PED-SEM IS GREATER THAN ZEROES
               WRITE REL-SAI FROM CAB-PED AFTER ADVANCING 2 LINES
               MOVE ZEROES TO IDX-PED
               PERFORM IMPRIME-PED QTD-PED TIMES.
           MOVE QTD-PED TO PED-RES-LIN.
           MOVE QTD-VER TO HOL-RES-LIN.
           MOVE CT-LINHAS TO LINHAS-RES-LIN.
           MOVE CT-PED-SEM TO NATEND-RES-LIN.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 2 LINES.
           COMPUTE TOT-DIFERENCA = TOT-REIMPRESSO - TOT-CONFIRMADO
                                 - TOT-SEM-CONF.
           MOVE TOT-REIMPRESSO TO TOT-REIMP-LIN.
           MOVE TOT-CONFIRMADO TO TOT-CONF-LIN.
           MOVE TOT-DIFERENCA TO TOT-DIF-LIN.
           WRITE REL-SAI FROM LIN-TOTAL-1 AFTER ADVANCING 2 LINES.
           WRITE REL-SAI FROM LIN-TOTAL-2 AFTER ADVANCING 1 LINE.
           IF TOT-SEM-CONF IS GREATER THAN ZEROES
               MOVE TOT-SEM-CONF TO TOT-SCONF-LIN
               WRITE REL-SAI FROM LIN-TOTAL-4 AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM LIN-TOTAL-3 AFTER ADVANCING 1 LINE.
           CLOSE RELSEGV.

       IMPRIME-VER SECTION.
           ADD 1 TO IDX-VER.
           MOVE MAT-VER-TAB(IDX-VER) TO MAT-LIN.
           MOVE COMPET-VER-TAB(IDX-VER) TO COMPET-EDICAO.
           MOVE MM-COMPET TO MM-COMP-LIN.
           MOVE AA-COMPET TO AA-COMP-LIN.
           EVALUATE TIPO-VER-TAB(IDX-VER)
               WHEN "F"   MOVE "FOLHA"       TO TIPO-LIN
               WHEN "1"   MOVE "13O 1A PARC" TO TIPO-LIN
               WHEN "2"   MOVE "13O 2A PARC" TO TIPO-LIN
               WHEN "V"   MOVE "FERIAS"      TO TIPO-LIN
               WHEN "T"   MOVE "RESCISAO"    TO TIPO-LIN
               WHEN OTHER MOVE SPACES        TO TIPO-LIN
           END-EVALUATE.
           MOVE DATA-VER-TAB(IDX-VER) TO DATA-EDICAO.
           MOVE DD-EDICAO TO DD-ROD-LIN.
           MOVE MM-EDICAO TO MM-ROD-LIN.
           MOVE AA-EDICAO TO AA-ROD-LIN.
           MOVE LIQ-VER-TAB(IDX-VER) TO LIQ-LIN.
           IF SIT-VER-TAB(IDX-VER) EQUAL "P"
               MOVE "CONFERE COM LEDGPAG" TO SIT-LIN
               ADD LIQ-VER-TAB(IDX-VER) TO TOT-CONFIRMADO
           ELSE
               IF SIT-VER-TAB(IDX-VER) EQUAL "N"
                   MOVE "SEM CONFERENCIA BANCO" TO SIT-LIN
                   ADD LIQ-VER-TAB(IDX-VER) TO TOT-SEM-CONF
               ELSE
                   ADD 1 TO CT-DIVERG
                   IF SIT-VER-TAB(IDX-VER) EQUAL "D"
                       MOVE "DEVOLVIDO PELO BANCO" TO SIT-LIN
                   ELSE
                       IF RETIDO-VER-TAB(IDX-VER) EQUAL "R"
                           MOVE "CREDITO RETIDO" TO SIT-LIN
                       ELSE
                           MOVE "SEM RETORNO NO LEDGPAG"
                               TO SIT-LIN.
           WRITE REL-SAI FROM DET-VER AFTER ADVANCING 1 LINE.

       CONTA-PED-SEM SECTION.
           ADD 1 TO IDX-PED.
           IF SIT-PED-TAB(IDX-PED) EQUAL "R" OR
              QTD-HOL-TAB(IDX-PED) EQUAL ZEROES
               ADD 1 TO CT-PED-SEM.

       IMPRIME-PED SECTION.
           ADD 1 TO IDX-PED.
           IF SIT-PED-TAB(IDX-PED) EQUAL "R" OR
              QTD-HOL-TAB(IDX-PED) EQUAL ZEROES
               MOVE MAT-PED-TAB(IDX-PED) TO MAT-PED-LIN
               MOVE INI-PED-TAB(IDX-PED) TO INI-PED-LIN
               MOVE FIM-PED-TAB(IDX-PED) TO FIM-PED-LIN
               MOVE TIPO-PED-TAB(IDX-PED) TO TIPO-PED-LIN
               IF SIT-PED-TAB(IDX-PED) EQUAL "R"
                   MOVE MOTIVO-PED-TAB(IDX-PED) TO MOTIVO-LIN
               ELSE
                   MOVE "NENHUM HOLERITE NO HISTORICO" TO MOTIVO-LIN
               END-IF
               WRITE REL-SAI FROM DET-PED AFTER ADVANCING 1 LINE.

      * PARAGRAFOS COMUNS (COPYBOOKS) USADOS PELAS SECOES ACIMA.
       ROTINAS-COMUNS SECTION.

       COPY LEDATAMOV.
