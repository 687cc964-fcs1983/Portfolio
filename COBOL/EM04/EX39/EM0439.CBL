       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0439.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       MONITOR DE CAPACIDADE. VARIAS CHAVES E
      *               QUANTIDADES DOS CADASTROS ESTAO PERTO DO LIMITE
      *               DO PICTURE (COD-CAD E CC-ANT 9(03), QTDE-CAD E
      *               QTDE-ATU 9(03), CODIGO-ENT X(03)) OU DO OCCURS
      *               DA TABELA QUE OS CARREGA (AS 20 CONTAS DO CADCTA
      *               NO EM0414), E ATE AQUI SO SE DESCOBRIA QUANDO UM
      *               JOB ABORTAVA OU UM VALOR TRUNCAVA. PARA CADA ITEM
      *               DO CADCAPAC.DAT (VER CADCAPAC.CPY) ESTE JOB LE O
      *               ARQUIVO INDICADO E MEDE:
      *                 - "K" A MAIOR CHAVE EM USO;
      *                 - "V" O MAIOR VALOR DO CAMPO;
      *                 - "Q" A QUANTIDADE DE REGISTROS;
      *               COMPARA COM O LIMITE, GRAVA A MEDICAO NO
      *               HISTCAP.DAT E PROJETA O MES DE ESGOTAMENTO PELO
      *               CRESCIMENTO DESDE A MEDICAO MAIS ANTIGA DOS
      *               ULTIMOS 360 DIAS (BASE 30/360). ITEM ACIMA DO
      *               PERCENTUAL DE ALERTA VAI AO EXCLOG COM
      *               SEVERIDADE "A"; ACIMA DO CRITICO, "E". DALI, PELO
      *               ROTEIA (PROGRAMA "EM0439"), SEGUE PARA O
      *               NOTIFICA DO EM0410. CAMPO "K"/"V" NAO NUMERICO
      *               (CHAVE ALFANUMERICA, REGISTRO CURTO) NAO ENTRA NA
      *               MEDIDA E E CONTADO A PARTE.
      *               A MEDICAO E SEMANAL: O JOB RODA TODO DIA NO LOTE
      *               MAS SO MEDE QUANDO A ULTIMA MEDICAO DO HISTCAP
      *               TEM O INTERVALO DE DIAS OU MAIS; UMA RERODADA NO
      *               MESMO DIA NAO MEDE DE NOVO. PARAMETROS NO RUNCTL
      *               (PROG "EM0439"):
      *                 PARM1 = INTERVALO ENTRE MEDICOES EM DIAS
      *                         (ZERO = 7);
      *                 PARM2 = PERCENTUAL DE ALERTA (ZERO = 80);
      *                 PARM3 = PERCENTUAL CRITICO (ZERO = 95).
      *               RELATORIO RELCAPAC. RETURN-CODE 4 QUANDO HA ITEM
      *               EM ALERTA, CRITICO, SEM ARQUIVO OU INVALIDO; 16
      *               QUANDO FALTA O CADCAPAC OU AS TABELAS ESTOURAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCAPAC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAPAC.

           SELECT HISTCAP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HCAP.

           SELECT ARQMED ASSIGN TO DYNAMIC NOME-ARQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MED.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT RELCAPAC ASSIGN TO DISK.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       COPY CADCAPAC.

       COPY HISTCAP.

       FD ARQMED
           LABEL RECORD ARE STANDARD.

       01 REG-MED            PIC X(500).

       COPY EXCLOG.

       FD RELCAPAC
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".

       01 REG-RUNCTL.
           02 PROG-RUNCTL    PIC X(06).
           02 PARM1-RUNCTL   PIC 9(07)V99.
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FS-CAPAC           PIC X(02) VALUE SPACES.
       77 FS-HCAP            PIC X(02) VALUE SPACES.
       77 FS-MED             PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FIM-CAPAC          PIC X(03) VALUE "NAO".
       77 FIM-HCAP           PIC X(03) VALUE "NAO".
       77 FIM-MED            PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 NOME-ARQ           PIC X(18) VALUE SPACES.
       77 INTERVALO-DIAS     PIC 9(04) VALUE 7.
       77 PCT-ALERTA         PIC 9(03)V99 VALUE 80.
       77 PCT-CRITICO        PIC 9(03)V99 VALUE 95.
       77 DATA-HOJE          PIC 9(08) VALUE ZEROES.
       77 ULT-MEDICAO        PIC 9(08) VALUE ZEROES.
       77 QTD-CAP-TAB        PIC 9(03) VALUE ZEROES.
       77 IDX-CAP            PIC 9(03) VALUE ZEROES.
       77 POS-ITEM           PIC 9(03) VALUE ZEROES.
       77 POS-CPO            PIC 9(03) VALUE ZEROES.
       77 DIAS-CALC          PIC S9(05) VALUE ZEROES.
       77 DIAS-BASE          PIC S9(05) VALUE ZEROES.
       77 DIAS-REST          PIC 9(09) VALUE ZEROES.
       77 MESES-REST         PIC 9(07) VALUE ZEROES.
       77 MESES-TOT          PIC 9(07) VALUE ZEROES.
       77 MEDIDA-ATU         PIC 9(12) VALUE ZEROES.
       77 LIMITE-ATU         PIC 9(12) VALUE ZEROES.
       77 PCT-ATU            PIC 9(03)V99 VALUE ZEROES.
       77 QTD-LIDOS          PIC 9(07) VALUE ZEROES.
       77 QTD-INVAL          PIC 9(07) VALUE ZEROES.
       77 CT-MEDIDOS         PIC 9(05) VALUE ZEROES.
       77 CT-ALERTAS         PIC 9(05) VALUE ZEROES.
       77 CT-CRITICOS        PIC 9(05) VALUE ZEROES.
       77 CT-SEM-ARQ         PIC 9(05) VALUE ZEROES.
       77 CT-INVALIDOS       PIC 9(05) VALUE ZEROES.
       77 MOTIVO-INV         PIC X(30) VALUE SPACES.
       77 PCT-ED             PIC ZZ9,99.
       77 CHAVE-AUD          PIC X(15) VALUE SPACES.
       77 SEVER-AUD          PIC X(01) VALUE SPACES.
       77 MSG-AUD            PIC X(40) VALUE SPACES.

      * CAMPO MEDIDO E LIMITE ALINHADOS A DIREITA EM 12 DIGITOS.
       01 CAMPO-X            PIC X(12).
       01 CAMPO-NUM REDEFINES CAMPO-X PIC 9(12).

       01 LIMITE-X           PIC X(12).
       01 LIMITE-NUM REDEFINES LIMITE-X PIC 9(12).

      * DATAS DA CONTA DE DIAS 30/360 (DATA-INI ATE DATA-FIM).
       01 DATA-INI-X.
           02 ANO-INI        PIC 9(04).
           02 MES-INI        PIC 9(02).
           02 DIA-INI        PIC 9(02).
       01 DATA-INI REDEFINES DATA-INI-X PIC 9(08).

       01 DATA-FIM-X.
           02 ANO-FIM        PIC 9(04).
           02 MES-FIM        PIC 9(02).
           02 DIA-FIM        PIC 9(02).
       01 DATA-FIM REDEFINES DATA-FIM-X PIC 9(08).

       01 DATA-PROJ-X.
           02 ANO-PROJ       PIC 9(04).
           02 MES-PROJ       PIC 9(02).
       01 DATA-PROJ REDEFINES DATA-PROJ-X PIC 9(06).

       COPY WSDATAMOV.

      * ITENS DO CADCAPAC, COM A MEDICAO BASE DA PROJECAO (A MAIS
      * ANTIGA DOS ULTIMOS 360 DIAS NO HISTCAP).
       01 TAB-CAP.
           02 ENT-CAP OCCURS 200 TIMES.
               03 ID-TAB         PIC X(08).
               03 ARQ-TAB        PIC X(18).
               03 TIPO-TAB       PIC X(01).
               03 POS-TAB        PIC 9(03).
               03 TAM-TAB        PIC 9(02).
               03 LIMITE-TAB     PIC 9(12).
               03 DESC-TAB       PIC X(16).
               03 MOTIVO-TAB     PIC X(30).
               03 BASE-DATA-TAB  PIC 9(08).
               03 BASE-MED-TAB   PIC 9(12).

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
               "MONITOR DE CAPACIDADE - MEDICAO EM      ".
           02 DATA-TIT       PIC 9(08).
           02 FILLER         PIC X(32) VALUE SPACES.

       01 LIN-SECAO.
           02 TEXTO-SECAO    PIC X(60).
           02 FILLER         PIC X(20) VALUE SPACES.

       01 CAB-CAP.
           02 FILLER         PIC X(40) VALUE
               "ITEM     DESCRICAO        T       MEDIDA".
           02 FILLER         PIC X(40) VALUE
               "       LIMITE  PCT % NIVEL   PROJECAO   ".

       01 DET-CAP.
           02 ID-LIN         PIC X(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DESC-LIN       PIC X(16).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 TIPO-LIN       PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MEDIDA-LIN     PIC Z(11)9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 LIMITE-LIN     PIC Z(11)9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PCT-LIN        PIC ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NIVEL-LIN      PIC X(07).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PROJ-LIN       PIC X(11).

       01 DET-ARQ.
           02 FILLER         PIC X(09) VALUE SPACES.
           02 ARQ-LIN        PIC X(18).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 TEXTO-ARQ      PIC X(52).

       01 LIN-QTD.
           02 TEXTO-QTD      PIC X(35).
           02 QTD-TOT-LIN    PIC ZZ.ZZ9.
           02 FILLER         PIC X(39) VALUE SPACES.

       01 LIN-PCT.
           02 TEXTO-PCT      PIC X(35).
           02 PCT-TOT-LIN    PIC ZZ9,99.
           02 FILLER         PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.

       EM04-39.
           PERFORM INICIO.
           IF ULT-MEDICAO NOT EQUAL ZEROES
               MOVE ULT-MEDICAO TO DATA-INI
               MOVE DATA-HOJE TO DATA-FIM
               PERFORM CONTA-DIAS
               IF DIAS-CALC IS LESS THAN INTERVALO-DIAS
                   DISPLAY "EM0439 - ULTIMA MEDICAO EM " ULT-MEDICAO
                           " - INTERVALO DE " INTERVALO-DIAS
                           " DIAS NAO CUMPRIDO, NADA A MEDIR"
                   MOVE ZEROES TO RETURN-CODE
                   STOP RUN.
           PERFORM MEDICAO.
           PERFORM FIM.
           DISPLAY "EM0439 - " CT-MEDIDOS " ITEM(NS) MEDIDO(S), "
                   CT-ALERTAS " EM ALERTA, " CT-CRITICOS
                   " CRITICO(S)".
           IF CT-ALERTAS   IS GREATER THAN ZEROES OR
              CT-CRITICOS  IS GREATER THAN ZEROES OR
              CT-SEM-ARQ   IS GREATER THAN ZEROES OR
              CT-INVALIDOS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-HOJE.
           PERFORM CARGA-RUNCTL.
           OPEN INPUT CADCAPAC.
           IF FS-CAPAC NOT EQUAL "00"
               DISPLAY "CADCAPAC NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-CAPAC " - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-CAPAC UNTIL FIM-CAPAC EQUAL "SIM".
           CLOSE CADCAPAC.
           OPEN INPUT HISTCAP.
           IF FS-HCAP EQUAL "00"
               PERFORM LE-HISTCAP UNTIL FIM-HCAP EQUAL "SIM"
               CLOSE HISTCAP
           ELSE
               DISPLAY "EM0439 - SEM HISTCAP - PRIMEIRA MEDICAO".

      * INTERVALO E PERCENTUAIS VIA RUNCTL (PROG "EM0439"); SEM ELE,
      * 7 DIAS, 80% E 95%.
       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0439"
               IF PROG-RUNCTL EQUAL "EM0439"
                   IF PARM1-RUNCTL NOT EQUAL ZEROES
                       MOVE PARM1-RUNCTL TO INTERVALO-DIAS
                   END-IF
                   IF PARM2-RUNCTL NOT EQUAL ZEROES
                       MOVE PARM2-RUNCTL TO PCT-ALERTA
                   END-IF
                   IF PARM3-RUNCTL NOT EQUAL ZEROES
                       MOVE PARM3-RUNCTL TO PCT-CRITICO
                   END-IF
               END-IF
               CLOSE RUNCTL
           END-IF.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

       LE-CAPAC.
           READ CADCAPAC AT END
               MOVE "SIM" TO FIM-CAPAC.
           IF FIM-CAPAC NOT EQUAL "SIM" AND
              REG-CAP NOT EQUAL SPACES
               PERFORM GUARDA-ITEM.

       GUARDA-ITEM.
           IF QTD-CAP-TAB GREATER THAN OR EQUAL TO 200
               DISPLAY "TAB-CAP EXCEDE LIMITE DE 200 ITENS - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM CRITICA-ITEM.
           ADD 1 TO QTD-CAP-TAB.
           MOVE ID-CAP     TO ID-TAB(QTD-CAP-TAB).
           MOVE ARQ-CAP    TO ARQ-TAB(QTD-CAP-TAB).
           MOVE TIPO-CAP   TO TIPO-TAB(QTD-CAP-TAB).
           MOVE DESC-CAP   TO DESC-TAB(QTD-CAP-TAB).
           MOVE MOTIVO-INV TO MOTIVO-TAB(QTD-CAP-TAB).
           MOVE ZEROES TO BASE-DATA-TAB(QTD-CAP-TAB)
                          BASE-MED-TAB(QTD-CAP-TAB).
           IF MOTIVO-INV EQUAL SPACES
               MOVE POS-CAP    TO POS-TAB(QTD-CAP-TAB)
               MOVE TAM-CAP    TO TAM-TAB(QTD-CAP-TAB)
               MOVE LIMITE-CAP TO LIMITE-TAB(QTD-CAP-TAB)
           ELSE
               MOVE ZEROES TO POS-TAB(QTD-CAP-TAB)
                              TAM-TAB(QTD-CAP-TAB)
                              LIMITE-TAB(QTD-CAP-TAB).

      * MESMAS REGRAS DA TABELA "CAPAC" DO MANREF, PARA O ITEM
      * GRAVADO POR FORA DA MANUTENCAO.
       CRITICA-ITEM.
           MOVE SPACES TO MOTIVO-INV.
           IF ID-CAP EQUAL SPACES OR ARQ-CAP EQUAL SPACES
               MOVE "ITEM SEM ID OU SEM ARQUIVO" TO MOTIVO-INV
           ELSE
               IF TIPO-CAP NOT EQUAL "K" AND
                  TIPO-CAP NOT EQUAL "V" AND
                  TIPO-CAP NOT EQUAL "Q"
                   MOVE "TIPO DIFERENTE DE K, V E Q" TO MOTIVO-INV
               ELSE
                   IF REG-CAP(28:17) IS NOT NUMERIC
                       MOVE "POS/TAM/LIMITE NAO NUMERICOS"
                           TO MOTIVO-INV
                   ELSE
                       IF TIPO-CAP EQUAL "Q"
                           IF LIMITE-CAP EQUAL ZEROES
                               MOVE "ITEM Q SEM LIMITE" TO MOTIVO-INV
                           END-IF
                       ELSE
                           PERFORM CRITICA-CAMPO.
           IF MOTIVO-INV EQUAL SPACES
               MOVE 1 TO IDX-CAP
               PERFORM TESTA-DUPLICADO
                   UNTIL IDX-CAP IS GREATER THAN QTD-CAP-TAB.

       CRITICA-CAMPO.
           IF POS-CAP EQUAL ZEROES OR
              TAM-CAP EQUAL ZEROES OR
              TAM-CAP IS GREATER THAN 12
               MOVE "POSICAO ZERO OU TAMANHO 1 A 12" TO MOTIVO-INV
           ELSE
               IF POS-CAP + TAM-CAP - 1 IS GREATER THAN 500
                   MOVE "CAMPO ALEM DA POSICAO 500" TO MOTIVO-INV.

       TESTA-DUPLICADO.
           IF ID-TAB(IDX-CAP) EQUAL ID-CAP
               MOVE "ITEM DUPLICADO NO CADCAPAC" TO MOTIVO-INV
               MOVE QTD-CAP-TAB TO IDX-CAP.
           ADD 1 TO IDX-CAP.

      * A MEDICAO MAIS RECENTE DECIDE SE HOJE HA MEDICAO; A MAIS
      * ANTIGA DOS ULTIMOS 360 DIAS DE CADA ITEM E A BASE DA PROJECAO.
       LE-HISTCAP.
           READ HISTCAP AT END
               MOVE "SIM" TO FIM-HCAP.
           IF FIM-HCAP NOT EQUAL "SIM"
               IF DATA-HCAP IS GREATER THAN ULT-MEDICAO
                   MOVE DATA-HCAP TO ULT-MEDICAO
               END-IF
               IF DATA-HCAP IS LESS THAN DATA-HOJE
                   PERFORM ACHA-ITEM-HCAP
                   IF POS-ITEM IS GREATER THAN ZEROES
                       PERFORM TESTA-BASE.

       ACHA-ITEM-HCAP.
           MOVE ZEROES TO POS-ITEM.
           MOVE 1 TO IDX-CAP.
           PERFORM TESTA-ITEM-HCAP
               UNTIL IDX-CAP IS GREATER THAN QTD-CAP-TAB
                  OR POS-ITEM IS GREATER THAN ZEROES.

       TESTA-ITEM-HCAP.
           IF ID-TAB(IDX-CAP) EQUAL ID-HCAP
               MOVE IDX-CAP TO POS-ITEM
           ELSE
               ADD 1 TO IDX-CAP.

       TESTA-BASE.
           MOVE DATA-HCAP TO DATA-INI.
           MOVE DATA-HOJE TO DATA-FIM.
           PERFORM CONTA-DIAS.
           IF DIAS-CALC IS NOT GREATER THAN 360
               IF BASE-DATA-TAB(POS-ITEM) EQUAL ZEROES OR
                  DATA-HCAP IS LESS THAN BASE-DATA-TAB(POS-ITEM)
                   MOVE DATA-HCAP   TO BASE-DATA-TAB(POS-ITEM)
                   MOVE MEDIDA-HCAP TO BASE-MED-TAB(POS-ITEM).

       MEDICAO.
           OPEN EXTEND HISTCAP.
           IF FS-HCAP EQUAL "35"
               CLOSE HISTCAP
               OPEN OUTPUT HISTCAP.
           OPEN EXTEND EXCLOG.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           OPEN OUTPUT RELCAPAC.
           MOVE DATA-HOJE TO DATA-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           MOVE "ITENS MEDIDOS (K = MAIOR CHAVE, V = MAIOR VALOR, Q = "
               TO TEXTO-SECAO.
           WRITE REL-SAI FROM LIN-SECAO AFTER ADVANCING 2 LINES.
           MOVE "REGISTROS NA TABELA)" TO TEXTO-SECAO.
           WRITE REL-SAI FROM LIN-SECAO AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM CAB-CAP AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO IDX-CAP.
           PERFORM TRATA-ITEM QTD-CAP-TAB TIMES.
           MOVE "ITENS MEDIDOS:" TO TEXTO-QTD.
           MOVE CT-MEDIDOS TO QTD-TOT-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 2 LINES.
           MOVE "EM ALERTA:" TO TEXTO-QTD.
           MOVE CT-ALERTAS TO QTD-TOT-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 1 LINE.
           MOVE "CRITICOS:" TO TEXTO-QTD.
           MOVE CT-CRITICOS TO QTD-TOT-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 1 LINE.
           MOVE "SEM ARQUIVO:" TO TEXTO-QTD.
           MOVE CT-SEM-ARQ TO QTD-TOT-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 1 LINE.
           MOVE "ITENS INVALIDOS NO CADCAPAC:" TO TEXTO-QTD.
           MOVE CT-INVALIDOS TO QTD-TOT-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 1 LINE.
           MOVE "PERCENTUAL DE ALERTA:" TO TEXTO-PCT.
           MOVE PCT-ALERTA TO PCT-TOT-LIN.
           WRITE REL-SAI FROM LIN-PCT AFTER ADVANCING 1 LINE.
           MOVE "PERCENTUAL CRITICO:" TO TEXTO-PCT.
           MOVE PCT-CRITICO TO PCT-TOT-LIN.
           WRITE REL-SAI FROM LIN-PCT AFTER ADVANCING 1 LINE.
           MOVE "INTERVALO ENTRE MEDICOES (DIAS):" TO TEXTO-QTD.
           MOVE INTERVALO-DIAS TO QTD-TOT-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 1 LINE.

       TRATA-ITEM.
           ADD 1 TO IDX-CAP.
           MOVE SPACES TO DET-CAP.
           MOVE ID-TAB(IDX-CAP)   TO ID-LIN.
           MOVE DESC-TAB(IDX-CAP) TO DESC-LIN.
           MOVE TIPO-TAB(IDX-CAP) TO TIPO-LIN.
           MOVE ARQ-TAB(IDX-CAP)  TO ARQ-LIN.
           MOVE ID-TAB(IDX-CAP)   TO CHAVE-AUD.
           IF MOTIVO-TAB(IDX-CAP) NOT EQUAL SPACES
               PERFORM ITEM-INVALIDO
           ELSE
               MOVE ARQ-TAB(IDX-CAP) TO NOME-ARQ
               OPEN INPUT ARQMED
               IF FS-MED NOT EQUAL "00"
                   PERFORM ITEM-SEM-ARQUIVO
               ELSE
                   PERFORM MEDE-ITEM.

       ITEM-INVALIDO.
           ADD 1 TO CT-INVALIDOS.
           MOVE "INVALID" TO NIVEL-LIN.
           WRITE REL-SAI FROM DET-CAP AFTER ADVANCING 1 LINE.
           MOVE MOTIVO-TAB(IDX-CAP) TO TEXTO-ARQ.
           WRITE REL-SAI FROM DET-ARQ AFTER ADVANCING 1 LINE.
           MOVE "E" TO SEVER-AUD.
           MOVE SPACES TO MSG-AUD.
           STRING "CADCAPAC: " MOTIVO-TAB(IDX-CAP)
               DELIMITED BY SIZE INTO MSG-AUD.
           PERFORM GRAVA-EXCLOG.

       ITEM-SEM-ARQUIVO.
           ADD 1 TO CT-SEM-ARQ.
           MOVE "SEM ARQ" TO NIVEL-LIN.
           WRITE REL-SAI FROM DET-CAP AFTER ADVANCING 1 LINE.
           MOVE SPACES TO TEXTO-ARQ.
           STRING "NAO ENCONTRADO/INACESSIVEL - STATUS " FS-MED
               DELIMITED BY SIZE INTO TEXTO-ARQ.
           WRITE REL-SAI FROM DET-ARQ AFTER ADVANCING 1 LINE.
           MOVE "E" TO SEVER-AUD.
           MOVE SPACES TO MSG-AUD.
           STRING "SEM ARQUIVO " ARQ-TAB(IDX-CAP)
               DELIMITED BY SIZE INTO MSG-AUD.
           PERFORM GRAVA-EXCLOG.

       MEDE-ITEM.
           MOVE ZEROES TO MEDIDA-ATU QTD-LIDOS QTD-INVAL.
           MOVE "NAO" TO FIM-MED.
           PERFORM LE-MEDIDO UNTIL FIM-MED EQUAL "SIM".
           CLOSE ARQMED.
           IF TIPO-TAB(IDX-CAP) EQUAL "Q"
               MOVE QTD-LIDOS TO MEDIDA-ATU.
           PERFORM CALCULA-LIMITE.
           IF LIMITE-ATU EQUAL ZEROES OR
              MEDIDA-ATU * 100 IS NOT LESS THAN LIMITE-ATU * 999,995
               MOVE 999,99 TO PCT-ATU
           ELSE
               COMPUTE PCT-ATU ROUNDED = MEDIDA-ATU * 100 / LIMITE-ATU.
           ADD 1 TO CT-MEDIDOS.
           MOVE MEDIDA-ATU TO MEDIDA-LIN.
           MOVE LIMITE-ATU TO LIMITE-LIN.
           MOVE PCT-ATU TO PCT-LIN.
           PERFORM PROJETA-ESGOTAMENTO.
           MOVE "OK" TO NIVEL-LIN.
           MOVE SPACES TO SEVER-AUD.
           IF PCT-ATU IS NOT LESS THAN PCT-CRITICO
               MOVE "CRITICO" TO NIVEL-LIN
               MOVE "E" TO SEVER-AUD
               ADD 1 TO CT-CRITICOS
           ELSE
               IF PCT-ATU IS NOT LESS THAN PCT-ALERTA
                   MOVE "ALERTA" TO NIVEL-LIN
                   MOVE "A" TO SEVER-AUD
                   ADD 1 TO CT-ALERTAS.
           WRITE REL-SAI FROM DET-CAP AFTER ADVANCING 1 LINE.
           IF QTD-INVAL IS GREATER THAN ZEROES
               MOVE SPACES TO TEXTO-ARQ
               STRING QTD-INVAL " REGISTRO(S) COM CAMPO NAO NUMERICO"
                   DELIMITED BY SIZE INTO TEXTO-ARQ
               WRITE REL-SAI FROM DET-ARQ AFTER ADVANCING 1 LINE.
           IF SEVER-AUD NOT EQUAL SPACES
               MOVE PCT-ATU TO PCT-ED
               MOVE SPACES TO MSG-AUD
               STRING "CAPACIDADE " PCT-ED "% " DESC-TAB(IDX-CAP)
                   DELIMITED BY SIZE INTO MSG-AUD
               PERFORM GRAVA-EXCLOG.
           MOVE ID-TAB(IDX-CAP) TO ID-HCAP.
           MOVE DATA-HOJE       TO DATA-HCAP.
           MOVE MEDIDA-ATU      TO MEDIDA-HCAP.
           MOVE LIMITE-ATU      TO LIMITE-HCAP.
           MOVE PCT-ATU         TO PCT-HCAP.
           MOVE QTD-LIDOS       TO QTD-REG-HCAP.
           MOVE QTD-INVAL       TO INVAL-HCAP.
           WRITE REG-HCAP.

      * REGISTRO EM BRANCO NAO CONTA. NO "K"/"V" O CAMPO E ALINHADO
      * A DIREITA EM 12 DIGITOS ANTES DA COMPARACAO.
       LE-MEDIDO.
           READ ARQMED AT END
               MOVE "SIM" TO FIM-MED.
           IF FIM-MED NOT EQUAL "SIM" AND
              REG-MED NOT EQUAL SPACES
               ADD 1 TO QTD-LIDOS
               IF TIPO-TAB(IDX-CAP) NOT EQUAL "Q"
                   PERFORM TESTA-CAMPO.

       TESTA-CAMPO.
           IF REG-MED(POS-TAB(IDX-CAP):TAM-TAB(IDX-CAP))
                   IS NUMERIC
               MOVE ZEROES TO CAMPO-NUM
               COMPUTE POS-CPO = 13 - TAM-TAB(IDX-CAP)
               MOVE REG-MED(POS-TAB(IDX-CAP):TAM-TAB(IDX-CAP))
                   TO CAMPO-X(POS-CPO:TAM-TAB(IDX-CAP))
               IF CAMPO-NUM IS GREATER THAN MEDIDA-ATU
                   MOVE CAMPO-NUM TO MEDIDA-ATU
               END-IF
           ELSE
               ADD 1 TO QTD-INVAL.

      * LIMITE ZERO NO "K"/"V" = TODOS OS DIGITOS DO CAMPO EM 9.
       CALCULA-LIMITE.
           IF LIMITE-TAB(IDX-CAP) NOT EQUAL ZEROES
               MOVE LIMITE-TAB(IDX-CAP) TO LIMITE-ATU
           ELSE
               MOVE ZEROES TO LIMITE-NUM
               COMPUTE POS-CPO = 13 - TAM-TAB(IDX-CAP)
               MOVE ALL "9" TO LIMITE-X(POS-CPO:TAM-TAB(IDX-CAP))
               MOVE LIMITE-NUM TO LIMITE-ATU.

      * CRESCIMENTO MEDIO DIARIO DESDE A MEDICAO BASE, PROJETADO ATE O
      * LIMITE. O MES E CONTADO EM 30 DIAS A PARTIR DA DATA DE HOJE.
       PROJETA-ESGOTAMENTO.
           IF MEDIDA-ATU IS NOT LESS THAN LIMITE-ATU
               MOVE "ESGOTADO" TO PROJ-LIN
           ELSE
           IF BASE-DATA-TAB(IDX-CAP) EQUAL ZEROES
               MOVE "1A MEDICAO" TO PROJ-LIN
           ELSE
               MOVE BASE-DATA-TAB(IDX-CAP) TO DATA-INI
               MOVE DATA-HOJE TO DATA-FIM
               PERFORM CONTA-DIAS
               MOVE DIAS-CALC TO DIAS-BASE
               IF DIAS-BASE EQUAL ZEROES OR
                  MEDIDA-ATU IS NOT GREATER THAN BASE-MED-TAB(IDX-CAP)
                   MOVE "SEM CRESC." TO PROJ-LIN
               ELSE
                   PERFORM CALCULA-PROJECAO.

      * CRESCIMENTO LENTO DEMAIS PARA OS 9 DIGITOS DE DIAS-REST SAI
      * COMO 999999999 DIAS (MAIS DE 100 ANOS).
       CALCULA-PROJECAO.
           IF (LIMITE-ATU - MEDIDA-ATU) * DIAS-BASE IS GREATER THAN
              (MEDIDA-ATU - BASE-MED-TAB(IDX-CAP)) * 999999999
               MOVE 999999999 TO DIAS-REST
           ELSE
               COMPUTE DIAS-REST = (LIMITE-ATU - MEDIDA-ATU) * DIAS-BASE
                                 / (MEDIDA-ATU - BASE-MED-TAB(IDX-CAP)).
           DIVIDE DIAS-REST BY 30 GIVING MESES-REST.
           IF MESES-REST IS GREATER THAN 1200
               MOVE "> 100 ANOS" TO PROJ-LIN
           ELSE
               MOVE DATA-HOJE TO DATA-FIM
               COMPUTE MESES-TOT = ANO-FIM * 12 + MES-FIM - 1
                                 + MESES-REST
               DIVIDE MESES-TOT BY 12 GIVING ANO-PROJ
                   REMAINDER MES-PROJ
               ADD 1 TO MES-PROJ
               MOVE SPACES TO PROJ-LIN
               STRING "ESG. " DATA-PROJ
                   DELIMITED BY SIZE INTO PROJ-LIN.

      * DIAS ENTRE DATA-INI E DATA-FIM NA BASE 30/360 (COMO NO
      * EM0428).
       CONTA-DIAS.
           COMPUTE DIAS-CALC = (ANO-FIM - ANO-INI) * 360
                             + (MES-FIM - MES-INI) * 30
                             + (DIA-FIM - DIA-INI).
           IF DIAS-CALC IS LESS THAN ZEROES
               MOVE ZEROES TO DIAS-CALC.

       FIM.
           CLOSE HISTCAP
                 EXCLOG
                 RELCAPAC.

       COPY LEDATAMOV.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID== BY =="EM0439"==
                     ==CPY-CHAVE==  BY ==CHAVE-AUD==
                     ==CPY-SEVER==  BY ==SEVER-AUD==
                     ==CPY-MSG==    BY ==MSG-AUD==.
