       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0430.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       ESTOQUE BLOQUEADO POR MOTIVO E IDADE. O EM0403
      *               MANTEM EM ATUBLOQ.DAT O SALDO EM QUARENTENA ("Q")
      *               E AVARIADO ("A") POR ITEM/DEPOSITO/LOTE, COM A
      *               DATA DO BLOQUEIO, O MOTIVO (TABELA WSMOTBLQ) E O
      *               DOCUMENTO. ESTE JOB ORDENA OS BLOQUEIOS POR
      *               MOTIVO E DATA E IMPRIME EM RELBLOQ, POR MOTIVO, O
      *               DETALHE COM A IDADE EM DIAS (BASE 30/360 SOBRE A
      *               DATA DE MOVIMENTO, COMO NO EM0418) E O TOTAL EM
      *               QUARENTENA E AVARIADO, SEGUIDO DO RESUMO POR
      *               MOTIVO NAS FAIXAS DE IDADE 0-7, 8-30, 31-60 E
      *               ACIMA DE 60 DIAS. O BLOQUEIO MAIS VELHO QUE O
      *               LIMITE (RUNCTL PROG "EM0430", PARM1, PADRAO 30
      *               DIAS) SAI MARCADO "RESOLVER" - DEVE SER LIBERADO
      *               OU BAIXADO (MOVIMENTO TIPO 9) - E O JOB DEVOLVE
      *               RETURN-CODE 4. SEM ATUBLOQ, NADA BLOQUEADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATUBLOQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BLOQ.

           SELECT TRAB ASSIGN TO DISK.

           SELECT RELBLOQ ASSIGN TO DISK.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       FD ATUBLOQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ATUBLOQ.DAT".

       01 REG-ATB.
           02 COD-ATB        PIC 9(03).
           02 DEP-ATB        PIC 9(02).
           02 LOTE-ATB       PIC X(06).
           02 VALID-ATB      PIC 9(08).
           02 SIT-ATB        PIC X(01).
           02 QTDE-ATB       PIC 9(03).
           02 DATA-ATB       PIC 9(08).
           02 MOT-ATB        PIC 9(02).
           02 DOC-ATB        PIC 9(06).

       SD TRAB.

       01 REG-TRAB.
           02 MOT-TRAB       PIC 9(02).
           02 DATA-TRAB      PIC 9(08).
           02 COD-TRAB       PIC 9(03).
           02 DEP-TRAB       PIC 9(02).
           02 LOTE-TRAB      PIC X(06).
           02 SIT-TRAB       PIC X(01).
           02 QTDE-TRAB      PIC 9(03).
           02 DOC-TRAB       PIC 9(06).

       FD RELBLOQ
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

       77 FIM-BLOQ           PIC X(03) VALUE "NAO".
       77 FIM-TRAB           PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FS-BLOQ            PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 DIAS-LIMITE        PIC 9(04) VALUE 30.
       77 IDADE-BLOQ         PIC S9(05) VALUE ZEROES.
       77 MOT-ATUAL          PIC 9(02) VALUE ZEROES.
       77 PRIMEIRO-MOT       PIC X(03) VALUE "SIM".
       77 POS-MOT            PIC 9(02) VALUE ZEROES.
       77 IDX-MOT            PIC 9(02) VALUE ZEROES.
       77 FAIXA              PIC 9(01) VALUE ZEROES.
       77 IDX-FAIXA          PIC 9(01) VALUE ZEROES.
       77 MOT-QUAR           PIC 9(05) VALUE ZEROES.
       77 MOT-AVAR           PIC 9(05) VALUE ZEROES.
       77 CT-BLOQUEIOS       PIC 9(05) VALUE ZEROES.
       77 CT-RESOLVER        PIC 9(05) VALUE ZEROES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X.
           02 ANO-ROD        PIC 9(04).
           02 MES-ROD        PIC 9(02).
           02 DIA-ROD        PIC 9(02).
       01 DATA-RODADA-9 REDEFINES DATA-RODADA-X PIC 9(08).

       01 DATA-BLOQ-X        PIC X(08) VALUE SPACES.
       01 DATA-BLOQ-G REDEFINES DATA-BLOQ-X.
           02 ANO-BLQ        PIC 9(04).
           02 MES-BLQ        PIC 9(02).
           02 DIA-BLQ        PIC 9(02).

       COPY WSDATAMOV.

       COPY WSMOTBLQ.

      * RESUMO POR MOTIVO: QTDE POR FAIXA DE IDADE E POR STATUS.
      * A LINHA 7 ACUMULA O TOTAL GERAL.
       01 TAB-RESUMO.
           02 ENT-RESUMO OCCURS 7 TIMES.
               03 QTDE-FAIXA     PIC 9(05) OCCURS 4 TIMES.
               03 QUAR-RESUMO    PIC 9(05).
               03 AVAR-RESUMO    PIC 9(05).

       01 LIN-TITULO.
           02 FILLER         PIC X(34) VALUE
               "ESTOQUE BLOQUEADO POR MOTIVO EM   ".
           02 DATA-TIT       PIC 9(08).
           02 FILLER         PIC X(18) VALUE
               "   LIMITE (DIAS): ".
           02 LIMITE-TIT     PIC ZZZ9.
           02 FILLER         PIC X(16) VALUE SPACES.

       01 LIN-MOTIVO.
           02 FILLER         PIC X(07) VALUE "MOTIVO ".
           02 MOT-LIN        PIC 9(02).
           02 FILLER         PIC X(03) VALUE " - ".
           02 DESC-MOT-LIN   PIC X(25).
           02 FILLER         PIC X(43) VALUE SPACES.

       01 CAB-DETALHE.
           02 FILLER         PIC X(40) VALUE
               "   ITEM   LOTE    S QTDE BLOQUEIO  IDADE".
           02 FILLER         PIC X(40) VALUE
               "  DOCTO                                 ".

       01 DETALHE.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 COD-LIN        PIC 9(03).
           02 FILLER         PIC X(01) VALUE "/".
           02 DEP-LIN        PIC 9(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 LOTE-LIN       PIC X(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 SIT-LIN        PIC X(01).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 QTDE-LIN       PIC ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DATA-LIN       PIC 9(08).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 IDADE-LIN      PIC ZZZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 DOC-LIN        PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 OBS-LIN        PIC X(08).
           02 FILLER         PIC X(22) VALUE SPACES.

       01 LIN-TOT-MOTIVO.
           02 FILLER         PIC X(30) VALUE
               "   TOTAL DO MOTIVO - QUARENT. ".
           02 QUAR-MOT-LIN   PIC ZZ.ZZ9.
           02 FILLER         PIC X(12) VALUE "  AVARIADO: ".
           02 AVAR-MOT-LIN   PIC ZZ.ZZ9.
           02 FILLER         PIC X(26) VALUE SPACES.

       01 CAB-RESUMO-1.
           02 FILLER         PIC X(40) VALUE
               "RESUMO POR MOTIVO (QTDE)       IDADE EM ".
           02 FILLER         PIC X(40) VALUE
               "DIAS                                    ".

       01 CAB-RESUMO-2.
           02 FILLER         PIC X(40) VALUE
               "MOTIVO                      0-7  8-30 31".
           02 FILLER         PIC X(40) VALUE
               "-60   >60  QUARENT  AVARIADO            ".

       01 LIN-RESUMO.
           02 DESC-RES       PIC X(25).
           02 FAIXA-RES      PIC ZZ.ZZ9 OCCURS 4 TIMES.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 QUAR-RES       PIC ZZ.ZZ9.
           02 FILLER         PIC X(04) VALUE SPACES.
           02 AVAR-RES       PIC ZZ.ZZ9.
           02 FILLER         PIC X(12) VALUE SPACES.

       01 LIN-TOTAL.
           02 FILLER         PIC X(34) VALUE
               "BLOQUEIOS / A RESOLVER (> LIMITE):".
           02 CT-BLOQ-LIN    PIC ZZ.ZZ9.
           02 FILLER         PIC X(03) VALUE " / ".
           02 CT-RES-LIN     PIC ZZ.ZZ9.
           02 FILLER         PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.

       EM04-30.
           SORT TRAB
               ASCENDING KEY MOT-TRAB
               ASCENDING KEY DATA-TRAB
               ASCENDING KEY COD-TRAB
               ASCENDING KEY DEP-TRAB
               INPUT  PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           DISPLAY "EM0430 - " CT-BLOQUEIOS " BLOQUEIO(S), "
                   CT-RESOLVER " ACIMA DO LIMITE".
           IF CT-RESOLVER IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       ROT-ENTRADA.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           PERFORM CARGA-RUNCTL.
           OPEN INPUT ATUBLOQ.
           IF FS-BLOQ EQUAL "00"
               PERFORM LE-BLOQ
               PERFORM SOLTA-BLOQUEIO UNTIL FIM-BLOQ EQUAL "SIM"
               CLOSE ATUBLOQ
           ELSE
               DISPLAY "EM0430 - SEM ATUBLOQ - NADA BLOQUEADO".

       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0430"
               IF PROG-RUNCTL EQUAL "EM0430" AND
                  PARM1-RUNCTL NOT EQUAL ZEROES
                   MOVE PARM1-RUNCTL TO DIAS-LIMITE
               END-IF
               CLOSE RUNCTL
           END-IF.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

       LE-BLOQ.
           READ ATUBLOQ AT END MOVE "SIM" TO FIM-BLOQ.

       SOLTA-BLOQUEIO.
           IF QTDE-ATB IS GREATER THAN ZEROES
               MOVE MOT-ATB TO MOT-TRAB
               MOVE DATA-ATB TO DATA-TRAB
               MOVE COD-ATB TO COD-TRAB
               MOVE DEP-ATB TO DEP-TRAB
               MOVE LOTE-ATB TO LOTE-TRAB
               MOVE SIT-ATB TO SIT-TRAB
               MOVE QTDE-ATB TO QTDE-TRAB
               MOVE DOC-ATB TO DOC-TRAB
               RELEASE REG-TRAB.
           PERFORM LE-BLOQ.

       ROT-SAIDA.
           MOVE ZEROES TO IDX-MOT.
           PERFORM ZERA-RESUMO 7 TIMES.
           OPEN OUTPUT RELBLOQ.
           MOVE DATA-RODADA-9 TO DATA-TIT.
           MOVE DIAS-LIMITE TO LIMITE-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           PERFORM LE-TRAB.
           PERFORM PRINCIPAL UNTIL FIM-TRAB EQUAL "SIM".
           IF PRIMEIRO-MOT NOT EQUAL "SIM"
               PERFORM FECHA-MOTIVO.
           PERFORM IMPRIME-RESUMO.
           MOVE CT-BLOQUEIOS TO CT-BLOQ-LIN.
           MOVE CT-RESOLVER TO CT-RES-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           CLOSE RELBLOQ.

       ZERA-RESUMO.
           ADD 1 TO IDX-MOT.
           MOVE ZEROES TO QTDE-FAIXA(IDX-MOT, 1) QTDE-FAIXA(IDX-MOT, 2)
                          QTDE-FAIXA(IDX-MOT, 3) QTDE-FAIXA(IDX-MOT, 4)
                          QUAR-RESUMO(IDX-MOT) AVAR-RESUMO(IDX-MOT).

       LE-TRAB.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

       PRINCIPAL.
           IF MOT-TRAB NOT EQUAL MOT-ATUAL OR PRIMEIRO-MOT EQUAL "SIM"
               IF PRIMEIRO-MOT NOT EQUAL "SIM"
                   PERFORM FECHA-MOTIVO
               END-IF
               PERFORM ABRE-MOTIVO
           END-IF.
           PERFORM CALCULA-IDADE.
           ADD 1 TO CT-BLOQUEIOS.
           MOVE COD-TRAB TO COD-LIN.
           MOVE DEP-TRAB TO DEP-LIN.
           MOVE LOTE-TRAB TO LOTE-LIN.
           MOVE SIT-TRAB TO SIT-LIN.
           MOVE QTDE-TRAB TO QTDE-LIN.
           MOVE DATA-TRAB TO DATA-LIN.
           MOVE IDADE-BLOQ TO IDADE-LIN.
           MOVE DOC-TRAB TO DOC-LIN.
           MOVE SPACES TO OBS-LIN.
           IF IDADE-BLOQ IS GREATER THAN DIAS-LIMITE
               ADD 1 TO CT-RESOLVER
               MOVE "RESOLVER" TO OBS-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD QTDE-TRAB TO QTDE-FAIXA(POS-MOT FAIXA)
                            QTDE-FAIXA(7 FAIXA).
           IF SIT-TRAB EQUAL "Q"
               ADD QTDE-TRAB TO MOT-QUAR
                                QUAR-RESUMO(POS-MOT)
                                QUAR-RESUMO(7)
           ELSE
               ADD QTDE-TRAB TO MOT-AVAR
                                AVAR-RESUMO(POS-MOT)
                                AVAR-RESUMO(7).
           PERFORM LE-TRAB.

      * CABECALHO DO MOTIVO. CODIGO FORA DA TABELA (NAO DEVE OCORRER,
      * O EM0403 REJEITA) SAI COMO TAL E SOMA NO RESUMO DE "OUTROS".
       ABRE-MOTIVO.
           MOVE MOT-TRAB TO MOT-ATUAL MOT-LIN.
           MOVE "NAO" TO PRIMEIRO-MOT.
           MOVE ZEROES TO MOT-QUAR MOT-AVAR.
           IF MOT-TRAB EQUAL ZEROES OR
              MOT-TRAB IS GREATER THAN QTD-MOTBLQ
               MOVE QTD-MOTBLQ TO POS-MOT
               MOVE "MOTIVO NAO CADASTRADO" TO DESC-MOT-LIN
           ELSE
               MOVE MOT-TRAB TO POS-MOT
               MOVE DESC-MOTBLQ(POS-MOT) TO DESC-MOT-LIN.
           WRITE REL-SAI FROM LIN-MOTIVO AFTER ADVANCING 2 LINES.
           WRITE REL-SAI FROM CAB-DETALHE AFTER ADVANCING 1 LINE.

       FECHA-MOTIVO.
           MOVE MOT-QUAR TO QUAR-MOT-LIN.
           MOVE MOT-AVAR TO AVAR-MOT-LIN.
           WRITE REL-SAI FROM LIN-TOT-MOTIVO AFTER ADVANCING 1 LINE.

      * IDADE DO BLOQUEIO EM DIAS NA BASE 30/360 E SUA FAIXA
      * (1 = 0-7, 2 = 8-30, 3 = 31-60, 4 = ACIMA DE 60).
       CALCULA-IDADE.
           MOVE DATA-TRAB TO DATA-BLOQ-X.
           COMPUTE IDADE-BLOQ =
               (ANO-ROD - ANO-BLQ) * 360
             + (MES-ROD - MES-BLQ) * 30
             + (DIA-ROD - DIA-BLQ).
           IF IDADE-BLOQ IS LESS THAN ZEROES
               MOVE ZEROES TO IDADE-BLOQ.
           IF IDADE-BLOQ IS NOT GREATER THAN 7
               MOVE 1 TO FAIXA
           ELSE
               IF IDADE-BLOQ IS NOT GREATER THAN 30
                   MOVE 2 TO FAIXA
               ELSE
                   IF IDADE-BLOQ IS NOT GREATER THAN 60
                       MOVE 3 TO FAIXA
                   ELSE
                       MOVE 4 TO FAIXA.

       IMPRIME-RESUMO.
           WRITE REL-SAI FROM CAB-RESUMO-1 AFTER ADVANCING 3 LINES.
           WRITE REL-SAI FROM CAB-RESUMO-2 AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-MOT.
           PERFORM LISTA-MOTIVO QTD-MOTBLQ TIMES.
           MOVE "TOTAL GERAL" TO DESC-RES.
           MOVE 7 TO IDX-MOT.
           PERFORM MONTA-RESUMO.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 2 LINES.

       LISTA-MOTIVO.
           ADD 1 TO IDX-MOT.
           MOVE DESC-MOTBLQ(IDX-MOT) TO DESC-RES.
           PERFORM MONTA-RESUMO.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 1 LINE.

       MONTA-RESUMO.
           MOVE ZEROES TO IDX-FAIXA.
           PERFORM MOVE-FAIXA 4 TIMES.
           MOVE QUAR-RESUMO(IDX-MOT) TO QUAR-RES.
           MOVE AVAR-RESUMO(IDX-MOT) TO AVAR-RES.

       MOVE-FAIXA.
           ADD 1 TO IDX-FAIXA.
           MOVE QTDE-FAIXA(IDX-MOT IDX-FAIXA) TO FAIXA-RES(IDX-FAIXA).

       COPY LEDATAMOV.
