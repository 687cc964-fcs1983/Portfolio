       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0233.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       ESTORNO (BACKOUT) DE UMA RODADA DE REAJUSTE DE
      *               MENSALIDADES DO EM0232, NOS MOLDES DO EM0110.
      *               PEDE A DATA DA RODADA (AAAAMMDD, A DATA DE
      *               MOVIMENTO GRAVADA EM DATA-AUDM), CARREGA O
      *               CADSOC1 ATUAL EM TABELA E, PARA CADA REGISTRO
      *               DAQUELA RODADA EM AUDMENS.DAT, DEVOLVE AO SOCIO
      *               A MENSALIDADE ANTERIOR - DESDE QUE A ATUAL AINDA
      *               SEJA A REAJUSTADA PELA RODADA. SOCIO CUJA
      *               MENSALIDADE FOI MEXIDA DEPOIS DO REAJUSTE, OU QUE
      *               NAO ESTA MAIS EM CADSOC1, FICA COMO ESTA E E
      *               REPORTADO; NESSE CASO O JOB DEVOLVE RETURN-CODE
      *               4. O CADASTRO RESTAURADO SAI EM CADSOC1R.DAT
      *               (MESMO LAYOUT E ORDEM DO CADSOC1) PARA SER
      *               CONFERIDO E COLOCADO NO LUGAR DO CADSOC1 PELA
      *               OPERACAO, E O RELATORIO DE ESTORNO EM RELESTM.
      *               RODADA NAO INFORMADA, CADSOC1/AUDMENS AUSENTES
      *               OU RODADA SEM REGISTROS EM AUDMENS ABORTAM COM
      *               RETURN-CODE 16.
      *
      *MODIFICACAO
      *  15/10/2026  CADSOC1 GANHOU NO FIM DO REGISTRO O CPF DO SOCIO
      *              (CPF-SOC1), USADO NA NEGATIVACAO DO EM0235; A
      *              TABELA E A AREA DE TRABALHO DO REGISTRO PASSARAM
      *              A 71 POSICOES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SOC.

           SELECT AUDMENS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDM.

           SELECT CADSOC1R ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELESTM ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD CADSOC1
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1.DAT".

       01 REG-SOC.
           02 COD-PAG1       PIC 9(02).
           02 NUM-SOC1       PIC 9(06).
           02 NOME-SOC1      PIC X(30).
           02 VAL-PAG1       PIC 9(09)V9(02).
           02 FILIAL-SOC1    PIC 9(02).
           02 STATUS-SOC1    PIC X(01).
           02 DATACANC-SOC1  PIC 9(08).
           02 CPF-SOC1       PIC 9(11).

       COPY AUDMENS.

       FD CADSOC1R
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1R.DAT".

       01 REG-SOCR           PIC X(71).

       FD RELESTM
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       WORKING-STORAGE SECTION.

       77 FIM-SOC            PIC X(03) VALUE "NAO".
       77 FIM-AUDM           PIC X(03) VALUE "NAO".
       77 FS-SOC             PIC X(02) VALUE SPACES.
       77 FS-AUDM            PIC X(02) VALUE SPACES.
       77 DATA-RODADA        PIC 9(08) VALUE ZEROES.
       77 QTD-SOC            PIC 9(04) VALUE ZEROES.
       77 IDX-SOC            PIC 9(04) VALUE ZEROES.
       77 POS-SOC            PIC 9(04) VALUE ZEROES.
       77 CT-RODADA          PIC 9(07) VALUE ZEROES.
       77 CT-RESTAURADOS     PIC 9(07) VALUE ZEROES.
       77 CT-DIVERGENTES     PIC 9(07) VALUE ZEROES.
       77 TOT-ESTORNADO      PIC 9(11)V99 VALUE ZEROES.
       77 TOT-RESTAURADO     PIC 9(11)V99 VALUE ZEROES.

       01 TAB-SOC.
           02 ENT-SOC OCCURS 2000 TIMES.
               03 REG-SOC-TAB    PIC X(71).

       01 REG-SOC-TRAB.
           02 COD-TRAB       PIC 9(02).
           02 NUM-TRAB       PIC 9(06).
           02 NOME-TRAB      PIC X(30).
           02 VAL-TRAB       PIC 9(09)V9(02).
           02 FILIAL-TRAB    PIC 9(02).
           02 STATUS-TRAB    PIC X(01).
           02 DATACANC-TRAB  PIC 9(08).
           02 CPF-TRAB       PIC 9(11).

       01 CAB-01.
           02 FILLER         PIC X(20) VALUE SPACES.
           02 FILLER         PIC X(40) VALUE
                     "ESTORNO DE RODADA DE REAJUSTE DE SOCIOS".
           02 FILLER         PIC X(20) VALUE SPACES.

       01 CAB-02.
           02 FILLER         PIC X(08) VALUE "RODADA: ".
           02 RODADA-CAB     PIC 9(08).
           02 FILLER         PIC X(64) VALUE SPACES.

       01 DETALHE.
           02 NUM-LIN        PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NOME-LIN       PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DE-LIN         PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(04) VALUE " -> ".
           02 PARA-LIN       PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 OBS-LIN        PIC X(25).

       01 LIN-TOTAL.
           02 FILLER         PIC X(13) VALUE "RESTAURADOS: ".
           02 REST-LIN       PIC ZZZZ.ZZ9.
           02 FILLER         PIC X(15) VALUE "  DIVERGENTES: ".
           02 DIV-LIN        PIC ZZZZ.ZZ9.
           02 FILLER         PIC X(36) VALUE SPACES.

       01 LIN-VALORES.
           02 FILLER         PIC X(18) VALUE "ANTES DO ESTORNO: ".
           02 EST-LIN        PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(10) VALUE "  DEPOIS: ".
           02 RESTV-LIN      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.

       EM02-33.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-AUDM EQUAL "SIM".
           IF CT-RODADA EQUAL ZEROES
               DISPLAY "AUDMENS SEM REGISTROS DA RODADA " DATA-RODADA
                       " - ENCERRANDO"
               PERFORM FIM
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM GRAVA-RESTAURADO.
           PERFORM TOTAL.
           PERFORM FIM.
           IF CT-DIVERGENTES IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           DISPLAY "RODADA A ESTORNAR (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT DATA-RODADA.
           IF DATA-RODADA EQUAL ZEROES
               DISPLAY "RODADA OBRIGATORIA - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM CARGA-CADSOC1.
           OPEN INPUT AUDMENS.
           IF FS-AUDM NOT EQUAL "00"
               DISPLAY "AUDMENS NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-AUDM
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RELESTM.
           WRITE REL-SAI FROM CAB-01 AFTER ADVANCING 1 LINE.
           MOVE DATA-RODADA TO RODADA-CAB.
           WRITE REL-SAI FROM CAB-02 AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           PERFORM LE-AUDM-RODADA.

       CARGA-CADSOC1.
           OPEN INPUT CADSOC1.
           IF FS-SOC NOT EQUAL "00"
               DISPLAY "CADSOC1 NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-SOC
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-SOC UNTIL FIM-SOC EQUAL "SIM".
           CLOSE CADSOC1.
           IF QTD-SOC EQUAL ZEROES
               DISPLAY "CADSOC1 SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       LE-SOC.
           READ CADSOC1 AT END
               MOVE "SIM" TO FIM-SOC.
           IF FIM-SOC NOT EQUAL "SIM"
               IF QTD-SOC GREATER THAN OR EQUAL TO 2000
                   DISPLAY "CADSOC1 EXCEDE LIMITE DE 2000 SOCIOS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-SOC
                   MOVE REG-SOC TO REG-SOC-TAB(QTD-SOC).

      * AVANCA AUDMENS ATE O PROXIMO REGISTRO DA RODADA ESTORNADA,
      * PULANDO AS DEMAIS RODADAS ACUMULADAS NO ARQUIVO.
       LE-AUDM-RODADA.
           PERFORM LE-AUDM-BRUTA.
           PERFORM SALTA-OUTRA-RODADA
               UNTIL FIM-AUDM EQUAL "SIM"
                  OR DATA-AUDM EQUAL DATA-RODADA.

       SALTA-OUTRA-RODADA.
           PERFORM LE-AUDM-BRUTA.

       LE-AUDM-BRUTA.
           READ AUDMENS AT END MOVE "SIM" TO FIM-AUDM.

       PRINCIPAL.
           ADD 1 TO CT-RODADA.
           PERFORM PROCURA-SOCIO.
           IF POS-SOC EQUAL ZEROES
               PERFORM SOCIO-AUSENTE
           ELSE
               PERFORM ESTORNA.
           PERFORM LE-AUDM-RODADA.

       PROCURA-SOCIO.
           MOVE ZEROES TO POS-SOC IDX-SOC.
           PERFORM TESTA-SOCIO QTD-SOC TIMES.

       TESTA-SOCIO.
           ADD 1 TO IDX-SOC.
           MOVE REG-SOC-TAB(IDX-SOC) TO REG-SOC-TRAB.
           IF NUM-TRAB EQUAL NUM-AUDM
               MOVE IDX-SOC TO POS-SOC.

       ESTORNA.
           MOVE REG-SOC-TAB(POS-SOC) TO REG-SOC-TRAB.
           MOVE NUM-TRAB TO NUM-LIN.
           MOVE NOME-TRAB TO NOME-LIN.
           MOVE VAL-TRAB TO DE-LIN.
           ADD VAL-TRAB TO TOT-ESTORNADO.
           IF VAL-TRAB EQUAL VALNOVO-AUDM
               MOVE VALANT-AUDM TO VAL-TRAB
               MOVE "RESTAURADO" TO OBS-LIN
               ADD 1 TO CT-RESTAURADOS
           ELSE
               MOVE "MENSALIDADE NAO CONFERE" TO OBS-LIN
               ADD 1 TO CT-DIVERGENTES.
           MOVE VAL-TRAB TO PARA-LIN.
           ADD VAL-TRAB TO TOT-RESTAURADO.
           MOVE REG-SOC-TRAB TO REG-SOC-TAB(POS-SOC).
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

       SOCIO-AUSENTE.
           ADD 1 TO CT-DIVERGENTES.
           MOVE NUM-AUDM TO NUM-LIN.
           MOVE SPACES TO NOME-LIN.
           MOVE VALNOVO-AUDM TO DE-LIN.
           MOVE VALANT-AUDM TO PARA-LIN.
           MOVE "SOCIO FORA DO CADSOC1" TO OBS-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

       GRAVA-RESTAURADO.
           OPEN OUTPUT CADSOC1R.
           MOVE ZEROES TO IDX-SOC.
           PERFORM GRAVA-SOCIO QTD-SOC TIMES.
           CLOSE CADSOC1R.

       GRAVA-SOCIO.
           ADD 1 TO IDX-SOC.
           MOVE REG-SOC-TAB(IDX-SOC) TO REG-SOCR.
           WRITE REG-SOCR.

       TOTAL.
           MOVE CT-RESTAURADOS TO REST-LIN.
           MOVE CT-DIVERGENTES TO DIV-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           MOVE TOT-ESTORNADO TO EST-LIN.
           MOVE TOT-RESTAURADO TO RESTV-LIN.
           WRITE REL-SAI FROM LIN-VALORES AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE AUDMENS
                 RELESTM.
