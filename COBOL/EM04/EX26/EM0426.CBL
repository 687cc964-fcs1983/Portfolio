       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0426.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       SCORECARD DE DESEMPENHO DE FORNECEDORES. O
      *               EM0411 EMITE OS PEDIDOS COM O PRAZO DO ITEM E O
      *               EM0416 BAIXA OS RECEBIMENTOS CONTRA O
      *               PEDABERTO.DAT, MAS NINGUEM OLHAVA ESSES DADOS
      *               PARA AVALIAR O FORNECEDOR. ESTE JOB, RODADO SOB
      *               DEMANDA ANTES DE UMA NOVA EMISSAO DO EM0411, LE
      *               O PEDABERTO INTEIRO (OU SO OS PEDIDOS EMITIDOS
      *               A PARTIR DA COMPETENCIA INFORMADA) E IMPRIME EM
      *               RELFORN, POR FORNECEDOR (RAZAO SOCIAL DO
      *               CADFORN.DAT; AUSENTE, SO O CODIGO):
      *                 - PEDIDOS EMITIDOS;
      *                 - % DE ITENS ENTREGUES NO PRAZO: DATA DO
      *                   RECEBIMENTO QUE FECHOU O ITEM (DTREC-AB) ATE
      *                   A DATA PROMETIDA = EMISSAO + PRAZO, ROLADA
      *                   PARA DIA UTIL PELO SUBPROGRAMA DATAROLL, COMO
      *                   NO EM0411. ITEM AINDA ABERTO COM A DATA
      *                   PROMETIDA VENCIDA CONTA COMO FORA DO PRAZO;
      *                   ITEM FECHADO ANTES DE O EM0416 GUARDAR A
      *                   DATA DO RECEBIMENTO FICA FORA DA CONTA;
      *                 - MEDIA DE DIAS DE ATRASO DAS ENTREGAS FORA DO
      *                   PRAZO (BASE 30/360, COMO O AGING DO EM0416);
      *                 - % DE ATENDIMENTO EM QUANTIDADE: QTDREC-AB
      *                   SOBRE QTDPED-AB (O EXCESSO DE UM ITEM NAO
      *                   COBRE A FALTA DE OUTRO) DOS ITENS FECHADOS
      *                   OU COM A DATA PROMETIDA VENCIDA;
      *                 - ITENS AINDA EM ABERTO COM A DATA PROMETIDA
      *                   VENCIDA.
      *               FORNECEDOR COM PONTUALIDADE OU ATENDIMENTO
      *               ABAIXO DO MINIMO SAI MARCADO "REVER" E E
      *               REGISTRADO NO LOG COMUM EXCLOG (SEVERIDADE "I")
      *               PARA COMPRAS REVER ANTES DO PROXIMO EM0411.
      *               PARAMETROS NO RUNCTL (PROG "EM0426"):
      *                 PARM1 = % MINIMO DE ENTREGAS NO PRAZO
      *                         (ZERO = 80,00);
      *                 PARM2 = % MINIMO DE ATENDIMENTO EM QUANTIDADE
      *                         (ZERO = 90,00);
      *                 PARM3 = PRIMEIRA COMPETENCIA AAAAMM DE EMISSAO
      *                         A CONSIDERAR (ZERO = TODO O ARQUIVO).
      *               RETURN-CODE 4 QUANDO HA FORNECEDOR MARCADO;
      *               PEDABERTO AUSENTE DEVOLVE 16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDABERTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ABERTO.

           SELECT CADFORN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FORN.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT RELFORN ASSIGN TO DISK.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       FD PEDABERTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDABERTO.DAT".

       01 REG-ABERTO.
           02 PEDIDO-AB      PIC 9(06).
           02 FORN-AB        PIC 9(04).
           02 COD-AB         PIC 9(03).
           02 DEP-AB         PIC 9(02).
           02 DESC-AB        PIC X(30).
           02 QTDPED-AB      PIC 9(04).
           02 QTDREC-AB      PIC 9(04).
           02 PRECO-AB       PIC 9(04)V99.
           02 DATA-AB        PIC 9(08).
           02 PRAZO-AB       PIC 9(03).
           02 STATUS-AB      PIC X(01).
           02 DTREC-AB       PIC 9(08).

       FD CADFORN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFORN.DAT".

       01 REG-FORN.
           02 COD-FORN       PIC 9(04).
           02 RAZAO-FORN     PIC X(25).
           02 CNPJ-FORN      PIC 9(14).
           02 CONTATO-FORN   PIC X(12).
           02 CONDPAG-FORN   PIC X(05).

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".

       01 REG-RUNCTL.
           02 PROG-RUNCTL    PIC X(06).
           02 PARM1-RUNCTL   PIC 9(07)V99.
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

       COPY EXCLOG.

       FD RELFORN
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-ABERTO         PIC X(03) VALUE "NAO".
       77 FIM-FORN           PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FS-ABERTO          PIC X(02) VALUE SPACES.
       77 FS-FORN            PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 QTD-SC             PIC 9(03) VALUE ZEROES.
       77 IDX-SC             PIC 9(03) VALUE ZEROES.
       77 POS-SC             PIC 9(03) VALUE ZEROES.
       77 PCT-PRAZO-MIN      PIC 9(03)V99 VALUE 80,00.
       77 PCT-ATEND-MIN      PIC 9(03)V99 VALUE 90,00.
       77 ANOMES-INICIO      PIC 9(06) VALUE ZEROES.
       77 DATA-PROMETIDA     PIC 9(08) VALUE ZEROES.
       77 PRAZO-DIAS         PIC 9(03) VALUE ZEROES.
       77 DIAS-ATRASO        PIC S9(05) VALUE ZEROES.
       77 QTDE-ATENDIDA      PIC 9(04) VALUE ZEROES.
       77 PCT-PRAZO          PIC 9(03)V9 VALUE ZEROES.
       77 PCT-ATEND          PIC 9(03)V9 VALUE ZEROES.
       77 MEDIA-ATRASO       PIC 9(03)V9 VALUE ZEROES.
       77 CT-ITENS-LIDOS     PIC 9(05) VALUE ZEROES.
       77 CT-MARCADOS        PIC 9(03) VALUE ZEROES.
       77 CHAVE-AUD          PIC X(15) VALUE SPACES.
       77 MSG-AUD            PIC X(40) VALUE SPACES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

       01 DATA-EMISSAO       PIC 9(08) VALUE ZEROES.

       01 DATA-MAIOR.
           02 ANO-MAIOR      PIC 9(04).
           02 MES-MAIOR      PIC 9(02).
           02 DIA-MAIOR      PIC 9(02).

       01 DATA-MENOR.
           02 ANO-MENOR      PIC 9(04).
           02 MES-MENOR      PIC 9(02).
           02 DIA-MENOR      PIC 9(02).

       COPY WSDATAMOV.

       01 TAB-SC.
           02 ENT-SC OCCURS 100 TIMES.
               03 FORN-SC-TAB     PIC 9(04).
               03 RAZAO-SC-TAB    PIC X(25).
               03 ULTPED-SC-TAB   PIC 9(06).
               03 PEDIDOS-SC-TAB  PIC 9(05).
               03 ITENS-SC-TAB    PIC 9(05).
               03 AVAL-SC-TAB     PIC 9(05).
               03 NOPRAZO-SC-TAB  PIC 9(05).
               03 ATRASO-SC-TAB   PIC 9(05).
               03 DIASATR-SC-TAB  PIC 9(07).
               03 QTDPED-SC-TAB   PIC 9(07).
               03 QTDATD-SC-TAB   PIC 9(07).
               03 VENCIDO-SC-TAB  PIC 9(05).

       01 CAB-01.
           02 FILLER         PIC X(39) VALUE
               "SCORECARD DE FORNECEDORES - POSICAO EM ".
           02 DATA-CAB       PIC 9(08).
           02 FILLER         PIC X(33) VALUE SPACES.

       01 CAB-02.
           02 FILLER         PIC X(20) VALUE "EMISSAO A PARTIR DE ".
           02 INICIO-CAB     PIC 9(06).
           02 FILLER         PIC X(17) VALUE "   MIN. PRAZO %: ".
           02 PRAZO-MIN-CAB  PIC ZZ9,99.
           02 FILLER         PIC X(16) VALUE "   MIN. ATEND %:".
           02 ATEND-MIN-CAB  PIC ZZ9,99.
           02 FILLER         PIC X(09) VALUE SPACES.

       01 CAB-03.
           02 FILLER         PIC X(40) VALUE
               "FORN RAZAO SOCIAL          PEDID. %PRAZO".
           02 FILLER         PIC X(40) VALUE
               "  ATRASO %ATEND VENCID.                 ".

       01 DETALHE.
           02 FORN-LIN       PIC 9(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RAZAO-LIN      PIC X(21).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PEDIDOS-LIN    PIC ZZ.ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 PRAZO-LIN      PIC ZZ9,9.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 ATRASO-LIN     PIC ZZ9,9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 ATEND-LIN      PIC ZZ9,9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 VENCIDO-LIN    PIC Z.ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 OBS-LIN        PIC X(10).
           02 FILLER         PIC X(06) VALUE SPACES.

       01 LIN-TOTAL.
           02 FILLER         PIC X(24) VALUE "ITENS DE PEDIDO LIDOS: ".
           02 ITENS-TOT      PIC ZZ.ZZ9.
           02 FILLER         PIC X(26) VALUE
               "  FORNECEDORES A REVER:  ".
           02 MARCADOS-TOT   PIC ZZ9.
           02 FILLER         PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.

       EM04-26.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ABERTO EQUAL "SIM".
           PERFORM FIM.
           IF CT-MARCADOS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           PERFORM CARGA-RUNCTL.
           OPEN INPUT PEDABERTO.
           IF FS-ABERTO NOT EQUAL "00"
               DISPLAY "PEDABERTO NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-ABERTO
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM CARGA-FORNECEDORES.
           OPEN OUTPUT RELFORN.
           OPEN EXTEND EXCLOG.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           MOVE DATA-RODADA TO DATA-CAB.
           MOVE ANOMES-INICIO TO INICIO-CAB.
           MOVE PCT-PRAZO-MIN TO PRAZO-MIN-CAB.
           MOVE PCT-ATEND-MIN TO ATEND-MIN-CAB.
           WRITE REL-SAI FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM CAB-02 AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           PERFORM LE-ABERTO.

       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0426"
               IF PROG-RUNCTL EQUAL "EM0426"
                   IF PARM1-RUNCTL NOT EQUAL ZEROES
                       MOVE PARM1-RUNCTL TO PCT-PRAZO-MIN
                   END-IF
                   IF PARM2-RUNCTL NOT EQUAL ZEROES
                       MOVE PARM2-RUNCTL TO PCT-ATEND-MIN
                   END-IF
                   MOVE PARM3-RUNCTL TO ANOMES-INICIO
               END-IF
               CLOSE RUNCTL
           END-IF.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

      * O SCORECARD SAI NA ORDEM DO CADFORN; FORNECEDOR DE PEDIDO
      * QUE NAO ESTA NO CADASTRO ENTRA NO FIM, SEM RAZAO SOCIAL.
       CARGA-FORNECEDORES.
           OPEN INPUT CADFORN.
           IF FS-FORN EQUAL "00"
               PERFORM LE-FORN UNTIL FIM-FORN EQUAL "SIM"
               CLOSE CADFORN
           ELSE
               DISPLAY "EM0426 - SEM CADFORN - SCORECARD SEM RAZAO "
                       "SOCIAL".

       LE-FORN.
           READ CADFORN AT END
               MOVE "SIM" TO FIM-FORN.
           IF FIM-FORN NOT EQUAL "SIM"
               MOVE COD-FORN TO FORN-AB
               PERFORM INCLUI-FORNECEDOR
               MOVE RAZAO-FORN TO RAZAO-SC-TAB(QTD-SC).

       INCLUI-FORNECEDOR.
           IF QTD-SC GREATER THAN OR EQUAL TO 100
               DISPLAY "SCORECARD EXCEDE 100 FORNECEDORES - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               ADD 1 TO QTD-SC
               MOVE FORN-AB TO FORN-SC-TAB(QTD-SC)
               MOVE SPACES TO RAZAO-SC-TAB(QTD-SC)
               MOVE ZEROES TO ULTPED-SC-TAB(QTD-SC)
                              PEDIDOS-SC-TAB(QTD-SC)
                              ITENS-SC-TAB(QTD-SC)
                              AVAL-SC-TAB(QTD-SC)
                              NOPRAZO-SC-TAB(QTD-SC)
                              ATRASO-SC-TAB(QTD-SC)
                              DIASATR-SC-TAB(QTD-SC)
                              QTDPED-SC-TAB(QTD-SC)
                              QTDATD-SC-TAB(QTD-SC)
                              VENCIDO-SC-TAB(QTD-SC).

       LE-ABERTO.
           READ PEDABERTO AT END MOVE "SIM" TO FIM-ABERTO.

       PRINCIPAL.
           IF DTREC-AB NOT NUMERIC
               MOVE ZEROES TO DTREC-AB.
           IF DATA-AB(1:6) NOT LESS THAN ANOMES-INICIO
               ADD 1 TO CT-ITENS-LIDOS
               PERFORM AVALIA-ITEM.
           PERFORM LE-ABERTO.

      * CADA ITEM DO PEDIDO: DATA PROMETIDA = EMISSAO + PRAZO ROLADA
      * PARA DIA UTIL. OS ITENS DE UM PEDIDO SAO GRAVADOS JUNTOS PELO
      * EM0416, ENTAO O PEDIDO E CONTADO QUANDO O NUMERO MUDA.
       AVALIA-ITEM.
           PERFORM PROCURA-FORNECEDOR.
           IF POS-SC EQUAL ZEROES
               PERFORM INCLUI-FORNECEDOR
               MOVE QTD-SC TO POS-SC.
           IF PEDIDO-AB NOT EQUAL ULTPED-SC-TAB(POS-SC)
               ADD 1 TO PEDIDOS-SC-TAB(POS-SC)
               MOVE PEDIDO-AB TO ULTPED-SC-TAB(POS-SC).
           ADD 1 TO ITENS-SC-TAB(POS-SC).
           MOVE DATA-AB TO DATA-EMISSAO.
           MOVE PRAZO-AB TO PRAZO-DIAS.
           CALL "DATAROLL" USING DATA-EMISSAO PRAZO-DIAS
                                 DATA-PROMETIDA.
           IF STATUS-AB EQUAL "F"
               PERFORM AVALIA-ENTREGUE
           ELSE
               IF DATA-PROMETIDA IS LESS THAN DATA-RODADA
                   PERFORM AVALIA-VENCIDO.

       AVALIA-ENTREGUE.
           PERFORM ACUMULA-ATENDIMENTO.
           IF DTREC-AB NOT EQUAL ZEROES
               ADD 1 TO AVAL-SC-TAB(POS-SC)
               IF DTREC-AB IS GREATER THAN DATA-PROMETIDA
                   MOVE DTREC-AB TO DATA-MAIOR
                   MOVE DATA-PROMETIDA TO DATA-MENOR
                   PERFORM CALCULA-ATRASO
                   ADD 1 TO ATRASO-SC-TAB(POS-SC)
                   ADD DIAS-ATRASO TO DIASATR-SC-TAB(POS-SC)
               ELSE
                   ADD 1 TO NOPRAZO-SC-TAB(POS-SC).

       AVALIA-VENCIDO.
           PERFORM ACUMULA-ATENDIMENTO.
           ADD 1 TO AVAL-SC-TAB(POS-SC).
           ADD 1 TO VENCIDO-SC-TAB(POS-SC).

       ACUMULA-ATENDIMENTO.
           IF QTDREC-AB IS GREATER THAN QTDPED-AB
               MOVE QTDPED-AB TO QTDE-ATENDIDA
           ELSE
               MOVE QTDREC-AB TO QTDE-ATENDIDA.
           ADD QTDPED-AB TO QTDPED-SC-TAB(POS-SC).
           ADD QTDE-ATENDIDA TO QTDATD-SC-TAB(POS-SC).

      * DIAS ENTRE AS DUAS DATAS NA BASE 30/360 (COMO NO EM0416); O
      * ATRASO DE UM DIA QUE CAI NO DIA 31 DA ZERO NESSA BASE E
      * CONTA COMO UM.
       CALCULA-ATRASO.
           COMPUTE DIAS-ATRASO =
               (ANO-MAIOR - ANO-MENOR) * 360
             + (MES-MAIOR - MES-MENOR) * 30
             + (DIA-MAIOR - DIA-MENOR).
           IF DIAS-ATRASO IS LESS THAN 1
               MOVE 1 TO DIAS-ATRASO.

       PROCURA-FORNECEDOR.
           MOVE ZEROES TO POS-SC IDX-SC.
           PERFORM TESTA-FORNECEDOR QTD-SC TIMES.

       TESTA-FORNECEDOR.
           ADD 1 TO IDX-SC.
           IF FORN-SC-TAB(IDX-SC) EQUAL FORN-AB
               MOVE IDX-SC TO POS-SC.

       FIM.
           MOVE ZEROES TO IDX-SC.
           PERFORM IMPRIME-FORNECEDOR QTD-SC TIMES.
           MOVE CT-ITENS-LIDOS TO ITENS-TOT.
           MOVE CT-MARCADOS TO MARCADOS-TOT.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           CLOSE PEDABERTO
                 RELFORN
                 EXCLOG.
           DISPLAY "EM0426 - " CT-ITENS-LIDOS " ITEM(NS) DE PEDIDO, "
                   CT-MARCADOS " FORNECEDOR(ES) A REVER".

      * SO SAI NO SCORECARD QUEM TEVE PEDIDO NO PERIODO. SEM ITEM
      * FECHADO OU VENCIDO NAO HA BASE PARA AVALIAR - NAO E MARCADO.
       IMPRIME-FORNECEDOR.
           ADD 1 TO IDX-SC.
           IF ITENS-SC-TAB(IDX-SC) IS GREATER THAN ZEROES
               PERFORM CALCULA-INDICES
               PERFORM MONTA-DETALHE
               WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

       CALCULA-INDICES.
           MOVE ZEROES TO PCT-PRAZO PCT-ATEND MEDIA-ATRASO.
           IF AVAL-SC-TAB(IDX-SC) IS GREATER THAN ZEROES
               COMPUTE PCT-PRAZO ROUNDED =
                   NOPRAZO-SC-TAB(IDX-SC) * 100
                       / AVAL-SC-TAB(IDX-SC).
           IF ATRASO-SC-TAB(IDX-SC) IS GREATER THAN ZEROES
               COMPUTE MEDIA-ATRASO ROUNDED =
                   DIASATR-SC-TAB(IDX-SC) / ATRASO-SC-TAB(IDX-SC).
           IF QTDPED-SC-TAB(IDX-SC) IS GREATER THAN ZEROES
               COMPUTE PCT-ATEND ROUNDED =
                   QTDATD-SC-TAB(IDX-SC) * 100
                       / QTDPED-SC-TAB(IDX-SC).

       MONTA-DETALHE.
           MOVE FORN-SC-TAB(IDX-SC) TO FORN-LIN.
           MOVE RAZAO-SC-TAB(IDX-SC) TO RAZAO-LIN.
           MOVE PEDIDOS-SC-TAB(IDX-SC) TO PEDIDOS-LIN.
           MOVE PCT-PRAZO TO PRAZO-LIN.
           MOVE MEDIA-ATRASO TO ATRASO-LIN.
           MOVE PCT-ATEND TO ATEND-LIN.
           MOVE VENCIDO-SC-TAB(IDX-SC) TO VENCIDO-LIN.
           IF AVAL-SC-TAB(IDX-SC) EQUAL ZEROES
               MOVE "SEM BASE" TO OBS-LIN
           ELSE
               IF PCT-PRAZO IS LESS THAN PCT-PRAZO-MIN OR
                  PCT-ATEND IS LESS THAN PCT-ATEND-MIN
                   MOVE "REVER" TO OBS-LIN
                   PERFORM REGISTRA-MARCADO
               ELSE
                   MOVE SPACES TO OBS-LIN.

       REGISTRA-MARCADO.
           ADD 1 TO CT-MARCADOS.
           MOVE SPACES TO CHAVE-AUD MSG-AUD.
           STRING "FORN " FORN-SC-TAB(IDX-SC) DELIMITED BY SIZE
               INTO CHAVE-AUD.
           STRING "REVER - NO PRAZO " PRAZO-LIN
                  " ATEND. " ATEND-LIN DELIMITED BY SIZE
               INTO MSG-AUD.
           PERFORM GRAVA-EXCLOG.

           COPY GRAVAEXC
               REPLACING ==CPY-PROGID== BY =="EM0426"==
                         ==CPY-CHAVE==  BY ==CHAVE-AUD==
                         ==CPY-SEVER==  BY =="I"==
                         ==CPY-MSG==    BY ==MSG-AUD==.

       COPY LEDATAMOV.
