      *                 FOLHAPAG - FOLHA PAGA E CONFIRMADA (LEDGPAG
      *                            STATUS "E" COM DATA NO MES);
      *                 WRITEOFF - PERDAS BAIXADAS (BAIXAPERDA COM
      *                            DATA NO MES);
      *                 RECUPERA - RECUPERACOES DE PERDAS PELA
      *                            ASSESSORIA DE COBRANCA, PELO
      *                            LIQUIDO REPASSADO (RECUPERA.DAT
      *                            PROCESSADO NO MES, GRAVADO PELO
      *                            EM0237);
      *                 PROVISAO - PROVISAO DE 13O E FERIAS COM
      *                            ENCARGOS (LEDGPROV TIPO "P" DA
      *                            COMPETENCIA, GRAVADO PELO EM0328);
      *                 PROVBAIX - BAIXAS DA PROVISAO POR PAGAMENTO DE
      *                            13O, FERIAS OU RESCISAO (DEMAIS
      *                            TIPOS DO LEDGPROV NA COMPETENCIA);
      *                 ESTOQUE  - ESTOQUE FINAL DE MERCADORIAS AO
      *                            CUSTO MEDIO (FECHEST DA
      *                            COMPETENCIA, GRAVADO PELO EM0425);
      *                 CMV      - CUSTO DAS MERCADORIAS VENDIDAS NO
      *                            MES (FECHEST DA COMPETENCIA). CMV
      *                            NEGATIVO (DEVOLUCOES ACIMA DAS
      *                            VENDAS) NAO E EXPORTADO - SAI NO
      *                            RELATORIO PARA LANCAMENTO MANUAL,
      *                            COM RETURN-CODE 4.
      *               CADA EVENTO VIRA UM PAR DEBITO/CREDITO NO
      *               ARQUIVO DELIMITADO CONTEXP.DAT (CONTAS DO
      *               DE-PARA CADCTA.DAT: EVENTO + CONTA DEBITO +
      *               CONTROLE RELCONTA AMARRA CADA LINHA DO DIARIO
      *               AO TOTAL DA FONTE. EVENTO SEM DE-PARA E
      *               REPORTADO COM RETURN-CODE 4.
      *
      *MODIFICACAO
      *  15/10/2026  EVENTOS PROVISAO E PROVBAIX A PARTIR DO RAZAO DE
      *              PROVISOES DE 13O E FERIAS (LEDGPROV, EM0328).
      *  15/10/2026  EVENTOS ESTOQUE E CMV A PARTIR DO CONTROLE DE
      *              FECHAMENTO MENSAL DE ESTOQUE (FECHEST, EM0425).
      *  15/10/2026  EVENTO RECUPERA A PARTIR DO RAZAO DE RECUPERACOES
      *              DE CREDITOS BAIXADOS (RECUPERA, EM0237).
      *  15/10/2026  COMPETENCIA PELO RUNCTL (PROG "EM0414"): PARM1 =
      *              AAAAMM (ZERO = MES DA DATA DE MOVIMENTO, COMO
      *              ANTES). PARM2 = 1 FAZ A EXPORTACAO FINAL DO
      *              FECHAMENTO: A COMPETENCIA PASSA A "E" (EM
      *              FECHAMENTO) NO CONTROLE DE PERIODOS PERCONT.DAT
      *              ANTES DE OS RAZOES SEREM LIDOS E A "F" (FECHADA)
      *              NO FIM, SE NENHUM EVENTO FICOU SEM DE-PARA; DAI
      *              EM DIANTE OS PROGRAMAS QUE LANCAM NOS RAZOES
      *              RECUSAM LANCAMENTO DATADO NELA (VER
      *              LEPERCONT.CPY). COMPETENCIA JA FECHADA OU
      *              POSTERIOR A DATA DE MOVIMENTO NAO E FECHADA
      *              (RETURN-CODE 16); A REABERTURA E PELO EM0433. O
      *              INICIO E O RESULTADO DO FECHAMENTO VAO PARA O
      *              EXCLOG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERDA.

           SELECT RECUPERA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECUP.

           SELECT LEDGPROV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROV.

           SELECT FECHEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FECHEST.

           SELECT CADCTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTA.

           SELECT RELCONTA ASSIGN TO DISK.

           SELECT PERCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERCONT.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.
           02 DATA-PERDA     PIC 9(08).
           02 MOTIVO-PERDA   PIC X(20).

       COPY RECUPERA.

       COPY LEDGPROV.

       COPY FECHEST.

       FD CADCTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCTA.DAT".

       01 REL-SAI            PIC X(80).

       COPY PERCONT.

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".

       01 REG-RUNCTL.
           02 PROG-RUNCTL    PIC X(06).
           02 PARM1-RUNCTL   PIC 9(07)V99.
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

       COPY EXCLOG.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.
       77 FS-PAG             PIC X(02) VALUE SPACES.
       77 FS-LEDG            PIC X(02) VALUE SPACES.
       77 FS-PERDA           PIC X(02) VALUE SPACES.
       77 FS-RECUP           PIC X(02) VALUE SPACES.
       77 FS-PROV            PIC X(02) VALUE SPACES.
       77 FS-CTA             PIC X(02) VALUE SPACES.
       77 FS-FECHEST         PIC X(02) VALUE SPACES.
       77 CMV-NEGATIVO       PIC X(03) VALUE "NAO".
       77 QTD-CTA            PIC 9(02) VALUE ZEROES.
       77 IDX-CTA            PIC 9(02) VALUE ZEROES.
       77 POS-CTA            PIC 9(02) VALUE ZEROES.
       77 QTDE-EVENTO        PIC 9(07) VALUE ZEROES.
       77 VALOR-EXP-X        PIC X(14) VALUE SPACES.
       77 CT-LINHAS          PIC 9(05) VALUE ZEROES.
       77 FS-PERCONT         PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 FIM-PERCONT        PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 MODO-FECHA         PIC 9(01) VALUE ZEROES.
       77 CT-FALTA-DEPARA    PIC 9(02) VALUE ZEROES.
       77 QTD-PERCONT        PIC 9(03) VALUE ZEROES.
       77 IDX-PERCONT        PIC 9(03) VALUE ZEROES.
       77 POS-PERCONT        PIC 9(03) VALUE ZEROES.
       77 CHAVE-EXC          PIC X(15) VALUE SPACES.
       77 MSG-EXC            PIC X(40) VALUE SPACES.
       77 SEVER-EXC          PIC X(01) VALUE SPACE.

       01 VALOR-EXP-ED       PIC 9(11),99.

       01 ANOMES-REF-X       PIC X(06) VALUE SPACES.
       01 ANOMES-REF REDEFINES ANOMES-REF-X PIC 9(06).

       01 ANOMES-PARM        PIC 9(06) VALUE ZEROES.
       01 ANOMES-PARM-R REDEFINES ANOMES-PARM.
           02 AAAA-PARM      PIC 9(04).
           02 MM-PARM        PIC 9(02).
       01 ANOMES-PARM-X REDEFINES ANOMES-PARM PIC X(06).

       COPY WSDATAMOV.

               03 CREDITO-TAB   PIC X(08).
               03 HISTORICO-TAB PIC X(30).

       01 TAB-PERCONT.
           02 ENT-PERCONT OCCURS 240 TIMES.
               03 REG-PER-TAB    PIC X(43).

       01 REG-PER-TRAB.
           02 ANOMES-TRAB    PIC 9(06).
           02 SITU-TRAB      PIC X(01).
           02 DATA-SITU-TRAB PIC 9(08).
           02 LINHAS-TRAB    PIC 9(05).
           02 QTD-REAB-TRAB  PIC 9(03).
           02 APROV-TRAB     PIC X(20).

       01 LIN-TITULO.
           02 FILLER         PIC X(42) VALUE
               "EXPORTACAO CONTABIL MENSAL - COMPETENCIA ".
           02 ANOMES-TIT     PIC X(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 MODO-TIT       PIC X(18) VALUE SPACES.
           02 FILLER         PIC X(12) VALUE SPACES.

       01 DETALHE.
           02 EVENTO-LIN     PIC X(08).
           02 LINHAS-LIN     PIC ZZ.ZZ9.
           02 FILLER         PIC X(49) VALUE SPACES.

       01 LIN-PERIODO.
           02 FILLER         PIC X(21) VALUE "SITUACAO DO PERIODO: ".
           02 MSG-PER-LIN    PIC X(40).
           02 FILLER         PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.

       EM04-14.
           PERFORM TOTALIZA-RECEBIMENTOS.
           PERFORM TOTALIZA-FOLHA.
           PERFORM TOTALIZA-PERDAS.
           PERFORM TOTALIZA-RECUPERACOES.
           PERFORM TOTALIZA-PROVISAO.
           PERFORM TOTALIZA-BAIXA-PROV.
           PERFORM TOTALIZA-ESTOQUE.
           PERFORM TOTALIZA-CMV.
           PERFORM FIM.
           IF CT-SEM-DEPARA IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO(1:6) TO ANOMES-REF-X.
           PERFORM CARGA-RUNCTL.
           MOVE ANOMES-REF-X TO ANOMES-TIT.
           PERFORM CARGA-DEPARA.
           IF MODO-FECHA EQUAL 1
               MOVE "- EXPORTACAO FINAL" TO MODO-TIT
               PERFORM INICIA-FECHAMENTO.
           OPEN OUTPUT CONTEXP
                       RELCONTA.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.

       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0414"
               IF PROG-RUNCTL EQUAL "EM0414"
                   PERFORM ACEITA-PARAMETROS
               END-IF
               CLOSE RUNCTL
           END-IF.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

       ACEITA-PARAMETROS.
           IF PARM1-RUNCTL IS GREATER THAN 999999 OR
              PARM2-RUNCTL IS GREATER THAN 1
               DISPLAY "EM0414 - PARAMETROS INVALIDOS NO RUNCTL "
                       "(PARM1 = AAAAMM, PARM2 = 0 OU 1)"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF PARM1-RUNCTL NOT EQUAL ZEROES
               MOVE PARM1-RUNCTL TO ANOMES-PARM
               IF MM-PARM IS LESS THAN 1 OR MM-PARM IS GREATER THAN 12
                   DISPLAY "EM0414 - COMPETENCIA INVALIDA NO RUNCTL: "
                           ANOMES-PARM-X
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ANOMES-PARM-X TO ANOMES-REF-X.
           MOVE PARM2-RUNCTL TO MODO-FECHA.

      * A EXPORTACAO FINAL PASSA A COMPETENCIA A "E" NO PERCONT ANTES
      * DE LER OS RAZOES: DAI EM DIANTE NENHUM LANCAMENTO ENTRA NELA,
      * MESMO QUE ESTE JOB CAIA NO MEIO. COMPETENCIA JA FECHADA SO
      * VOLTA A SER FECHADA DEPOIS DE REABERTA PELO EM0433.
       INICIA-FECHAMENTO.
           IF ANOMES-REF-X IS GREATER THAN DATA-MOVTO(1:6)
               DISPLAY "EM0414 - COMPETENCIA " ANOMES-REF-X
                       " POSTERIOR A DATA DE MOVIMENTO - NAO FECHADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM CARGA-PERCONT.
           PERFORM PROCURA-PERCONT.
           IF POS-PERCONT EQUAL ZEROES
               IF QTD-PERCONT NOT LESS THAN 240
                   DISPLAY "PERCONT EXCEDE 240 COMPETENCIAS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-PERCONT
               MOVE QTD-PERCONT TO POS-PERCONT
               MOVE ANOMES-REF TO ANOMES-TRAB
               MOVE ZEROES TO LINHAS-TRAB QTD-REAB-TRAB
               MOVE SPACES TO APROV-TRAB
           ELSE
               MOVE REG-PER-TAB(POS-PERCONT) TO REG-PER-TRAB
               IF SITU-TRAB EQUAL "F"
                   DISPLAY "EM0414 - COMPETENCIA " ANOMES-REF-X
                           " JA FECHADA - REABERTURA PELO EM0433"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.
           MOVE "E" TO SITU-TRAB.
           MOVE DATA-MOVTO TO DATA-SITU-TRAB.
           MOVE REG-PER-TRAB TO REG-PER-TAB(POS-PERCONT).
           PERFORM REGRAVA-PERCONT.
           OPEN EXTEND EXCLOG.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           MOVE SPACES TO CHAVE-EXC.
           MOVE ANOMES-REF-X TO CHAVE-EXC(1:6).
           MOVE "I" TO SEVER-EXC.
           MOVE "FECHAMENTO DA COMPETENCIA INICIADO" TO MSG-EXC.
           PERFORM GRAVA-EXCLOG.

      * CONTROLE DE PERIODOS CARREGADO EM TABELA; AUSENTE VALE COMO
      * VAZIO (NENHUMA COMPETENCIA FECHADA AINDA).
       CARGA-PERCONT.
           OPEN INPUT PERCONT.
           IF FS-PERCONT EQUAL "00"
               PERFORM LE-PERCONT UNTIL FIM-PERCONT EQUAL "SIM"
               CLOSE PERCONT.

       LE-PERCONT.
           READ PERCONT AT END
               MOVE "SIM" TO FIM-PERCONT.
           IF FIM-PERCONT NOT EQUAL "SIM"
               IF QTD-PERCONT NOT LESS THAN 240
                   DISPLAY "PERCONT EXCEDE 240 COMPETENCIAS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-PERCONT
                   MOVE REG-PERCONT TO REG-PER-TAB(QTD-PERCONT).

       PROCURA-PERCONT.
           MOVE ZEROES TO POS-PERCONT IDX-PERCONT.
           PERFORM TESTA-PERCONT QTD-PERCONT TIMES.

       TESTA-PERCONT.
           ADD 1 TO IDX-PERCONT.
           MOVE REG-PER-TAB(IDX-PERCONT) TO REG-PER-TRAB.
           IF ANOMES-TRAB EQUAL ANOMES-REF
               MOVE IDX-PERCONT TO POS-PERCONT.

       REGRAVA-PERCONT.
           OPEN OUTPUT PERCONT.
           MOVE ZEROES TO IDX-PERCONT.
           PERFORM GRAVA-PERCONT QTD-PERCONT TIMES.
           CLOSE PERCONT.

       GRAVA-PERCONT.
           ADD 1 TO IDX-PERCONT.
           MOVE REG-PER-TAB(IDX-PERCONT) TO REG-PERCONT.
           WRITE REG-PERCONT.

       CARGA-DEPARA.
           OPEN INPUT CADCTA.
           IF FS-CTA NOT EQUAL "00"
                   ADD 1 TO QTDE-EVENTO
                   ADD VALOR-PERDA TO VALOR-EVENTO.

      * RECUPERACOES DE PERDAS PROCESSADAS NO MES, PELO LIQUIDO QUE
      * A ASSESSORIA REPASSOU.
       TOTALIZA-RECUPERACOES.
           MOVE ZEROES TO VALOR-EVENTO QTDE-EVENTO.
           OPEN INPUT RECUPERA.
           IF FS-RECUP EQUAL "00"
               PERFORM LE-RECUPERA UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE RECUPERA.
           MOVE "NAO" TO FIM-ARQ.
           MOVE "RECUPERA" TO EVENTO-PROC.
           PERFORM LANCA-EVENTO.

       LE-RECUPERA.
           READ RECUPERA AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF DATAPROC-RCP(1:6) EQUAL ANOMES-REF-X
                   ADD 1 TO QTDE-EVENTO
                   ADD LIQUIDO-RCP TO VALOR-EVENTO.

      * PROVISAO DO MES: PRINCIPAL DE 13O E FERIAS MAIS OS ENCARGOS.
       TOTALIZA-PROVISAO.
           MOVE ZEROES TO VALOR-EVENTO QTDE-EVENTO.
           OPEN INPUT LEDGPROV.
           IF FS-PROV EQUAL "00"
               PERFORM LE-PROVISAO UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE LEDGPROV.
           MOVE "NAO" TO FIM-ARQ.
           MOVE "PROVISAO" TO EVENTO-PROC.
           PERFORM LANCA-EVENTO.

       LE-PROVISAO.
           READ LEDGPROV AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF TIPO-PROV EQUAL "P" AND
                  ANOMES-PROV EQUAL ANOMES-REF-X
                   ADD 1 TO QTDE-EVENTO
                   COMPUTE VALOR-EVENTO = VALOR-EVENTO + DEC13-PROV
                       + FERIAS-PROV + INSS-PROV + FGTS-PROV.

      * BAIXAS DA PROVISAO NO MES (TIPOS "1", "2", "V" E "R").
       TOTALIZA-BAIXA-PROV.
           MOVE ZEROES TO VALOR-EVENTO QTDE-EVENTO.
           OPEN INPUT LEDGPROV.
           IF FS-PROV EQUAL "00"
               PERFORM LE-BAIXA-PROV UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE LEDGPROV.
           MOVE "NAO" TO FIM-ARQ.
           MOVE "PROVBAIX" TO EVENTO-PROC.
           PERFORM LANCA-EVENTO.

       LE-BAIXA-PROV.
           READ LEDGPROV AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF TIPO-PROV NOT EQUAL "P" AND
                  ANOMES-PROV EQUAL ANOMES-REF-X
                   ADD 1 TO QTDE-EVENTO
                   COMPUTE VALOR-EVENTO = VALOR-EVENTO + DEC13-PROV
                       + FERIAS-PROV + INSS-PROV + FGTS-PROV.

      * ESTOQUE FINAL DA COMPETENCIA FECHADA PELO EM0425.
       TOTALIZA-ESTOQUE.
           MOVE ZEROES TO VALOR-EVENTO QTDE-EVENTO.
           OPEN INPUT FECHEST.
           IF FS-FECHEST EQUAL "00"
               PERFORM LE-ESTOQUE UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE FECHEST.
           MOVE "NAO" TO FIM-ARQ.
           MOVE "ESTOQUE" TO EVENTO-PROC.
           PERFORM LANCA-EVENTO.

       LE-ESTOQUE.
           READ FECHEST AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF ANOMES-FE EQUAL ANOMES-REF-X
                   MOVE ITENS-FE TO QTDE-EVENTO
                   MOVE VALOR-FE TO VALOR-EVENTO.

      * CMV DA COMPETENCIA. NEGATIVO NAO VIRA PARTIDA AUTOMATICA.
       TOTALIZA-CMV.
           MOVE ZEROES TO VALOR-EVENTO QTDE-EVENTO.
           OPEN INPUT FECHEST.
           IF FS-FECHEST EQUAL "00"
               PERFORM LE-CMV UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE FECHEST.
           MOVE "NAO" TO FIM-ARQ.
           MOVE "CMV" TO EVENTO-PROC.
           IF CMV-NEGATIVO EQUAL "SIM"
               ADD 1 TO CT-SEM-DEPARA
               MOVE EVENTO-PROC TO EVENTO-LIN
               MOVE QTDE-EVENTO TO QTDE-LIN
               MOVE VALOR-EVENTO TO VALOR-LIN
               MOVE "CMV NEGATIVO - LANCAR MANUAL" TO OBS-LIN
               WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE
           ELSE
               PERFORM LANCA-EVENTO.

       LE-CMV.
           READ FECHEST AT END
               MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF ANOMES-FE EQUAL ANOMES-REF-X
                   MOVE ITENS-FE TO QTDE-EVENTO
                   MOVE CMV-FE TO VALOR-EVENTO
                   IF CMV-FE IS NEGATIVE
                       MOVE "SIM" TO CMV-NEGATIVO.

      * UM PAR DEBITO/CREDITO POR EVENTO COM VALOR, NAS CONTAS DO
      * DE-PARA; EVENTO SEM DE-PARA SO SAI NO RELATORIO DE CONTROLE.
       LANCA-EVENTO.
           ELSE
               PERFORM PROCURA-DEPARA
               IF POS-CTA EQUAL ZEROES
                   ADD 1 TO CT-SEM-DEPARA CT-FALTA-DEPARA
                   MOVE "SEM DE-PARA EM CADCTA" TO OBS-LIN
                   WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE
               ELSE
       FIM.
           MOVE CT-LINHAS TO LINHAS-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           IF MODO-FECHA EQUAL 1
               PERFORM CONCLUI-FECHAMENTO.
           CLOSE CONTEXP
                 RELCONTA.

      * SEM EVENTO FALTANDO DE-PARA A COMPETENCIA FICA FECHADA ("F").
      * COM FALTA ELA CONTINUA EM FECHAMENTO ("E"), BLOQUEADA PARA
      * LANCAMENTOS: CORRIGIDO O CADCTA, A EXPORTACAO FINAL E
      * REPETIDA. O CMV NEGATIVO (LANCAMENTO MANUAL) NAO SEGURA O
      * FECHAMENTO.
       CONCLUI-FECHAMENTO.
           MOVE REG-PER-TAB(POS-PERCONT) TO REG-PER-TRAB.
           IF CT-FALTA-DEPARA EQUAL ZEROES
               MOVE "F" TO SITU-TRAB
               MOVE CT-LINHAS TO LINHAS-TRAB
               MOVE "I" TO SEVER-EXC
               MOVE "COMPETENCIA FECHADA NA EXPORTACAO FINAL"
                   TO MSG-EXC
           ELSE
               MOVE "E" TO SEVER-EXC
               MOVE "FECHAMENTO PENDENTE - EVENTO SEM DE-PARA"
                   TO MSG-EXC.
           MOVE REG-PER-TRAB TO REG-PER-TAB(POS-PERCONT).
           PERFORM REGRAVA-PERCONT.
           PERFORM GRAVA-EXCLOG.
           CLOSE EXCLOG.
           MOVE MSG-EXC TO MSG-PER-LIN.
           WRITE REL-SAI FROM LIN-PERIODO AFTER ADVANCING 2 LINES.

       COPY LEDATAMOV.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID== BY =="EM0414"==
                     ==CPY-CHAVE==  BY ==CHAVE-EXC==
                     ==CPY-SEVER==  BY ==SEVER-EXC==
                     ==CPY-MSG==    BY ==MSG-EXC==.
