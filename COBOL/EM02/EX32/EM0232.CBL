       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0232.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       REAJUSTE ANUAL DAS MENSALIDADES DE SOCIOS. O
      *               VAL-PAG1 DE CADSOC1 SO MUDAVA QUANDO ALGUEM O
      *               EDITAVA; TODO JANEIRO A DIRETORIA APROVAVA UM
      *               PERCENTUAL (OU UM INDICE, COMO O IPCA) E A
      *               SECRETARIA REESCREVIA O ARQUIVO NA MAO. ESTE JOB
      *               SEGUE OS MOLDES DO EM0108:
      *                 - OS PERCENTUAIS VEM DE CADREAJS.DAT (MANTIDO
      *                   PELO MANREF, TABELA "REAJSOC"): VIGENCIA +
      *                   FILIAL + LIMITE DE MENSALIDADE + PERCENTUAL,
      *                   EM ORDEM CRESCENTE. CADA FILIAL TEM SUAS
      *                   CATEGORIAS (FAIXAS DE MENSALIDADE ATE O
      *                   LIMITE; A ULTIMA VALE PARA O QUE PASSAR
      *                   DELA); FILIAL 00 E A REGRA GERAL DAS FILIAIS
      *                   SEM LINHAS PROPRIAS. SO ENTRA O CONJUNTO DA
      *                   VIGENCIA MAIS RECENTE QUE NAO SEJA POSTERIOR
      *                   A DATA DE MOVIMENTO;
      *                 - RUNCTL (PROG "EM0232"): PARM1 = 1 RODA EM
      *                   SIMULACAO; PARM2 = REGRA DE ARREDONDAMENTO
      *                   (0 = AO CENTAVO, 1 = PARA CIMA EM MULTIPLO
      *                   DE 0,50, 2 = PARA CIMA EM REAL INTEIRO);
      *                   PARM3 = MES DE VIGENCIA DO NOVO VALOR
      *                   (AAAAMM, ZERO = MES DA DATA DE MOVIMENTO);
      *                 - A SIMULACAO SO EMITE O RELATORIO RELREAJ
      *                   (SOCIOS E MENSALIDADES POR FILIAL E
      *                   CATEGORIA, ATUAL CONTRA REAJUSTADO) E GRAVA
      *                   EM APROVA.DAT A PENDENCIA COM A SOMA DE
      *                   VERIFICACAO DO CADREAJS E DOS PARAMETROS;
      *                 - A RODADA REAL EXIGE A APROVACAO ASSINADA
      *                   (UTILITARIO APROVA) CUJA SOMA CONFIRA,
      *                   CONSOME-A, REGRAVA CADSOC1 COM OS VALORES
      *                   NOVOS, ACRESCENTA O ANTES/DEPOIS DE CADA
      *                   SOCIO A AUDITORIA AUDMENS.DAT (EXTEND, COM A
      *                   DATA DA RODADA - O ESTORNO EM0233 DESFAZ UMA
      *                   RODADA POR ESSA DATA) E GERA O ARQUIVO DE
      *                   AVISOS AVISOMENS.DAT (VALOR ANTIGO, NOVO E
      *                   MES DE VIGENCIA DE CADA SOCIO) PARA A MALA
      *                   DIRETA.
      *               A RODADA REAL E FEITA NO MES DE VIGENCIA OU NO
      *               MES ANTERIOR (A COBRANCA DO EM0211 SAI PARA O MES
      *               SEGUINTE); VIGENCIA ANTERIOR AO MES DE MOVIMENTO
      *               NAO E ACEITA EM NENHUM DOS MODOS. SOCIO CANCELADO
      *               OU ISENTO (MENSALIDADE ZERO) NAO E REAJUSTADO.
      *               SOCIO DE FILIAL SEM PERCENTUAL (NEM REGRA GERAL)
      *               FICA COMO ESTA, SAI NO RELATORIO E O JOB DEVOLVE
      *               RETURN-CODE 4; PARAMETRO INVALIDO, CADSOC1 OU
      *               CADREAJS AUSENTE/VAZIO E FALTA DE APROVACAO
      *               ABORTAM COM RETURN-CODE 16.
      *
      *MODIFICACAO
      *  15/10/2026  CADSOC1 GANHOU NO FIM DO REGISTRO O CPF DO SOCIO
      *              (CPF-SOC1), USADO NA NEGATIVACAO DO EM0235; A
      *              TABELA E A AREA DE TRABALHO DO REGISTRO PASSARAM
      *              A 71 POSICOES.
      *  15/10/2026  NA RODADA REAL, CADA SOCIO REAJUSTADO GERA
      *              TAMBEM UM EVENTO "REAJ" NO MSGEVT.DAT (EXTEND -
      *              VER MSGEVT.CPY: VALOR NOVO, VIGENCIA E VALOR
      *              ANTERIOR), PARA A CENTRAL DE COMUNICACAO EM0240
      *              MANDAR A CARTA DE REAJUSTE POR EMAIL/SMS.

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

           SELECT CADREAJS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REA.

           SELECT AUDMENS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDM.

           SELECT AVISOMENS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AVI.

           SELECT RELREAJ ASSIGN TO DISK.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

           SELECT APROVA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-APROVA.

           SELECT MSGEVT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EVT.

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

       FD CADREAJS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADREAJS.DAT".

       01 REG-REA.
           02 VIG-REA        PIC 9(08).
           02 FILIAL-REA     PIC 9(02).
           02 LIM-REA        PIC 9(09)V99.
           02 PCT-REA        PIC 9(02)V99.

       COPY AUDMENS.

       FD AVISOMENS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AVISOMENS.DAT".

       01 REG-AVI.
           02 NUM-AVI        PIC 9(06).
           02 NOME-AVI       PIC X(30).
           02 FILIAL-AVI     PIC 9(02).
           02 VALANT-AVI     PIC 9(09)V99.
           02 VALNOVO-AVI    PIC 9(09)V99.
           02 PCT-AVI        PIC 9(02)V99.
           02 VIGENCIA-AVI   PIC 9(06).

       FD RELREAJ
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

       COPY APROVA.

       COPY MSGEVT.

       WORKING-STORAGE SECTION.

       77 FIM-SOC            PIC X(03) VALUE "NAO".
       77 FIM-REA            PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FIM-APR            PIC X(03) VALUE "NAO".
       77 FS-SOC             PIC X(02) VALUE SPACES.
       77 FS-REA             PIC X(02) VALUE SPACES.
       77 FS-AUDM            PIC X(02) VALUE SPACES.
       77 FS-AVI             PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FS-APROVA          PIC X(02) VALUE SPACES.
       77 FS-EVT             PIC X(02) VALUE SPACES.
       77 VALANT-EVT-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77 MODO-SIMULA        PIC 9     VALUE ZEROES.
       77 REGRA-ARRED        PIC 9(07) VALUE ZEROES.
       77 MES-VIG-PARM       PIC 9(07) VALUE ZEROES.
       77 PASSO-ARRED        PIC 9V99  VALUE ZEROES.
       77 AAAAMM-MOV         PIC 9(06) VALUE ZEROES.
       77 AAAAMM-PROX        PIC 9(06) VALUE ZEROES.
       77 VIG-ATU-REA        PIC 9(08) VALUE ZEROES.
       77 QTD-SOC            PIC 9(04) VALUE ZEROES.
       77 IDX-SOC            PIC 9(04) VALUE ZEROES.
       77 QTD-TAXA           PIC 9(03) VALUE ZEROES.
       77 IDX-TAXA           PIC 9(03) VALUE ZEROES.
       77 POS-TAXA           PIC 9(03) VALUE ZEROES.
       77 POS-INI            PIC 9(03) VALUE ZEROES.
       77 POS-FIM            PIC 9(03) VALUE ZEROES.
       77 FILIAL-PROC        PIC 9(02) VALUE ZEROES.
       77 PCT-APLICADO       PIC 9(02)V99 VALUE ZEROES.
       77 VAL-ANT            PIC 9(09)V99 VALUE ZEROES.
       77 VAL-NOVO           PIC 9(09)V99 VALUE ZEROES.
       77 VAL-BRUTO          PIC 9(11)V9(06) VALUE ZEROES.
       77 QTD-PASSOS         PIC 9(12) VALUE ZEROES.
       77 SOBRA-ARRED        PIC 9(03)V9(06) VALUE ZEROES.
       77 CT-REAJUSTADOS     PIC 9(07) VALUE ZEROES.
       77 CT-IGNORADOS       PIC 9(07) VALUE ZEROES.
       77 CT-SEMTAXA         PIC 9(07) VALUE ZEROES.
       77 TOT-ATUAL          PIC 9(11)V99 VALUE ZEROES.
       77 TOT-PROJETADO      PIC 9(11)V99 VALUE ZEROES.
       77 QTD-APROVA         PIC 9(03) VALUE ZEROES.
       77 IDX-APROVA         PIC 9(03) VALUE ZEROES.
       77 POS-APROVA         PIC 9(03) VALUE ZEROES.
       77 APROVA-MUDOU       PIC 9     VALUE ZEROES.

       COPY WSHASH.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X.
           02 ANO-ROD        PIC 9(04).
           02 MES-ROD        PIC 9(02).
           02 DIA-ROD        PIC 9(02).
       01 DATA-RODADA-9 REDEFINES DATA-RODADA-X PIC 9(08).

       01 MES-VIGENCIA.
           02 ANO-VIG        PIC 9(04).
           02 MM-VIG         PIC 9(02).
       01 MES-VIGENCIA-9 REDEFINES MES-VIGENCIA PIC 9(06).

      * PARAMETROS QUE ENTRAM NA SOMA DE VERIFICACAO JUNTO COM O
      * CADREAJS: A APROVACAO VALE PARA UMA REGRA DE ARREDONDAMENTO E
      * UM MES DE VIGENCIA, NAO PARA QUALQUER UM.
       01 PARM-HASH.
           02 REGRA-HASH     PIC 9(01).
           02 VIG-HASH       PIC 9(06).

       COPY WSDATAMOV.

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

       01 TAB-TAXA.
           02 ENT-TAXA OCCURS 100 TIMES.
               03 FIL-TAB        PIC 9(02).
               03 LIM-TAB        PIC 9(09)V99.
               03 PCT-TAB        PIC 9(02)V99.
               03 CT-GRP-TAB     PIC 9(07).
               03 ATU-GRP-TAB    PIC 9(11)V99.
               03 PROJ-GRP-TAB   PIC 9(11)V99.

       01 TAB-APROVA.
           02 ENT-APROVA OCCURS 50 TIMES.
               03 REG-APR-TAB    PIC X(72).

       01 REG-APR-TRAB.
           02 ORIGEM-TRAB    PIC X(06).
           02 HASH-TRAB      PIC 9(09).
           02 QTD-TRAB       PIC 9(07).
           02 VALOR-TRAB     PIC 9(11)V99.
           02 DATA-GER-TRAB  PIC 9(08).
           02 SITU-TRAB      PIC X(01).
           02 APROVADOR-TRAB PIC X(20).
           02 DATA-APR-TRAB  PIC 9(08).

       01 CAB-01.
           02 FILLER         PIC X(17) VALUE SPACES.
           02 FILLER         PIC X(27) VALUE
                             "REAJUSTE DE MENSALIDADES - ".
           02 MODO-CAB       PIC X(13).
           02 FILLER         PIC X(23) VALUE SPACES.

       01 CAB-02.
           02 FILLER         PIC X(17) VALUE "MES DE VIGENCIA: ".
           02 MM-CAB         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AAAA-CAB       PIC 9(04).
           02 FILLER         PIC X(18) VALUE "  ARREDONDAMENTO: ".
           02 ARRED-CAB      PIC X(24).
           02 FILLER         PIC X(14) VALUE SPACES.

       01 CAB-03.
           02 FILLER         PIC X(06) VALUE "FILIAL".
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(13) VALUE "CATEGORIA ATE".
           02 FILLER         PIC X(04) VALUE SPACES.
           02 FILLER         PIC X(03) VALUE "PCT".
           02 FILLER         PIC X(03) VALUE SPACES.
           02 FILLER         PIC X(06) VALUE "SOCIOS".
           02 FILLER         PIC X(06) VALUE SPACES.
           02 FILLER         PIC X(11) VALUE "TOTAL ATUAL".
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(15) VALUE "TOTAL REAJUSTAD".
           02 FILLER         PIC X(03) VALUE "O".

       01 DET-GRUPO.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FIL-DET        PIC 9(02).
           02 FILLER         PIC X(04) VALUE SPACES.
           02 LIM-DET        PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 PCT-DET        PIC Z9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 CT-DET         PIC ZZ.ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 ATU-DET        PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 PROJ-DET       PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(10) VALUE SPACES.

       01 DET-EXCECAO.
           02 NUM-EXC        PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NOME-EXC       PIC X(30).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FIL-EXC        PIC 9(02).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 OBS-EXC        PIC X(36).

       01 LIN-TOTAL.
           02 FILLER         PIC X(13) VALUE "REAJUSTADOS: ".
           02 REAJ-LIN       PIC Z.ZZZ.ZZ9.
           02 FILLER         PIC X(17) VALUE "  SEM PERCENTUAL:".
           02 SEMT-LIN       PIC Z.ZZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  IGNORADOS: ".
           02 IGN-LIN        PIC Z.ZZZ.ZZ9.
           02 FILLER         PIC X(09) VALUE SPACES.

       01 LIN-VALORES.
           02 FILLER         PIC X(13) VALUE "TOTAL ATUAL: ".
           02 TOT-ATU-D      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(15) VALUE "   REAJUSTADO: ".
           02 TOT-PROJ-D     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.

       EM02-32.
           PERFORM INICIO.
           MOVE ZEROES TO IDX-SOC.
           PERFORM PRINCIPAL QTD-SOC TIMES.
           PERFORM TERMINO.
           IF CT-SEMTAXA IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           PERFORM CARGA-RUNCTL.
           PERFORM VALIDA-PARAMETROS.
           PERFORM CARGA-REAJS.
           MOVE REGRA-ARRED TO REGRA-HASH.
           MOVE MES-VIGENCIA-9 TO VIG-HASH.
           MOVE PARM-HASH TO HASH-AREA.
           MOVE 7 TO HASH-TAM.
           PERFORM CALC-HASH.
           PERFORM CARGA-CADSOC1.
           PERFORM CARGA-APROVA.
           IF MODO-SIMULA EQUAL 1
               DISPLAY "EM0232 EM MODO DE SIMULACAO - CADSOC1/AUDMENS/"
                       "AVISOMENS NAO SERAO GRAVADOS"
               MOVE "SIMULACAO" TO MODO-CAB
           ELSE
               PERFORM CONFERE-APROVACAO
               MOVE "RODADA REAL" TO MODO-CAB
               OPEN OUTPUT AVISOMENS
                    EXTEND AUDMENS
                           MSGEVT
               IF FS-AUDM EQUAL "35"
                   CLOSE AUDMENS
                   OPEN OUTPUT AUDMENS
               END-IF
               IF FS-EVT EQUAL "35"
                   CLOSE MSGEVT
                   OPEN OUTPUT MSGEVT.
           OPEN OUTPUT RELREAJ.
           WRITE REL-SAI FROM CAB-01 AFTER ADVANCING 1 LINE.
           MOVE MM-VIG TO MM-CAB.
           MOVE ANO-VIG TO AAAA-CAB.
           WRITE REL-SAI FROM CAB-02 AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.

       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0232"
               IF PROG-RUNCTL EQUAL "EM0232"
                   MOVE PARM1-RUNCTL TO MODO-SIMULA
                   MOVE PARM2-RUNCTL TO REGRA-ARRED
                   MOVE PARM3-RUNCTL TO MES-VIG-PARM
               END-IF
               CLOSE RUNCTL
           END-IF.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

      * MES DE VIGENCIA: ZERO = MES DA DATA DE MOVIMENTO. NUNCA
      * ANTERIOR AO MES DE MOVIMENTO; NA RODADA REAL, NO MAXIMO O MES
      * SEGUINTE (MAIS ADIANTE, A COBRANCA SAIRIA COM O VALOR NOVO
      * ANTES DA VIGENCIA).
       VALIDA-PARAMETROS.
           EVALUATE REGRA-ARRED
               WHEN 0
                   MOVE "AO CENTAVO" TO ARRED-CAB
               WHEN 1
                   MOVE 0,50 TO PASSO-ARRED
                   MOVE "MULTIPLO DE 0,50 ACIMA" TO ARRED-CAB
               WHEN 2
                   MOVE 1,00 TO PASSO-ARRED
                   MOVE "REAL INTEIRO ACIMA" TO ARRED-CAB
               WHEN OTHER
                   DISPLAY "EM0232 - REGRA DE ARREDONDAMENTO INVALIDA "
                           "NO RUNCTL (PARM2 = " REGRA-ARRED
                           ") - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           COMPUTE AAAAMM-MOV = ANO-ROD * 100 + MES-ROD.
           IF MES-ROD EQUAL 12
               COMPUTE AAAAMM-PROX = (ANO-ROD + 1) * 100 + 1
           ELSE
               COMPUTE AAAAMM-PROX = AAAAMM-MOV + 1.
           IF MES-VIG-PARM EQUAL ZEROES
               MOVE AAAAMM-MOV TO MES-VIGENCIA-9
           ELSE
               IF MES-VIG-PARM IS GREATER THAN 999999
                   DISPLAY "EM0232 - MES DE VIGENCIA INVALIDO NO "
                           "RUNCTL (PARM3 = " MES-VIG-PARM
                           ") - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE MES-VIG-PARM TO MES-VIGENCIA-9.
           IF MM-VIG IS LESS THAN 1 OR MM-VIG IS GREATER THAN 12
               DISPLAY "EM0232 - MES DE VIGENCIA INVALIDO NO RUNCTL "
                       "(PARM3 = " MES-VIG-PARM ") - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF MES-VIGENCIA-9 IS LESS THAN AAAAMM-MOV
               DISPLAY "EM0232 - MES DE VIGENCIA " MES-VIGENCIA-9
                       " ANTERIOR AO MES DE MOVIMENTO - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF MODO-SIMULA NOT EQUAL 1 AND
              MES-VIGENCIA-9 IS GREATER THAN AAAAMM-PROX
               DISPLAY "EM0232 - MES DE VIGENCIA " MES-VIGENCIA-9
                       " ALEM DO MES SEGUINTE AO MOVIMENTO - RODE O "
                       "REAJUSTE REAL MAIS PERTO DA VIGENCIA"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       CARGA-REAJS.
           OPEN INPUT CADREAJS.
           IF FS-REA NOT EQUAL "00"
               DISPLAY "CADREAJS NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-REA
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-REAJS UNTIL FIM-REA EQUAL "SIM".
           CLOSE CADREAJS.
           IF QTD-TAXA EQUAL ZEROES
               DISPLAY "CADREAJS SEM PERCENTUAIS VIGENTES NA DATA DE "
                       "MOVIMENTO - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      * TODO REGISTRO LIDO ENTRA NA SOMA DE VERIFICACAO; NA TABELA SO
      * ENTRA O CONJUNTO DA VIGENCIA MAIS RECENTE QUE NAO SEJA
      * POSTERIOR A DATA DE MOVIMENTO (O ARQUIVO ESTA EM ORDEM DE
      * VIGENCIA + FILIAL + LIMITE).
       LE-REAJS.
           READ CADREAJS AT END
               MOVE "SIM" TO FIM-REA.
           IF FIM-REA NOT EQUAL "SIM"
               MOVE REG-REA TO HASH-AREA
               MOVE 25 TO HASH-TAM
               PERFORM CALC-HASH.
           IF FIM-REA NOT EQUAL "SIM"
               IF VIG-REA IS GREATER THAN DATA-RODADA-9
                  OR VIG-REA IS LESS THAN VIG-ATU-REA
                   CONTINUE
               ELSE
                   IF VIG-REA IS GREATER THAN VIG-ATU-REA
                       MOVE VIG-REA TO VIG-ATU-REA
                       MOVE ZEROES TO QTD-TAXA
                   END-IF
                   IF QTD-TAXA GREATER THAN OR EQUAL TO 100
                       DISPLAY "CADREAJS EXCEDE LIMITE DE 100 "
                               "PERCENTUAIS NA VIGENCIA - ENCERRANDO"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO QTD-TAXA
                       MOVE FILIAL-REA TO FIL-TAB(QTD-TAXA)
                       MOVE LIM-REA TO LIM-TAB(QTD-TAXA)
                       MOVE PCT-REA TO PCT-TAB(QTD-TAXA)
                       MOVE ZEROES TO CT-GRP-TAB(QTD-TAXA)
                                      ATU-GRP-TAB(QTD-TAXA)
                                      PROJ-GRP-TAB(QTD-TAXA)
                   END-IF
               END-IF.

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

       PRINCIPAL.
           ADD 1 TO IDX-SOC.
           MOVE REG-SOC-TAB(IDX-SOC) TO REG-SOC-TRAB.
           IF STATUS-TRAB EQUAL "C" OR VAL-TRAB EQUAL ZEROES
               ADD 1 TO CT-IGNORADOS
           ELSE
               PERFORM PROCURA-TAXA
               IF POS-TAXA EQUAL ZEROES
                   PERFORM SEM-PERCENTUAL
               ELSE
                   PERFORM CALCULA-REAJUSTE
                   PERFORM ACUMULA-GRUPO
                   IF MODO-SIMULA NOT EQUAL 1
                       PERFORM APLICA-REAJUSTE.

      * LINHAS DA FILIAL DO SOCIO OU, SE ELA NAO TEM LINHAS PROPRIAS,
      * DA REGRA GERAL (FILIAL 00); DENTRO DELAS, A PRIMEIRA CATEGORIA
      * CUJO LIMITE COMPORTA A MENSALIDADE, OU A ULTIMA.
       PROCURA-TAXA.
           MOVE ZEROES TO POS-TAXA.
           MOVE FILIAL-TRAB TO FILIAL-PROC.
           PERFORM LOCALIZA-FILIAL.
           IF POS-INI EQUAL ZEROES
               MOVE ZEROES TO FILIAL-PROC
               PERFORM LOCALIZA-FILIAL.
           IF POS-INI IS GREATER THAN ZEROES
               MOVE POS-INI TO IDX-TAXA
               PERFORM PROXIMA-CATEGORIA
                   UNTIL IDX-TAXA EQUAL POS-FIM
                      OR VAL-TRAB IS NOT GREATER THAN
                         LIM-TAB(IDX-TAXA)
               MOVE IDX-TAXA TO POS-TAXA.

       LOCALIZA-FILIAL.
           MOVE ZEROES TO POS-INI POS-FIM IDX-TAXA.
           PERFORM TESTA-FILIAL QTD-TAXA TIMES.

       TESTA-FILIAL.
           ADD 1 TO IDX-TAXA.
           IF FIL-TAB(IDX-TAXA) EQUAL FILIAL-PROC
               IF POS-INI EQUAL ZEROES
                   MOVE IDX-TAXA TO POS-INI POS-FIM
               ELSE
                   MOVE IDX-TAXA TO POS-FIM.

       PROXIMA-CATEGORIA.
           ADD 1 TO IDX-TAXA.

      * AO CENTAVO, ARREDONDAMENTO COMUM; NAS DEMAIS REGRAS O VALOR
      * SOBE ATE O PROXIMO MULTIPLO DO PASSO (0,50 OU 1,00).
       CALCULA-REAJUSTE.
           MOVE VAL-TRAB TO VAL-ANT.
           MOVE PCT-TAB(POS-TAXA) TO PCT-APLICADO.
           IF REGRA-ARRED EQUAL ZEROES
               COMPUTE VAL-NOVO ROUNDED =
                   VAL-ANT * (100 + PCT-APLICADO) / 100
           ELSE
               COMPUTE VAL-BRUTO =
                   VAL-ANT * (100 + PCT-APLICADO) / 100
               COMPUTE QTD-PASSOS = VAL-BRUTO / PASSO-ARRED
               COMPUTE SOBRA-ARRED =
                   VAL-BRUTO - QTD-PASSOS * PASSO-ARRED
               IF SOBRA-ARRED IS GREATER THAN ZEROES
                   ADD 1 TO QTD-PASSOS
               END-IF
               COMPUTE VAL-NOVO = QTD-PASSOS * PASSO-ARRED.

       ACUMULA-GRUPO.
           ADD 1 TO CT-REAJUSTADOS.
           ADD 1 TO CT-GRP-TAB(POS-TAXA).
           ADD VAL-ANT TO ATU-GRP-TAB(POS-TAXA).
           ADD VAL-NOVO TO PROJ-GRP-TAB(POS-TAXA).
           ADD VAL-ANT TO TOT-ATUAL.
           ADD VAL-NOVO TO TOT-PROJETADO.

       APLICA-REAJUSTE.
           MOVE VAL-NOVO TO VAL-TRAB.
           MOVE REG-SOC-TRAB TO REG-SOC-TAB(IDX-SOC).
           MOVE NUM-TRAB TO NUM-AUDM.
           MOVE FILIAL-TRAB TO FILIAL-AUDM.
           MOVE VAL-ANT TO VALANT-AUDM.
           MOVE PCT-APLICADO TO PCT-AUDM.
           MOVE VAL-NOVO TO VALNOVO-AUDM.
           MOVE MES-VIGENCIA-9 TO VIGENCIA-AUDM.
           MOVE DATA-RODADA-9 TO DATA-AUDM.
           WRITE REG-AUDM.
           MOVE NUM-TRAB TO NUM-AVI.
           MOVE NOME-TRAB TO NOME-AVI.
           MOVE FILIAL-TRAB TO FILIAL-AVI.
           MOVE VAL-ANT TO VALANT-AVI.
           MOVE VAL-NOVO TO VALNOVO-AVI.
           MOVE PCT-APLICADO TO PCT-AVI.
           MOVE MES-VIGENCIA-9 TO VIGENCIA-AVI.
           WRITE REG-AVI.
           PERFORM GERA-EVENTO.

      * EVENTO DA CARTA DE REAJUSTE PARA A CENTRAL DE COMUNICACAO
      * (EM0240): VIGENCIA NO DIA 1 DO MES, VALOR ANTERIOR EM @R.
       GERA-EVENTO.
           MOVE "REAJ" TO TIPO-EVT.
           MOVE "S" TO DEST-EVT.
           MOVE SPACES TO CHAVE-EVT.
           MOVE NUM-TRAB TO CHAVE-NUM-EVT.
           MOVE CPF-TRAB TO IDENT-EVT.
           MOVE NOME-TRAB TO NOME-EVT.
           COMPUTE DATA-EVT = MES-VIGENCIA-9 * 100 + 1.
           MOVE VAL-NOVO TO VALOR-EVT.
           MOVE VAL-ANT TO VALANT-EVT-ED.
           MOVE VALANT-EVT-ED TO REF-EVT.
           PERFORM GRAVA-MSGEVT.

       SEM-PERCENTUAL.
           ADD 1 TO CT-SEMTAXA.
           MOVE NUM-TRAB TO NUM-EXC.
           MOVE NOME-TRAB TO NOME-EXC.
           MOVE FILIAL-TRAB TO FIL-EXC.
           MOVE "FILIAL SEM PERCENTUAL - NAO REAJUST." TO OBS-EXC.
           WRITE REL-SAI FROM DET-EXCECAO AFTER ADVANCING 1 LINE.

       TERMINO.
           PERFORM IMPRIME-RESUMO.
           IF MODO-SIMULA EQUAL 1
               PERFORM GRAVA-PENDENCIA
           ELSE
               PERFORM REGRAVA-CADSOC1
               CLOSE AUDMENS
                     AVISOMENS
                     MSGEVT.
           CLOSE RELREAJ.
           IF APROVA-MUDOU EQUAL 1
               PERFORM REGRAVA-APROVA.
           DISPLAY "EM0232 - SOCIOS REAJUSTADOS: " CT-REAJUSTADOS
                   " SEM PERCENTUAL: " CT-SEMTAXA.

       IMPRIME-RESUMO.
           WRITE REL-SAI FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO IDX-TAXA.
           PERFORM IMPRIME-GRUPO QTD-TAXA TIMES.
           MOVE CT-REAJUSTADOS TO REAJ-LIN.
           MOVE CT-SEMTAXA TO SEMT-LIN.
           MOVE CT-IGNORADOS TO IGN-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           MOVE TOT-ATUAL TO TOT-ATU-D.
           MOVE TOT-PROJETADO TO TOT-PROJ-D.
           WRITE REL-SAI FROM LIN-VALORES AFTER ADVANCING 1 LINE.

       IMPRIME-GRUPO.
           ADD 1 TO IDX-TAXA.
           MOVE FIL-TAB(IDX-TAXA) TO FIL-DET.
           MOVE LIM-TAB(IDX-TAXA) TO LIM-DET.
           MOVE PCT-TAB(IDX-TAXA) TO PCT-DET.
           MOVE CT-GRP-TAB(IDX-TAXA) TO CT-DET.
           MOVE ATU-GRP-TAB(IDX-TAXA) TO ATU-DET.
           MOVE PROJ-GRP-TAB(IDX-TAXA) TO PROJ-DET.
           WRITE REL-SAI FROM DET-GRUPO AFTER ADVANCING 1 LINE.

       REGRAVA-CADSOC1.
           OPEN OUTPUT CADSOC1.
           MOVE ZEROES TO IDX-SOC.
           PERFORM GRAVA-SOCIO QTD-SOC TIMES.
           CLOSE CADSOC1.

       GRAVA-SOCIO.
           ADD 1 TO IDX-SOC.
           MOVE REG-SOC-TAB(IDX-SOC) TO REG-SOC.
           WRITE REG-SOC.

      * ARQUIVO DE APROVACOES CARREGADO EM TABELA; AUSENTE VALE COMO
      * VAZIO (NENHUMA PENDENCIA E NENHUMA APROVACAO).
       CARGA-APROVA.
           OPEN INPUT APROVA.
           IF FS-APROVA EQUAL "00"
               PERFORM LE-APROVA UNTIL FIM-APR EQUAL "SIM"
               CLOSE APROVA.

       LE-APROVA.
           READ APROVA AT END
               MOVE "SIM" TO FIM-APR.
           IF FIM-APR NOT EQUAL "SIM"
               IF QTD-APROVA GREATER THAN OR EQUAL TO 50
                   DISPLAY "APROVA.DAT EXCEDE 50 REGISTROS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-APROVA
                   MOVE REG-APROVA TO REG-APR-TAB(QTD-APROVA).

      * A RODADA REAL EXIGE APROVACAO ASSINADA ("A") DA ORIGEM EM0232
      * CUJA SOMA CONFIRA COM O CADREAJS E OS PARAMETROS DESTA
      * RODADA; ENCONTRADA, E CONSUMIDA ("C") PARA NAO VALER DUAS
      * VEZES.
       CONFERE-APROVACAO.
           MOVE ZEROES TO POS-APROVA IDX-APROVA.
           PERFORM TESTA-APROVACAO QTD-APROVA TIMES.
           IF POS-APROVA EQUAL ZEROES
               DISPLAY "EM0232 SEM APROVACAO ASSINADA PARA O CADREAJS "
                       "E PARAMETROS ATUAIS - RODE A SIMULACAO E "
                       "COLHA A ASSINATURA NO UTILITARIO APROVA"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE REG-APR-TAB(POS-APROVA) TO REG-APR-TRAB.
           MOVE "C" TO SITU-TRAB.
           MOVE REG-APR-TRAB TO REG-APR-TAB(POS-APROVA).
           MOVE 1 TO APROVA-MUDOU.

       TESTA-APROVACAO.
           ADD 1 TO IDX-APROVA.
           MOVE REG-APR-TAB(IDX-APROVA) TO REG-APR-TRAB.
           IF ORIGEM-TRAB EQUAL "EM0232" AND
              SITU-TRAB EQUAL "A" AND
              HASH-TRAB EQUAL HASH-VALOR
               MOVE IDX-APROVA TO POS-APROVA.

      * A SIMULACAO DEIXA (OU SUBSTITUI) A PENDENCIA DA ORIGEM EM0232
      * COM OS TOTAIS SIMULADOS E A SOMA DO CADREAJS E PARAMETROS.
       GRAVA-PENDENCIA.
           MOVE ZEROES TO POS-APROVA IDX-APROVA.
           PERFORM TESTA-PENDENCIA QTD-APROVA TIMES.
           IF POS-APROVA EQUAL ZEROES
               IF QTD-APROVA GREATER THAN OR EQUAL TO 50
                   DISPLAY "APROVA.DAT CHEIO - PENDENCIA NAO GRAVADA"
               ELSE
                   ADD 1 TO QTD-APROVA
                   MOVE QTD-APROVA TO POS-APROVA.
           IF POS-APROVA IS GREATER THAN ZEROES
               MOVE "EM0232" TO ORIGEM-TRAB
               MOVE HASH-VALOR TO HASH-TRAB
               MOVE CT-REAJUSTADOS TO QTD-TRAB
               MOVE TOT-PROJETADO TO VALOR-TRAB
               MOVE DATA-RODADA-9 TO DATA-GER-TRAB
               MOVE "P" TO SITU-TRAB
               MOVE SPACES TO APROVADOR-TRAB
               MOVE ZEROES TO DATA-APR-TRAB
               MOVE REG-APR-TRAB TO REG-APR-TAB(POS-APROVA)
               MOVE 1 TO APROVA-MUDOU
               DISPLAY "PENDENCIA DE APROVACAO GRAVADA EM APROVA.DAT".

       TESTA-PENDENCIA.
           ADD 1 TO IDX-APROVA.
           MOVE REG-APR-TAB(IDX-APROVA) TO REG-APR-TRAB.
           IF ORIGEM-TRAB EQUAL "EM0232" AND
              SITU-TRAB EQUAL "P"
               MOVE IDX-APROVA TO POS-APROVA.

       REGRAVA-APROVA.
           OPEN OUTPUT APROVA.
           MOVE ZEROES TO IDX-APROVA.
           PERFORM GRAVA-APROVA QTD-APROVA TIMES.
           CLOSE APROVA.

       GRAVA-APROVA.
           ADD 1 TO IDX-APROVA.
           MOVE REG-APR-TAB(IDX-APROVA) TO REG-APROVA.
           WRITE REG-APROVA.

       COPY LEDATAMOV.

       COPY GRAVAEVT
           REPLACING ==CPY-PROGID== BY =="EM0232"==.

       COPY CALCHASH.
