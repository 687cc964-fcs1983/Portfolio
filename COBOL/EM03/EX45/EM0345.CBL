       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0345.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       ADIANTAMENTO QUINZENAL DE SALARIO. BOA PARTE DOS
      *               FUNCIONARIOS RECEBE NO DIA 20 UMA PARCELA DO
      *               SALARIO, QUE A TESOURARIA PAGAVA POR
      *               TRANSFERENCIA MANUAL E A FOLHA PRECISAVA LEMBRAR
      *               DE DESCONTAR. ESTE JOB RODA EM TODO LOTE E SO
      *               TRABALHA A PARTIR DO DIA DO ADIANTAMENTO (RUNCTL
      *               PROG "EM0345", PARM1; SEM ELE, DIA 20), UMA VEZ
      *               POR COMPETENCIA: SE O RAZAO LEDGADI.DAT JA TEM
      *               ADIANTAMENTO DA COMPETENCIA DA DATA DE MOVIMENTO,
      *               NADA E FEITO; UM LOTE QUE NAO RODOU NO DIA E
      *               COBERTO PELO SEGUINTE. LE O CADASTRO CADFUNC.DAT
      *               (COPIA DO EM03, LAYOUT DO EM0113) E, PARA CADA
      *               FUNCIONARIO, O PERCENTUAL DA TABELA CADADIA.DAT
      *               (COPY CADADIA, MANREF TABELA "ADIANT"): O DA
      *               MATRICULA, SENAO O DO DEPARTAMENTO, SENAO O
      *               PADRAO DO RUNCTL (PARM2; ZERO = SO QUEM ESTA NA
      *               TABELA). PERCENTUAL ZERO = SEM ADIANTAMENTO.
      *               O ADIANTAMENTO E O PERCENTUAL SOBRE O SALARIO
      *               FIXO (FIXO-FUNC), SEM COMISSAO, AINDA NAO
      *               APURADA NO DIA 20. NAO SAO ADIANTADOS:
      *                 - QUEM NAO TEM FIXO (FORA DA FOLHA DO EM0306,
      *                   QUE E QUEM DESCONTA O ADIANTAMENTO);
      *                 - QUEM ESTA AFASTADO NA DATA (CADAFAST.DAT,
      *                   COPY CADAFAST, SEM RETORNO OU COM RETORNO
      *                   POSTERIOR A DATA);
      *                 - QUEM ESTA EM RESCISAO (MATRICULA NO
      *                   MOVIMENTO DE DESLIGAMENTOS MOVRESC.DAT DO
      *                   EM0312);
      *                 - QUEM FOI ADMITIDO DEPOIS DA DATA.
      *               SAIDAS: BANCADI.DAT NO LAYOUT DO BANCOPAG
      *               (REFERENCIA "ADIA"+NOME), UM REGISTRO POR
      *               ADIANTADO NO RAZAO LEDGADI.DAT (COPY LEDGADI, EM
      *               EXTEND), DESCONTADO PELO EM0306 NA FOLHA NORMAL
      *               DA COMPETENCIA E CONFERIDO PELO EM0314, E O
      *               RELATORIO RELADI COM OS ADIANTADOS, OS NAO
      *               ELEGIVEIS E OS REJEITADOS. FUNCIONARIO SEM CONTA
      *               BANCARIA E REJEITADO COM RETURN-CODE 4. RODADA
      *               RECUSADA (RETURN-CODE 16 E REGISTRO NO EXCLOG)
      *               QUANDO A COMPETENCIA ESTA FECHADA NO CONTROLE DE
      *               PERIODOS CONTABEIS (PERCONT.DAT).
      *
      *MODIFICACAO
      *  15/10/2026  A CONTA DE CREDITO PASSA A SER A VIGENTE NO
      *              HISTORICO DE TROCAS ALTCONTA.DAT, COMO NO EM0306:
      *              SE A TROCA TEM MENOS DE N DIAS NA DATA DE
      *              MOVIMENTO (RUNCTL PROG "EM0306", PARM3; ZERO = 10
      *              DIAS), O CREDITO NAO VAI PARA O BANCADI: VAI PARA
      *              O BANCADIR.DAT (MESMO LAYOUT), PARA LIBERACAO
      *              MANUAL E CONFERENCIA NO EM0314, COM LINHA NO
      *              RELADI E RETURN-CODE 4. O RAZAO LEDGADI E GRAVADO
      *              NORMALMENTE, PARA O DESCONTO NA FOLHA.
      *  15/10/2026  COM A FOLHA EM MODO DE 13O (RUNCTL PROG "EM0306",
      *              PARM1 DIFERENTE DE ZERO) O ADIANTAMENTO NAO E
      *              PAGO, POIS NAO HAVERIA FOLHA NORMAL PARA
      *              DESCONTA-LO: A RODADA SAI SO COM O AVISO NO RELADI
      *              E RETURN-CODE 4, E O PRIMEIRO LOTE DA COMPETENCIA
      *              EM FOLHA NORMAL PAGA O ADIANTAMENTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FUNC.

           SELECT CADADIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CADI.

           SELECT CADAFAST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AFA.

           SELECT MOVRESC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MRES.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT LEDGADI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LADI.

           SELECT BANCADI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BANCADIR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALTCONTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALT.

           SELECT RELADI ASSIGN TO DISK.

           SELECT PERCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERCONT.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       FD CADFUNC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFUNC.DAT".

       01 REG-FUNC.
           02 MAT-FUNC       PIC 9(05).
           02 NOME-FUNC      PIC X(30).
           02 ADMI-FUNC.
               03 DD-ADMI       PIC 9(02).
               03 MM-ADMI       PIC 9(02).
               03 AA-ADMI       PIC 9(04).
           02 SAL-FUNC       PIC 9(07)V99.
           02 DEPT-FUNC      PIC X.
           02 SEC-FUNC       PIC X.
           02 CONTA-FUNC     PIC 9(10).
           02 FIXO-FUNC      PIC 9(07)V99.
           02 VENDAS-FUNC    PIC 9(07)V99.
           02 DESC-FUNC      PIC 9(05)V99.

       COPY CADADIA.

       COPY CADAFAST.

       FD MOVRESC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVRESC.DAT".

       01 REG-MRES.
           02 MAT-MRES       PIC 9(05).
           02 ULTDIA-MRES    PIC 9(08).
           02 TIPO-MRES      PIC X(01).

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".

       01 REG-RUNCTL.
           02 PROG-RUNCTL    PIC X(06).
           02 PARM1-RUNCTL   PIC 9(07)V99.
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

       COPY LEDGADI.

       FD BANCADI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BANCADI.DAT".

       01 REG-BANCO.
           02 CONTA-BANCO     PIC 9(10).
           02 VALOR-BANCO     PIC 9(07)V99.
           02 REFERENCIA-BANCO PIC X(20).

      * CREDITOS RETIDOS POR TROCA RECENTE DE CONTA (LAYOUT DO BANCADI).
       FD BANCADIR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BANCADIR.DAT".

       01 REG-BANCO-RET      PIC X(39).

       COPY ALTCONTA.

       FD RELADI
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY PERCONT.

       COPY EXCLOG.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-FUNC           PIC X(03) VALUE "NAO".
       77 FIM-CADI           PIC X(03) VALUE "NAO".
       77 FIM-AFA            PIC X(03) VALUE "NAO".
       77 FIM-MRES           PIC X(03) VALUE "NAO".
       77 FIM-LADI           PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FIM-ALT            PIC X(03) VALUE "NAO".
       77 FS-FUNC            PIC X(02) VALUE SPACES.
       77 FS-CADI            PIC X(02) VALUE SPACES.
       77 FS-AFA             PIC X(02) VALUE SPACES.
       77 FS-MRES            PIC X(02) VALUE SPACES.
       77 FS-LADI            PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 FS-ALT             PIC X(02) VALUE SPACES.
       77 QTD-FUNC           PIC 9(03) VALUE ZEROES.
       77 IDX-FUNC           PIC 9(03) VALUE ZEROES.
       77 ACHOU-FUNC         PIC 9     VALUE ZEROES.
       77 MAT-PROC           PIC 9(05) VALUE ZEROES.
       77 QTD-CADI           PIC 9(03) VALUE ZEROES.
       77 IDX-CADI           PIC 9(03) VALUE ZEROES.
       77 ACHOU-CADI         PIC 9     VALUE ZEROES.
       77 DIA-ADIANT         PIC 9(02) VALUE 20.
       77 PCT-PADRAO         PIC 9(03)V99 VALUE ZEROES.
       77 PCT-CALC           PIC 9(03)V99 VALUE ZEROES.
       77 ORIGEM-PCT         PIC X(06) VALUE SPACES.
       77 ADIANT-CALC        PIC 9(07)V99 VALUE ZEROES.
       77 AC-ADIANT          PIC 9(09)V99 VALUE ZEROES.
       77 JA-ADIANTADO       PIC X(03) VALUE "NAO".
       77 MOTIVO-REJ         PIC X(30) VALUE SPACES.
       77 CT-ADIANTADOS      PIC 9(05) VALUE ZEROES.
       77 CT-NAO-ELEGIVEIS   PIC 9(05) VALUE ZEROES.
       77 CT-REJEITADOS      PIC 9(05) VALUE ZEROES.
       77 CT-SEM-PCT         PIC 9(05) VALUE ZEROES.
       77 CT-RETIDOS         PIC 9(05) VALUE ZEROES.
       77 AC-RETIDO          PIC 9(09)V99 VALUE ZEROES.
       77 MODO-FOLHA         PIC 9     VALUE ZEROES.
       77 DIAS-CARENCIA      PIC 9(03) VALUE 10.
       77 SERIAL-CALC        PIC S9(07) VALUE ZEROES.
       77 SERIAL-MOVTO       PIC S9(07) VALUE ZEROES.
       77 DIAS-TROCA         PIC S9(07) VALUE ZEROES.

       01 DATA-VIGENCIA-X    PIC X(08) VALUE SPACES.
       01 DATA-VIGENCIA REDEFINES DATA-VIGENCIA-X PIC 9(08).

       01 ANOMES-ADIANT-X    PIC X(06) VALUE SPACES.
       01 ANOMES-ADIANT REDEFINES ANOMES-ADIANT-X PIC 9(06).

      * ADMISSAO DO CADASTRO (DDMMAAAA) VIRADA EM AAAAMMDD PARA
      * COMPARAR COM A DATA DE MOVIMENTO.
       01 DATA-ADMI-INV.
           02 AA-ADMI-INV    PIC 9(04).
           02 MM-ADMI-INV    PIC 9(02).
           02 DD-ADMI-INV    PIC 9(02).
       01 DATA-ADMI-INV-9 REDEFINES DATA-ADMI-INV PIC 9(08).

      * DATA AAAAMMDD PARA O DIA SERIAL COMERCIAL (ANO DE 360 DIAS,
      * MES DE 30: O DIA 31 CONTA COMO 30), COMO NO EM0306.
       01 DATA-SERIAL        PIC 9(08) VALUE ZEROES.
       01 DATA-SERIAL-R REDEFINES DATA-SERIAL.
           02 AA-SERIAL      PIC 9(04).
           02 MM-SERIAL      PIC 9(02).
           02 DD-SERIAL      PIC 9(02).

      * CHAVE DE PROCURA NA CADADIA: TIPO + MATRICULA OU TIPO + DEPTO.
       01 CHAVE-PROC.
           02 TIPO-PROC      PIC X(01).
           02 CHAVE-PROC-X   PIC X(05).

      * SITUACAO DO FUNCIONARIO NA DATA: " " ATIVO, "A" AFASTADO,
      * "R" EM RESCISAO. DATA-ALT-FUNC-TAB E A DATA DA ULTIMA TROCA DE
      * CONTA NO ALTCONTA (ZERO = SEM TROCA).
       01 TAB-FUNC.
           02 ENT-FUNC OCCURS 300 TIMES.
               03 MAT-FUNC-TAB   PIC 9(05).
               03 NOME-FUNC-TAB  PIC X(30).
               03 ADMI-FUNC-TAB  PIC 9(08).
               03 DEPT-FUNC-TAB  PIC X(01).
               03 CONTA-FUNC-TAB PIC 9(10).
               03 FIXO-FUNC-TAB  PIC 9(07)V99.
               03 SIT-FUNC-TAB   PIC X(01).
               03 DATA-ALT-FUNC-TAB PIC 9(08).

       01 TAB-CADI.
           02 ENT-CADI OCCURS 300 TIMES.
               03 CHAVE-CADI-TAB PIC X(06).
               03 PCT-CADI-TAB   PIC 9(03)V99.

       COPY WSPERCONT.

       COPY WSDATAMOV.

       01 CAB-ADIANT-01.
           02 FILLER         PIC X(15) VALUE SPACES.
           02 FILLER         PIC X(37) VALUE
                        "ADIANTAMENTO QUINZENAL - COMPETENCIA ".
           02 MM-CAB         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AA-CAB         PIC 9(04).
           02 FILLER         PIC X(21) VALUE SPACES.

       01 CAB-ADIANT-02.
           02 FILLER         PIC X(10) VALUE "MATRICULA ".
           02 FILLER         PIC X(22) VALUE "NOME".
           02 FILLER         PIC X(06) VALUE "DEPTO ".
           02 FILLER         PIC X(14) VALUE "  SALARIO FIXO".
           02 FILLER         PIC X(08) VALUE "    PCT ".
           02 FILLER         PIC X(13) VALUE " ADIANTAMENTO".
           02 FILLER         PIC X(07) VALUE " ORIGEM".

       01 DET-ADIANT.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 MAT-DET        PIC 9(05).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 NOME-DET       PIC X(20).
           02 FILLER         PIC X(04) VALUE SPACES.
           02 DEPT-DET       PIC X(01).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FIXO-DET       PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 PCT-DET        PIC ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ADIANT-DET     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 ORIGEM-DET     PIC X(06).

       01 LIN-NAO-ELEG.
           02 FILLER         PIC X(13) VALUE "NAO ELEGIVEL ".
           02 MAT-NEL-LIN    PIC 9(05).
           02 FILLER         PIC X(03) VALUE " - ".
           02 MOTIVO-NEL-LIN PIC X(30).
           02 FILLER         PIC X(29) VALUE SPACES.

       01 LIN-REJEITO.
           02 FILLER         PIC X(13) VALUE "REJEITADO    ".
           02 MAT-REJ-LIN    PIC 9(05).
           02 FILLER         PIC X(03) VALUE " - ".
           02 MOTIVO-LIN     PIC X(30).
           02 FILLER         PIC X(29) VALUE SPACES.

       01 LIN-RETIDO.
           02 FILLER         PIC X(13) VALUE "CRED. RETIDO ".
           02 MAT-RET-LIN    PIC 9(05).
           02 FILLER         PIC X(03) VALUE " - ".
           02 FILLER         PIC X(30) VALUE
                        "CONTA ALTERADA - VER BANCADIR".
           02 FILLER         PIC X(29) VALUE SPACES.

       01 LIN-MODO-13.
           02 FILLER         PIC X(40) VALUE
                        "ADIANTAMENTO NAO PAGO: FOLHA EM MODO 13O".
           02 FILLER         PIC X(24) VALUE
                        " (RUNCTL EM0306 PARM1 = ".
           02 MODO-LIN       PIC 9.
           02 FILLER         PIC X(15) VALUE ")".

       01 LIN-MODO-13-B.
           02 FILLER         PIC X(41) VALUE
                        "SERA PAGO NO PRIMEIRO LOTE DA COMPETENCIA".
           02 FILLER         PIC X(39) VALUE
                        " COM A FOLHA NORMAL (PARM1 = 0)".

       01 LIN-RESUMO.
           02 FILLER         PIC X(12) VALUE "ADIANTADOS: ".
           02 ADI-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(17) VALUE "  NAO ELEGIVEIS: ".
           02 NEL-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  REJEITADOS: ".
           02 REJ-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(19) VALUE SPACES.

       01 LIN-SEM-PCT.
           02 FILLER         PIC X(36) VALUE
                        "SEM ADIANTAMENTO (PERCENTUAL ZERO): ".
           02 SEM-PCT-LIN    PIC ZZ.ZZ9.
           02 FILLER         PIC X(38) VALUE SPACES.

       01 LIN-TOTAL.
           02 FILLER         PIC X(26) VALUE
                        "TOTAL CREDITADO (BANCADI):".
           02 TOTAL-LIN      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(40) VALUE SPACES.

       01 LIN-TOTAL-RET.
           02 FILLER         PIC X(26) VALUE
                        "TOTAL RETIDO (BANCADIR):  ".
           02 TOTAL-RET-LIN  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       EM03-45.
           PERFORM INICIO.
           MOVE ZEROES TO IDX-FUNC.
           PERFORM PROCESSA-FUNC QTD-FUNC TIMES.
           PERFORM FIM.
           IF CT-REJEITADOS IS GREATER THAN ZEROES OR
              CT-RETIDOS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

      * ANTES DO DIA DO ADIANTAMENTO, OU COM O ADIANTAMENTO DA
      * COMPETENCIA JA NO RAZAO, O JOB TERMINA SEM ABRIR NENHUMA
      * SAIDA (O BANCADI DA RODADA QUE PAGOU FICA COMO ESTA). COM A
      * FOLHA EM MODO DE 13O, SO O AVISO NO RELADI.
       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-VIGENCIA-X.
           MOVE DATA-MOVTO(1:6) TO ANOMES-ADIANT-X.
           PERFORM CARGA-RUNCTL.
           IF DIA-MOV IS LESS THAN DIA-ADIANT
               DISPLAY "EM0345 - ANTES DO DIA " DIA-ADIANT
                       " - SEM ADIANTAMENTO A PAGAR"
               MOVE ZEROES TO RETURN-CODE
               STOP RUN.
           PERFORM VERIFICA-RAZAO.
           IF JA-ADIANTADO EQUAL "SIM"
               DISPLAY "EM0345 - ADIANTAMENTO DA COMPETENCIA "
                       ANOMES-ADIANT-X " JA PAGO"
               MOVE ZEROES TO RETURN-CODE
               STOP RUN.
           IF MODO-FOLHA NOT EQUAL ZEROES
               PERFORM RECUSA-MODO-13.
           PERFORM LE-PERCONT.
           PERFORM RECUSA-PERIODO-FECHADO.
           PERFORM CARGA-CADFUNC.
           PERFORM CARGA-ALTCONTA.
           PERFORM CARGA-CADADIA.
           PERFORM CARGA-AFAST.
           PERFORM CARGA-RESCISAO.
           OPEN OUTPUT BANCADI
                       BANCADIR
                       RELADI
                EXTEND LEDGADI.
           IF FS-LADI EQUAL "35"
               CLOSE LEDGADI
               OPEN OUTPUT LEDGADI.
           PERFORM IMPRIME-CABECALHO.

       IMPRIME-CABECALHO.
           MOVE MES-MOV TO MM-CAB.
           MOVE DATA-MOVTO(1:4) TO AA-CAB.
           WRITE REL-SAI FROM CAB-ADIANT-01 AFTER ADVANCING PAGE.
           WRITE REL-SAI FROM CAB-ADIANT-02 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.

      * SEM FOLHA NORMAL NA COMPETENCIA NINGUEM DESCONTARIA O
      * ADIANTAMENTO: NADA E PAGO NEM GRAVADO NO RAZAO, E O PRIMEIRO
      * LOTE DEPOIS DA VOLTA DO RUNCTL A FOLHA NORMAL FAZ O PAGAMENTO.
       RECUSA-MODO-13.
           OPEN OUTPUT RELADI.
           PERFORM IMPRIME-CABECALHO.
           MOVE MODO-FOLHA TO MODO-LIN.
           WRITE REL-SAI FROM LIN-MODO-13 AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM LIN-MODO-13-B AFTER ADVANCING 1 LINE.
           CLOSE RELADI.
           DISPLAY "EM0345 - FOLHA EM MODO 13O (RUNCTL EM0306 PARM1 = "
                   MODO-FOLHA ") - ADIANTAMENTO NAO PAGO".
           MOVE 4 TO RETURN-CODE.
           STOP RUN.

      * DIA DO ADIANTAMENTO (PARM1; ZERO = DIA 20) E PERCENTUAL
      * PADRAO PARA QUEM NAO ESTA NA CADADIA (PARM2; ZERO = NENHUM).
      * UM DIA ACIMA DE 31 SUSPENDE O ADIANTAMENTO. DA ENTRADA DO
      * EM0306 VEM O MODO DA FOLHA (PARM1) E OS DIAS DE RETENCAO DO
      * CREDITO APOS TROCA DE CONTA (PARM3; ZERO = 10).
       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
               CLOSE RUNCTL.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.
           IF FIM-RUNCTL NOT EQUAL "SIM"
               IF PROG-RUNCTL EQUAL "EM0345"
                   PERFORM GUARDA-RUNCTL-ADI
               ELSE
                   IF PROG-RUNCTL EQUAL "EM0306"
                       PERFORM GUARDA-RUNCTL-FOL.

       GUARDA-RUNCTL-ADI.
           IF PARM1-RUNCTL IS GREATER THAN 99
               MOVE 99 TO DIA-ADIANT
           ELSE
               IF PARM1-RUNCTL IS GREATER THAN ZEROES
                   MOVE PARM1-RUNCTL TO DIA-ADIANT.
           IF PARM2-RUNCTL IS GREATER THAN 100
               MOVE 100 TO PCT-PADRAO
           ELSE
               MOVE PARM2-RUNCTL TO PCT-PADRAO.

       GUARDA-RUNCTL-FOL.
           IF PARM1-RUNCTL EQUAL 1 OR PARM1-RUNCTL EQUAL 2
               MOVE PARM1-RUNCTL TO MODO-FOLHA.
           IF PARM3-RUNCTL IS GREATER THAN ZEROES
               MOVE PARM3-RUNCTL TO DIAS-CARENCIA.

      * O RAZAO E LIDO UMA VEZ ANTES DE QUALQUER GRAVACAO: BASTA UM
      * ADIANTAMENTO DA COMPETENCIA PARA A RODADA JA TER ACONTECIDO.
       VERIFICA-RAZAO.
           OPEN INPUT LEDGADI.
           IF FS-LADI EQUAL "00"
               PERFORM LE-LADI UNTIL FIM-LADI EQUAL "SIM"
               CLOSE LEDGADI.

       LE-LADI.
           READ LEDGADI AT END
               MOVE "SIM" TO FIM-LADI.
           IF FIM-LADI NOT EQUAL "SIM"
               IF COMP-LADI EQUAL ANOMES-ADIANT
                   MOVE "SIM" TO JA-ADIANTADO
                   MOVE "SIM" TO FIM-LADI.

       CARGA-CADFUNC.
           OPEN INPUT CADFUNC.
           IF FS-FUNC NOT EQUAL "00"
               DISPLAY "CADFUNC NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-FUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-FUNC UNTIL FIM-FUNC EQUAL "SIM".
           CLOSE CADFUNC.
           IF QTD-FUNC EQUAL ZEROES
               DISPLAY "CADFUNC SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       LE-FUNC.
           READ CADFUNC AT END
               MOVE "SIM" TO FIM-FUNC.
           IF FIM-FUNC NOT EQUAL "SIM"
               IF QTD-FUNC GREATER THAN OR EQUAL TO 300
                   DISPLAY "TAB-FUNC EXCEDE LIMITE DE 300 "
                           "FUNCIONARIOS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-FUNC
                   MOVE MAT-FUNC TO MAT-FUNC-TAB(QTD-FUNC)
                   MOVE NOME-FUNC TO NOME-FUNC-TAB(QTD-FUNC)
                   MOVE AA-ADMI TO AA-ADMI-INV
                   MOVE MM-ADMI TO MM-ADMI-INV
                   MOVE DD-ADMI TO DD-ADMI-INV
                   MOVE DATA-ADMI-INV-9 TO ADMI-FUNC-TAB(QTD-FUNC)
                   MOVE DEPT-FUNC TO DEPT-FUNC-TAB(QTD-FUNC)
                   MOVE CONTA-FUNC TO CONTA-FUNC-TAB(QTD-FUNC)
                   MOVE FIXO-FUNC TO FIXO-FUNC-TAB(QTD-FUNC)
                   MOVE " " TO SIT-FUNC-TAB(QTD-FUNC)
                   MOVE ZEROES TO DATA-ALT-FUNC-TAB(QTD-FUNC)
               END-IF.

      * HISTORICO DE TROCAS DE CONTA APROVADAS (VER ALTCONTA.CPY): O
      * ULTIMO REGISTRO DA MATRICULA ATE A DATA DE MOVIMENTO DA A
      * CONTA VIGENTE E A DATA DA TROCA. SEM O ARQUIVO, VALE A CONTA
      * DO CADFUNC.
       CARGA-ALTCONTA.
           MOVE DATA-VIGENCIA TO DATA-SERIAL.
           PERFORM SERIAL-DATA.
           MOVE SERIAL-CALC TO SERIAL-MOVTO.
           OPEN INPUT ALTCONTA.
           IF FS-ALT EQUAL "00"
               PERFORM LE-ALTCONTA UNTIL FIM-ALT EQUAL "SIM"
               CLOSE ALTCONTA.

       LE-ALTCONTA.
           READ ALTCONTA AT END
               MOVE "SIM" TO FIM-ALT.
           IF FIM-ALT NOT EQUAL "SIM" AND
              DATA-ALT IS NOT GREATER THAN DATA-VIGENCIA
               MOVE MAT-ALT TO MAT-PROC
               PERFORM PROCURA-FUNC
               IF ACHOU-FUNC EQUAL 1
                   MOVE CONTA-NOVA-ALT TO CONTA-FUNC-TAB(IDX-FUNC)
                   MOVE DATA-ALT TO DATA-ALT-FUNC-TAB(IDX-FUNC).

       SERIAL-DATA.
           IF DD-SERIAL IS GREATER THAN 30
               MOVE 30 TO DD-SERIAL.
           COMPUTE SERIAL-CALC = AA-SERIAL * 360
                               + (MM-SERIAL - 1) * 30 + DD-SERIAL.

      * PERCENTUAIS POR MATRICULA E POR DEPARTAMENTO; SEM A TABELA,
      * VALE SO O PADRAO DO RUNCTL.
       CARGA-CADADIA.
           OPEN INPUT CADADIA.
           IF FS-CADI EQUAL "00"
               PERFORM LE-CADI UNTIL FIM-CADI EQUAL "SIM"
               CLOSE CADADIA
           ELSE
               DISPLAY "EM0345 - SEM CADADIA - SO O PERCENTUAL PADRAO".

       LE-CADI.
           READ CADADIA AT END
               MOVE "SIM" TO FIM-CADI.
           IF FIM-CADI NOT EQUAL "SIM"
               IF QTD-CADI GREATER THAN OR EQUAL TO 300
                   DISPLAY "CADADIA EXCEDE LIMITE DE 300 "
                           "PERCENTUAIS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-CADI
                   MOVE REG-CADI(1:6) TO CHAVE-CADI-TAB(QTD-CADI)
                   MOVE PCT-CADI TO PCT-CADI-TAB(QTD-CADI)
               END-IF.

      * AFASTADO NA DATA DO ADIANTAMENTO: AFASTAMENTO JA INICIADO E
      * SEM RETORNO OU COM RETORNO POSTERIOR A DATA. SEM O CADASTRO,
      * NINGUEM ESTA AFASTADO.
       CARGA-AFAST.
           OPEN INPUT CADAFAST.
           IF FS-AFA EQUAL "00"
               PERFORM LE-AFAST UNTIL FIM-AFA EQUAL "SIM"
               CLOSE CADAFAST.

       LE-AFAST.
           READ CADAFAST AT END
               MOVE "SIM" TO FIM-AFA.
           IF FIM-AFA NOT EQUAL "SIM"
               IF INICIO-AFA IS NOT GREATER THAN DATA-VIGENCIA AND
                  (RETORNO-AFA EQUAL ZEROES OR
                   RETORNO-AFA IS GREATER THAN DATA-VIGENCIA)
                   MOVE MAT-AFA TO MAT-PROC
                   PERFORM PROCURA-FUNC
                   IF ACHOU-FUNC EQUAL 1
                       MOVE "A" TO SIT-FUNC-TAB(IDX-FUNC).

      * EM RESCISAO: MATRICULA NO MOVIMENTO DE DESLIGAMENTOS DO
      * EM0312. SEM O MOVIMENTO, NINGUEM ESTA SAINDO.
       CARGA-RESCISAO.
           OPEN INPUT MOVRESC.
           IF FS-MRES EQUAL "00"
               PERFORM LE-MRES UNTIL FIM-MRES EQUAL "SIM"
               CLOSE MOVRESC.

       LE-MRES.
           READ MOVRESC AT END
               MOVE "SIM" TO FIM-MRES.
           IF FIM-MRES NOT EQUAL "SIM"
               MOVE MAT-MRES TO MAT-PROC
               PERFORM PROCURA-FUNC
               IF ACHOU-FUNC EQUAL 1
                   MOVE "R" TO SIT-FUNC-TAB(IDX-FUNC).

       PROCURA-FUNC.
           MOVE ZEROES TO ACHOU-FUNC.
           MOVE 1 TO IDX-FUNC.
           PERFORM TESTA-FUNC
               UNTIL IDX-FUNC IS GREATER THAN QTD-FUNC
                  OR ACHOU-FUNC EQUAL 1.

       TESTA-FUNC.
           IF MAT-FUNC-TAB(IDX-FUNC) EQUAL MAT-PROC
               MOVE 1 TO ACHOU-FUNC
           ELSE
               ADD 1 TO IDX-FUNC.

       PROCESSA-FUNC.
           ADD 1 TO IDX-FUNC.
           PERFORM DETERMINA-PCT.
           MOVE SPACES TO MOTIVO-REJ.
           IF PCT-CALC IS GREATER THAN 100
               MOVE "PERCENTUAL ACIMA DE 100" TO MOTIVO-REJ
               PERFORM REJEITA-FUNC
           ELSE
               IF PCT-CALC EQUAL ZEROES
                   ADD 1 TO CT-SEM-PCT
               ELSE
                   PERFORM VERIFICA-ELEGIBILIDADE
                   IF MOTIVO-REJ NOT EQUAL SPACES
                       PERFORM NAO-ELEGIVEL
                   ELSE
                       PERFORM VERIFICA-CONTA.

      * SEM CONTA NAO HA COMO CREDITAR: REJEITADO, COM RETURN-CODE 4.
       VERIFICA-CONTA.
           IF CONTA-FUNC-TAB(IDX-FUNC) EQUAL ZEROES
               MOVE "SEM CONTA BANCARIA NO CADFUNC" TO MOTIVO-REJ
               PERFORM REJEITA-FUNC
           ELSE
               PERFORM CALCULA-ADIANTAMENTO.

      * PERCENTUAL DA MATRICULA, SENAO O DO DEPARTAMENTO, SENAO O
      * PADRAO DO RUNCTL.
       DETERMINA-PCT.
           MOVE "F" TO TIPO-PROC.
           MOVE MAT-FUNC-TAB(IDX-FUNC) TO CHAVE-PROC-X.
           PERFORM PROCURA-CADI.
           IF ACHOU-CADI EQUAL 1
               MOVE PCT-CADI-TAB(IDX-CADI) TO PCT-CALC
               MOVE "FUNC" TO ORIGEM-PCT
           ELSE
               MOVE "D" TO TIPO-PROC
               MOVE SPACES TO CHAVE-PROC-X
               MOVE DEPT-FUNC-TAB(IDX-FUNC) TO CHAVE-PROC-X(1:1)
               PERFORM PROCURA-CADI
               IF ACHOU-CADI EQUAL 1
                   MOVE PCT-CADI-TAB(IDX-CADI) TO PCT-CALC
                   MOVE "DEPTO" TO ORIGEM-PCT
               ELSE
                   MOVE PCT-PADRAO TO PCT-CALC
                   MOVE "PADRAO" TO ORIGEM-PCT.

       PROCURA-CADI.
           MOVE ZEROES TO ACHOU-CADI.
           MOVE 1 TO IDX-CADI.
           PERFORM TESTA-CADI
               UNTIL IDX-CADI IS GREATER THAN QTD-CADI
                  OR ACHOU-CADI EQUAL 1.

       TESTA-CADI.
           IF CHAVE-CADI-TAB(IDX-CADI) EQUAL CHAVE-PROC
               MOVE 1 TO ACHOU-CADI
           ELSE
               ADD 1 TO IDX-CADI.

       VERIFICA-ELEGIBILIDADE.
           MOVE SPACES TO MOTIVO-REJ.
           IF FIXO-FUNC-TAB(IDX-FUNC) EQUAL ZEROES
               MOVE "SEM SALARIO FIXO NA FOLHA" TO MOTIVO-REJ.
           IF MOTIVO-REJ EQUAL SPACES
               IF SIT-FUNC-TAB(IDX-FUNC) EQUAL "A"
                   MOVE "AFASTADO NA DATA" TO MOTIVO-REJ.
           IF MOTIVO-REJ EQUAL SPACES
               IF SIT-FUNC-TAB(IDX-FUNC) EQUAL "R"
                   MOVE "EM RESCISAO (MOVRESC)" TO MOTIVO-REJ.
           IF MOTIVO-REJ EQUAL SPACES
               IF ADMI-FUNC-TAB(IDX-FUNC) IS GREATER THAN
                  DATA-VIGENCIA
                   MOVE "ADMITIDO APOS A DATA" TO MOTIVO-REJ.

      * ADIANTAMENTO = PERCENTUAL SOBRE O SALARIO FIXO; O CREDITO VAI
      * PARA O BANCADI E O MESMO VALOR PARA O RAZAO.
       CALCULA-ADIANTAMENTO.
           COMPUTE ADIANT-CALC ROUNDED =
                   FIXO-FUNC-TAB(IDX-FUNC) * PCT-CALC / 100.
           IF ADIANT-CALC EQUAL ZEROES
               ADD 1 TO CT-SEM-PCT
           ELSE
               PERFORM GRAVA-BANCO
               PERFORM GRAVA-RAZAO
               PERFORM IMPRIME-ADIANTAMENTO
               PERFORM VERIFICA-RETENCAO
               ADD 1 TO CT-ADIANTADOS.

      * REFERENCIA "ADIA" + NOME, PARA QUE O RETORNO DO BANCO (CASADO
      * POR CONTA+VALOR+REFERENCIA NO EM0309) NAO SE CONFUNDA COM A
      * FOLHA DO MESMO MES.
       GRAVA-BANCO.
           MOVE CONTA-FUNC-TAB(IDX-FUNC) TO CONTA-BANCO.
           MOVE ADIANT-CALC TO VALOR-BANCO.
           MOVE SPACES TO REFERENCIA-BANCO.
           MOVE "ADIA" TO REFERENCIA-BANCO(1:4).
           MOVE NOME-FUNC-TAB(IDX-FUNC)(1:15)
               TO REFERENCIA-BANCO(6:15).

      * TROCA DE CONTA COM MENOS DE DIAS-CARENCIA DIAS (CALENDARIO
      * COMERCIAL): O CREDITO VAI PARA O BANCADIR E SAI NO RELADI.
       VERIFICA-RETENCAO.
           MOVE 99999 TO DIAS-TROCA.
           IF DATA-ALT-FUNC-TAB(IDX-FUNC) IS GREATER THAN ZEROES
               MOVE DATA-ALT-FUNC-TAB(IDX-FUNC) TO DATA-SERIAL
               PERFORM SERIAL-DATA
               COMPUTE DIAS-TROCA = SERIAL-MOVTO - SERIAL-CALC.
           IF DIAS-TROCA IS LESS THAN DIAS-CARENCIA
               WRITE REG-BANCO-RET FROM REG-BANCO
               ADD 1 TO CT-RETIDOS
               ADD ADIANT-CALC TO AC-RETIDO
               MOVE MAT-FUNC-TAB(IDX-FUNC) TO MAT-RET-LIN
               WRITE REL-SAI FROM LIN-RETIDO AFTER ADVANCING 1 LINE
           ELSE
               WRITE REG-BANCO
               ADD ADIANT-CALC TO AC-ADIANT.

       GRAVA-RAZAO.
           MOVE MAT-FUNC-TAB(IDX-FUNC) TO MAT-LADI.
           MOVE ANOMES-ADIANT TO COMP-LADI.
           MOVE DATA-VIGENCIA TO DATA-LADI.
           MOVE CONTA-FUNC-TAB(IDX-FUNC) TO CONTA-LADI.
           MOVE PCT-CALC TO PCT-LADI.
           MOVE FIXO-FUNC-TAB(IDX-FUNC) TO BASE-LADI.
           MOVE ADIANT-CALC TO VALOR-LADI.
           WRITE REG-LADI.

       IMPRIME-ADIANTAMENTO.
           MOVE MAT-FUNC-TAB(IDX-FUNC) TO MAT-DET.
           MOVE NOME-FUNC-TAB(IDX-FUNC) TO NOME-DET.
           MOVE DEPT-FUNC-TAB(IDX-FUNC) TO DEPT-DET.
           MOVE FIXO-FUNC-TAB(IDX-FUNC) TO FIXO-DET.
           MOVE PCT-CALC TO PCT-DET.
           MOVE ADIANT-CALC TO ADIANT-DET.
           MOVE ORIGEM-PCT TO ORIGEM-DET.
           WRITE REL-SAI FROM DET-ADIANT AFTER ADVANCING 1 LINE.

       NAO-ELEGIVEL.
           ADD 1 TO CT-NAO-ELEGIVEIS.
           MOVE MAT-FUNC-TAB(IDX-FUNC) TO MAT-NEL-LIN.
           MOVE MOTIVO-REJ TO MOTIVO-NEL-LIN.
           WRITE REL-SAI FROM LIN-NAO-ELEG AFTER ADVANCING 1 LINE.

       REJEITA-FUNC.
           ADD 1 TO CT-REJEITADOS.
           MOVE MAT-FUNC-TAB(IDX-FUNC) TO MAT-REJ-LIN.
           MOVE MOTIVO-REJ TO MOTIVO-LIN.
           WRITE REL-SAI FROM LIN-REJEITO AFTER ADVANCING 1 LINE.

       FIM.
           MOVE CT-ADIANTADOS TO ADI-LIN.
           MOVE CT-NAO-ELEGIVEIS TO NEL-LIN.
           MOVE CT-REJEITADOS TO REJ-LIN.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 2 LINES.
           MOVE CT-SEM-PCT TO SEM-PCT-LIN.
           WRITE REL-SAI FROM LIN-SEM-PCT AFTER ADVANCING 1 LINE.
           MOVE AC-ADIANT TO TOTAL-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 1 LINE.
           MOVE AC-RETIDO TO TOTAL-RET-LIN.
           WRITE REL-SAI FROM LIN-TOTAL-RET AFTER ADVANCING 1 LINE.
           CLOSE BANCADI
                 BANCADIR
                 RELADI
                 LEDGADI.

       COPY LEDATAMOV.

       COPY LEPERCONT.

       COPY RECUSAPER
           REPLACING ==CPY-PROGID== BY =="EM0345"==.
