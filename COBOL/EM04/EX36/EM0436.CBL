       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0436.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       CONCILIACAO BANCARIA DIARIA. CADA RETORNO
      *               (EM0309, EM0219, EM0224, EM0239) CONFERE O SEU
      *               PROPRIO ARQUIVO, MAS NINGUEM CONFRONTAVA O
      *               EXTRATO DA CONTA COM TUDO O QUE DEVIA PASSAR POR
      *               ELA - TARIFA, PIX ESTORNADO OU CREDITO DE FOLHA
      *               EM DOBRO SO APARECIAM SEMANAS DEPOIS. ESTE JOB
      *               LE O EXTRATO DO DIA (EXTRATO.DAT - VER
      *               EXTRATO.CPY) E MONTA OS MOVIMENTOS PREVISTOS
      *               PARA A DATA DO EXTRATO:
      *                 FOL  CREDITOS DE FOLHA EFETIVADOS NO LEDGPAG
      *                      (EM0309) - DEBITO;
      *                 COB  BOLETOS PAGOS NO RETCOB (EM0219), PELA
      *                      DATA DO PAGAMENTO - CREDITO;
      *                 DEB  DEBITOS AUTOMATICOS EFETIVADOS NO RETDEB
      *                      (EM0224), SO QUANDO O EXTRATO E DA DATA
      *                      DE MOVIMENTO (O RETDEB NAO TRAZ DATA) -
      *                      CREDITO;
      *                 PIX  PIX RECEBIDOS NO PIXRET (EM0239) - CREDITO;
      *                 FOR  TITULOS DE FORNECEDOR PAGOS NO CADPAGAR
      *                      (EM0428) - DEBITO;
      *                 DVS  DEVOLUCOES DE CREDITO A SOCIO, MOVIMENTO
      *                      "D" DO LEDGSOC (EM0238) - DEBITO;
      *                 DVA  ORDENS DE DEVOLUCAO A ALUNO AINDA NO
      *                      DEVCRED (EM0332) - DEBITO OPCIONAL: SEM
      *                      DATA, PODEM NAO TER SIDO TRANSMITIDAS E
      *                      NAO SAO COBRADAS QUANDO FALTAM;
      *                 FER  RECIBOS DE FERIAS NO BANCFER (EM0323),
      *                 RES  RESCISOES NO BANCRESC (EM0312),
      *                 ADI  ADIANTAMENTOS QUINZENAIS NO BANCADI
      *                      (EM0345) E
      *                 REE  REEMBOLSOS DE DESPESA NO BANCREEM
      *                      (EM0344) - DEBITOS OPCIONAIS PELO MESMO
      *                      MOTIVO DO DVA: AS REMESSAS NAO TRAZEM
      *                      DATA E SO O LEDGPAG TEM RETORNO.
      *               CADA LANCAMENTO DO EXTRATO E CASADO PELO SENTIDO,
      *               VALOR E DOCUMENTO (A REFERENCIA DA REMESSA, O
      *               NOSSO NUMERO OU O E2E); O QUE SOBRA E CASADO SO
      *               PELO SENTIDO E VALOR E LISTADO PARA CONFERENCIA.
      *               O RELATORIO RELCONC TRAZ:
      *                 - LANCAMENTOS DO EXTRATO SEM PREVISAO
      *                   (TARIFAS, ESTORNOS, CREDITOS DESCONHECIDOS);
      *                 - LANCAMENTOS EM DUPLICIDADE (MESMO DOCUMENTO
      *                   JA CASADO);
      *                 - MOVIMENTOS PREVISTOS QUE NAO CONSTAM DO
      *                   EXTRATO;
      *                 - CASAMENTOS SO PELO VALOR;
      *                 - SALDO DE ABERTURA E DE FECHAMENTO DO EXTRATO
      *                   CONTRA O SALDO CONTABIL, QUE E O FECHAMENTO
      *                   DO DIA ANTERIOR NO RAZAO SALDOBCO.DAT (VER
      *                   SALDOBCO.CPY) MAIS AS ENTRADAS MENOS AS
      *                   SAIDAS PREVISTAS DO DIA. O DIA CONCILIADO E
      *                   ACRESCENTADO AO SALDOBCO (UMA VEZ SO POR
      *                   DATA). SEM HISTORICO, O SALDO DE ABERTURA E
      *                   O DO RUNCTL (PROG "EM0436", PARM1) OU, SEM
      *                   ELE, O DO PROPRIO EXTRATO.
      *               CADA DIVERGENCIA VAI TAMBEM AO EXCLOG.
      *               RETURN-CODE 4 QUANDO HA DIVERGENCIA; 16 QUANDO O
      *               EXTRATO FALTA, NAO TRAZ OS SALDOS, MISTURA DATAS
      *               OU NAO FECHA (SALDO ANTERIOR + CREDITOS -
      *               DEBITOS DIFERENTE DO SALDO FINAL) - NESSE CASO
      *               NADA E GRAVADO NO SALDOBCO.
      *
      *MODIFICACAO
      *  15/10/2026  CREDITOS DE FERIAS (BANCFER), RESCISAO
      *              (BANCRESC), ADIANTAMENTO (BANCADI) E REEMBOLSO
      *              (BANCREEM) PASSAM A SER PREVISTOS COMO DEBITOS
      *              OPCIONAIS, EM VEZ DE SAIREM COMO LANCAMENTOS DO
      *              EXTRATO SEM PREVISAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXT.

           SELECT LEDGPAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LEDG.

           SELECT RETCOB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RCOB.

           SELECT RETDEB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RDEB.

           SELECT PIXRET ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RPX.

           SELECT CADPAGAR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGAR.

           SELECT LEDGSOC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LEDGSOC.

           SELECT DEVCRED ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DVC.

           SELECT BANCFER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BFER.

           SELECT BANCRESC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BRES.

           SELECT BANCADI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BADI.

           SELECT BANCREEM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BREE.

           SELECT SALDOBCO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SB.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT RELCONC ASSIGN TO DISK.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       COPY EXTRATO.

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

       FD RETCOB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RETCOB.DAT".

       01 REG-RCOB.
           02 NOSSONUM-RCOB  PIC X(13).
           02 VALORPG-RCOB   PIC 9(09)V99.
           02 DATAPG-RCOB    PIC 9(08).

       FD RETDEB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RETDEB.DAT".

       01 REG-RDEB.
           02 CONTA-RDEB     PIC 9(10).
           02 VALOR-RDEB     PIC 9(07)V99.
           02 REFERENCIA-RDEB PIC X(20).
           02 STATUS-RDEB    PIC X(01).
           02 MOTIVO-RDEB    PIC X(30).

       FD PIXRET
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PIXRET.DAT".

       01 REG-RPX.
           02 TXID-RPX       PIC X(35).
           02 E2E-RPX        PIC X(32).
           02 VALOR-RPX      PIC 9(09)V99.
           02 DATA-RPX       PIC 9(08).
           02 PAGADOR-RPX    PIC X(30).

       COPY CADPAGAR.

       COPY LEDGSOC.

       FD DEVCRED
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEVCRED.DAT".

       01 REG-DVC.
           02 CONTA-DVC      PIC 9(10).
           02 VALOR-DVC      PIC 9(07)V99.
           02 REFERENCIA-DVC PIC X(20).

       FD BANCFER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BANCFER.DAT".

       01 REG-BFER.
           02 CONTA-BFER     PIC 9(10).
           02 VALOR-BFER     PIC 9(07)V99.
           02 REFERENCIA-BFER PIC X(20).

       FD BANCRESC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BANCRESC.DAT".

       01 REG-BRES.
           02 CONTA-BRES     PIC 9(10).
           02 VALOR-BRES     PIC 9(07)V99.
           02 REFERENCIA-BRES PIC X(20).

       FD BANCADI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BANCADI.DAT".

       01 REG-BADI.
           02 CONTA-BADI     PIC 9(10).
           02 VALOR-BADI     PIC 9(07)V99.
           02 REFERENCIA-BADI PIC X(20).

       FD BANCREEM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BANCREEM.DAT".

       01 REG-BREE.
           02 CONTA-BREE     PIC 9(10).
           02 VALOR-BREE     PIC 9(07)V99.
           02 REFERENCIA-BREE PIC X(20).

       COPY SALDOBCO.

       COPY EXCLOG.

       FD RELCONC
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

       77 FS-EXT             PIC X(02) VALUE SPACES.
       77 FS-LEDG            PIC X(02) VALUE SPACES.
       77 FS-RCOB            PIC X(02) VALUE SPACES.
       77 FS-RDEB            PIC X(02) VALUE SPACES.
       77 FS-RPX             PIC X(02) VALUE SPACES.
       77 FS-PAGAR           PIC X(02) VALUE SPACES.
       77 FS-LEDGSOC         PIC X(02) VALUE SPACES.
       77 FS-DVC             PIC X(02) VALUE SPACES.
       77 FS-BFER            PIC X(02) VALUE SPACES.
       77 FS-BRES            PIC X(02) VALUE SPACES.
       77 FS-BADI            PIC X(02) VALUE SPACES.
       77 FS-BREE            PIC X(02) VALUE SPACES.
       77 FS-SB              PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FIM-EXT            PIC X(03) VALUE "NAO".
       77 FIM-LEDG           PIC X(03) VALUE "NAO".
       77 FIM-RCOB           PIC X(03) VALUE "NAO".
       77 FIM-RDEB           PIC X(03) VALUE "NAO".
       77 FIM-RPX            PIC X(03) VALUE "NAO".
       77 FIM-PAGAR          PIC X(03) VALUE "NAO".
       77 FIM-LEDGSOC        PIC X(03) VALUE "NAO".
       77 FIM-DVC            PIC X(03) VALUE "NAO".
       77 FIM-BFER           PIC X(03) VALUE "NAO".
       77 FIM-BRES           PIC X(03) VALUE "NAO".
       77 FIM-BADI           PIC X(03) VALUE "NAO".
       77 FIM-BREE           PIC X(03) VALUE "NAO".
       77 FIM-SB             PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 DATA-EXTRATO       PIC 9(08) VALUE ZEROES.
       77 TEM-INICIAL        PIC 9     VALUE ZEROES.
       77 TEM-FINAL          PIC 9     VALUE ZEROES.
       77 EXTRATO-INVALIDO   PIC 9     VALUE ZEROES.
       77 EXTRATO-FURADO     PIC 9     VALUE ZEROES.
       77 TEM-HISTORICO      PIC 9     VALUE ZEROES.
       77 DIA-GRAVADO        PIC 9     VALUE ZEROES.
       77 SALDO-IMPLANT      PIC 9(07)V99 VALUE ZEROES.
       77 QTD-EXT            PIC 9(04) VALUE ZEROES.
       77 IDX-EXT            PIC 9(04) VALUE ZEROES.
       77 QTD-PREV           PIC 9(04) VALUE ZEROES.
       77 IDX-PREV           PIC 9(04) VALUE ZEROES.
       77 POS-PREV           PIC 9(04) VALUE ZEROES.
       77 SALDO-INI-EXT      PIC S9(11)V99 VALUE ZEROES.
       77 SALDO-FIM-EXT      PIC S9(11)V99 VALUE ZEROES.
       77 SALDO-CALC-EXT     PIC S9(11)V99 VALUE ZEROES.
       77 CRED-EXT           PIC 9(11)V99 VALUE ZEROES.
       77 DEB-EXT            PIC 9(11)V99 VALUE ZEROES.
       77 SALDO-INI-LIVRO    PIC S9(11)V99 VALUE ZEROES.
       77 SALDO-FIM-LIVRO    PIC S9(11)V99 VALUE ZEROES.
       77 CRED-LIVRO         PIC 9(11)V99 VALUE ZEROES.
       77 DEB-LIVRO          PIC 9(11)V99 VALUE ZEROES.
       77 DIFER-SALDO        PIC S9(11)V99 VALUE ZEROES.
       77 CT-CASADOS         PIC 9(05) VALUE ZEROES.
       77 CT-VALOR           PIC 9(05) VALUE ZEROES.
       77 CT-SEM-PREV        PIC 9(05) VALUE ZEROES.
       77 CT-DUPLIC          PIC 9(05) VALUE ZEROES.
       77 CT-NAO-EXTRATO     PIC 9(05) VALUE ZEROES.
       77 CT-DIVERG          PIC 9(05) VALUE ZEROES.
       77 CHAVE-AUD          PIC X(15) VALUE SPACES.
       77 MSG-AUD            PIC X(40) VALUE SPACES.

       COPY WSDATAMOV.

      * LANCAMENTOS DO EXTRATO. SIT-EXT-TAB: " " = EM ABERTO,
      * "C" = CASADO PELO DOCUMENTO, "V" = CASADO SO PELO VALOR,
      * "D" = DUPLICIDADE DE DOCUMENTO JA CASADO.
       01 TAB-EXT.
           02 ENT-EXT OCCURS 1000 TIMES.
               03 DOC-EXT-TAB     PIC X(35).
               03 VALOR-EXT-TAB   PIC 9(11)V99.
               03 DC-EXT-TAB      PIC X(01).
               03 HIST-EXT-TAB    PIC 9(04).
               03 DESCR-EXT-TAB   PIC X(25).
               03 SIT-EXT-TAB     PIC X(01).

      * MOVIMENTOS PREVISTOS PARA A DATA DO EXTRATO. OBRIG-PREV-TAB
      * = 0 NAS ORDENS QUE PODEM AINDA NAO TER SIDO TRANSMITIDAS.
       01 TAB-PREV.
           02 ENT-PREV OCCURS 2000 TIMES.
               03 ORIG-PREV-TAB   PIC X(03).
               03 DOC-PREV-TAB    PIC X(35).
               03 VALOR-PREV-TAB  PIC 9(11)V99.
               03 DC-PREV-TAB     PIC X(01).
               03 OBRIG-PREV-TAB  PIC 9(01).
               03 SIT-PREV-TAB    PIC X(01).

       01 DOC-TRAB           PIC X(35) VALUE SPACES.

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
               "CONCILIACAO BANCARIA - EXTRATO DO DIA ".
           02 DATA-TIT       PIC 9(08).
           02 FILLER         PIC X(32) VALUE SPACES.

       01 LIN-SECAO.
           02 TEXTO-SECAO    PIC X(60).
           02 FILLER         PIC X(20) VALUE SPACES.

       01 CAB-EXT.
           02 FILLER         PIC X(40) VALUE
               "DOCUMENTO                      D        ".
           02 FILLER         PIC X(40) VALUE
               "  VALOR HIST HISTORICO DO BANCO         ".

       01 DET-EXT.
           02 DOC-LIN        PIC X(30).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DC-LIN         PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VALOR-LIN      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 HIST-LIN       PIC 9(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DESCR-LIN      PIC X(25).
           02 FILLER         PIC X(02) VALUE SPACES.

       01 CAB-PREV.
           02 FILLER         PIC X(40) VALUE
               "ORIGEM       DOCUMENTO                  ".
           02 FILLER         PIC X(40) VALUE
               "         D              VALOR           ".

       01 DET-PREV.
           02 ORIG-LIN       PIC X(12).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DOC-PREV-LIN   PIC X(35).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DC-PREV-LIN    PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VALOR-PREV-LIN PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(11) VALUE SPACES.

       01 LIN-SALDO.
           02 TEXTO-SALDO    PIC X(35).
           02 SALDO-LIN      PIC ---.---.---.--9,99.
           02 FILLER         PIC X(27) VALUE SPACES.

       01 LIN-QTD.
           02 TEXTO-QTD      PIC X(35).
           02 QTD-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.

       EM04-36.
           PERFORM INICIO.
           MOVE 1 TO IDX-EXT.
           PERFORM CASA-DOCUMENTO QTD-EXT TIMES.
           MOVE 1 TO IDX-EXT.
           PERFORM CASA-VALOR QTD-EXT TIMES.
           PERFORM RELATORIO.
           PERFORM FIM.
           DISPLAY "EM0436 - EXTRATO " DATA-EXTRATO " - " QTD-EXT
                   " LANCAMENTO(S), " CT-DIVERG " DIVERGENCIA(S)".
           IF EXTRATO-FURADO EQUAL 1
               MOVE 16 TO RETURN-CODE
           ELSE
               IF CT-DIVERG IS GREATER THAN ZEROES
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           PERFORM CARGA-RUNCTL.
           OPEN INPUT EXTRATO.
           IF FS-EXT NOT EQUAL "00"
               DISPLAY "EXTRATO NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-EXT
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-EXTRATO UNTIL FIM-EXT EQUAL "SIM".
           CLOSE EXTRATO.
           IF TEM-INICIAL NOT EQUAL 1 OR TEM-FINAL NOT EQUAL 1 OR
              EXTRATO-INVALIDO EQUAL 1
               DISPLAY "EM0436 - EXTRATO SEM SALDO ANTERIOR/FINAL, "
                       "COM TIPO INVALIDO OU COM MAIS DE UMA DATA - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND EXCLOG.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           PERFORM CARGA-LEDGPAG.
           PERFORM CARGA-RETCOB.
           PERFORM CARGA-RETDEB.
           PERFORM CARGA-PIXRET.
           PERFORM CARGA-PAGAR.
           PERFORM CARGA-LEDGSOC.
           PERFORM CARGA-DEVCRED.
           PERFORM CARGA-BANCFER.
           PERFORM CARGA-BANCRESC.
           PERFORM CARGA-BANCADI.
           PERFORM CARGA-BANCREEM.
           PERFORM CARGA-SALDOBCO.

      * SALDO CONTABIL DE IMPLANTACAO VIA RUNCTL (PROG "EM0436",
      * PARM1), USADO SO ENQUANTO O SALDOBCO NAO TEM HISTORICO.
       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0436"
               IF PROG-RUNCTL EQUAL "EM0436"
                   MOVE PARM1-RUNCTL TO SALDO-IMPLANT
               END-IF
               CLOSE RUNCTL
           END-IF.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

      * O EXTRATO E DE UM DIA SO: A DATA DO SALDO ANTERIOR VALE PARA
      * TODOS OS REGISTROS.
       LE-EXTRATO.
           READ EXTRATO AT END
               MOVE "SIM" TO FIM-EXT.
           IF FIM-EXT NOT EQUAL "SIM"
               IF DATA-EXTRATO EQUAL ZEROES
                   MOVE DATA-EXT TO DATA-EXTRATO
               END-IF
               IF DATA-EXT NOT EQUAL DATA-EXTRATO
                   MOVE 1 TO EXTRATO-INVALIDO
               END-IF
               EVALUATE TIPO-EXT
                   WHEN "S"
                       MOVE 1 TO TEM-INICIAL
                       MOVE VALOR-EXT TO SALDO-INI-EXT
                       IF DC-EXT EQUAL "D"
                           COMPUTE SALDO-INI-EXT = ZEROES - VALOR-EXT
                       END-IF
                   WHEN "F"
                       MOVE 1 TO TEM-FINAL
                       MOVE VALOR-EXT TO SALDO-FIM-EXT
                       IF DC-EXT EQUAL "D"
                           COMPUTE SALDO-FIM-EXT = ZEROES - VALOR-EXT
                       END-IF
                   WHEN "M"
                       PERFORM GUARDA-LANCAMENTO
                   WHEN OTHER
                       MOVE 1 TO EXTRATO-INVALIDO
               END-EVALUATE.

       GUARDA-LANCAMENTO.
           IF QTD-EXT GREATER THAN OR EQUAL TO 1000
               DISPLAY "EXTRATO EXCEDE LIMITE DE 1000 LANCAMENTOS - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF DC-EXT NOT EQUAL "C" AND DC-EXT NOT EQUAL "D"
               MOVE 1 TO EXTRATO-INVALIDO.
           ADD 1 TO QTD-EXT.
           MOVE DOC-EXT TO DOC-EXT-TAB(QTD-EXT).
           MOVE VALOR-EXT TO VALOR-EXT-TAB(QTD-EXT).
           MOVE DC-EXT TO DC-EXT-TAB(QTD-EXT).
           MOVE HIST-EXT TO HIST-EXT-TAB(QTD-EXT).
           MOVE DESCR-EXT TO DESCR-EXT-TAB(QTD-EXT).
           MOVE " " TO SIT-EXT-TAB(QTD-EXT).
           IF DC-EXT EQUAL "C"
               ADD VALOR-EXT TO CRED-EXT
           ELSE
               ADD VALOR-EXT TO DEB-EXT.

      * ABRE UMA ENTRADA NA TABELA DE PREVISTOS COM O DOCUMENTO EM
      * DOC-TRAB; ORIGEM, VALOR E SENTIDO FICAM COM O CHAMADOR.
       NOVA-PREVISAO.
           IF QTD-PREV GREATER THAN OR EQUAL TO 2000
               DISPLAY "EM0436 - MAIS DE 2000 MOVIMENTOS PREVISTOS - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-PREV.
           MOVE DOC-TRAB TO DOC-PREV-TAB(QTD-PREV).
           MOVE 1 TO OBRIG-PREV-TAB(QTD-PREV).
           MOVE " " TO SIT-PREV-TAB(QTD-PREV).

       CARGA-LEDGPAG.
           OPEN INPUT LEDGPAG.
           IF FS-LEDG EQUAL "00"
               PERFORM LE-LEDGPAG UNTIL FIM-LEDG EQUAL "SIM"
               CLOSE LEDGPAG.

       LE-LEDGPAG.
           READ LEDGPAG AT END
               MOVE "SIM" TO FIM-LEDG.
           IF FIM-LEDG NOT EQUAL "SIM"
               IF STATUS-LEDG EQUAL "E" AND
                  DATA-LEDG EQUAL DATA-EXTRATO
                   MOVE REFERENCIA-LEDG TO DOC-TRAB
                   PERFORM NOVA-PREVISAO
                   MOVE "FOL" TO ORIG-PREV-TAB(QTD-PREV)
                   MOVE VALOR-LEDG TO VALOR-PREV-TAB(QTD-PREV)
                   MOVE "D" TO DC-PREV-TAB(QTD-PREV).

       CARGA-RETCOB.
           OPEN INPUT RETCOB.
           IF FS-RCOB EQUAL "00"
               PERFORM LE-RETCOB UNTIL FIM-RCOB EQUAL "SIM"
               CLOSE RETCOB.

       LE-RETCOB.
           READ RETCOB AT END
               MOVE "SIM" TO FIM-RCOB.
           IF FIM-RCOB NOT EQUAL "SIM"
               IF DATAPG-RCOB EQUAL DATA-EXTRATO
                   MOVE NOSSONUM-RCOB TO DOC-TRAB
                   PERFORM NOVA-PREVISAO
                   MOVE "COB" TO ORIG-PREV-TAB(QTD-PREV)
                   MOVE VALORPG-RCOB TO VALOR-PREV-TAB(QTD-PREV)
                   MOVE "C" TO DC-PREV-TAB(QTD-PREV).

      * O RETDEB NAO TRAZ DATA: E O RETORNO DO DIA DE MOVIMENTO.
       CARGA-RETDEB.
           IF DATA-EXTRATO EQUAL DATA-MOVTO
               OPEN INPUT RETDEB
               IF FS-RDEB EQUAL "00"
                   PERFORM LE-RETDEB UNTIL FIM-RDEB EQUAL "SIM"
                   CLOSE RETDEB.

       LE-RETDEB.
           READ RETDEB AT END
               MOVE "SIM" TO FIM-RDEB.
           IF FIM-RDEB NOT EQUAL "SIM"
               IF STATUS-RDEB EQUAL "E"
                   MOVE REFERENCIA-RDEB TO DOC-TRAB
                   PERFORM NOVA-PREVISAO
                   MOVE "DEB" TO ORIG-PREV-TAB(QTD-PREV)
                   MOVE VALOR-RDEB TO VALOR-PREV-TAB(QTD-PREV)
                   MOVE "C" TO DC-PREV-TAB(QTD-PREV).

       CARGA-PIXRET.
           OPEN INPUT PIXRET.
           IF FS-RPX EQUAL "00"
               PERFORM LE-PIXRET UNTIL FIM-RPX EQUAL "SIM"
               CLOSE PIXRET.

       LE-PIXRET.
           READ PIXRET AT END
               MOVE "SIM" TO FIM-RPX.
           IF FIM-RPX NOT EQUAL "SIM"
               IF DATA-RPX EQUAL DATA-EXTRATO
                   MOVE E2E-RPX TO DOC-TRAB
                   PERFORM NOVA-PREVISAO
                   MOVE "PIX" TO ORIG-PREV-TAB(QTD-PREV)
                   MOVE VALOR-RPX TO VALOR-PREV-TAB(QTD-PREV)
                   MOVE "C" TO DC-PREV-TAB(QTD-PREV).

      * A REFERENCIA E A QUE O EM0428 GRAVA NO PAGFORN.
       CARGA-PAGAR.
           OPEN INPUT CADPAGAR.
           IF FS-PAGAR EQUAL "00"
               PERFORM LE-PAGAR UNTIL FIM-PAGAR EQUAL "SIM"
               CLOSE CADPAGAR.

       LE-PAGAR.
           READ CADPAGAR AT END
               MOVE "SIM" TO FIM-PAGAR.
           IF FIM-PAGAR NOT EQUAL "SIM"
               IF STATUS-PG EQUAL "P" AND
                  DTPAG-PG EQUAL DATA-EXTRATO
                   MOVE SPACES TO DOC-TRAB
                   STRING "FORN" FORN-PG " NF" NUMNF-PG
                       DELIMITED BY SIZE INTO DOC-TRAB
                   PERFORM NOVA-PREVISAO
                   MOVE "FOR" TO ORIG-PREV-TAB(QTD-PREV)
                   MOVE VALOR-PG TO VALOR-PREV-TAB(QTD-PREV)
                   MOVE "D" TO DC-PREV-TAB(QTD-PREV).

      * A REFERENCIA E A QUE O EM0238 GRAVA NO DEVCRED DOS SOCIOS.
       CARGA-LEDGSOC.
           OPEN INPUT LEDGSOC.
           IF FS-LEDGSOC EQUAL "00"
               PERFORM LE-LEDGSOC UNTIL FIM-LEDGSOC EQUAL "SIM"
               CLOSE LEDGSOC.

       LE-LEDGSOC.
           READ LEDGSOC AT END
               MOVE "SIM" TO FIM-LEDGSOC.
           IF FIM-LEDGSOC NOT EQUAL "SIM"
               IF TIPO-LEDG EQUAL "D" AND
                  DATA-LEDG-SOC EQUAL DATA-EXTRATO
                   MOVE SPACES TO DOC-TRAB
                   MOVE "DEVSOC" TO DOC-TRAB(1:6)
                   MOVE NUM-LEDG TO DOC-TRAB(8:6)
                   PERFORM NOVA-PREVISAO
                   MOVE "DVS" TO ORIG-PREV-TAB(QTD-PREV)
                   MOVE VALOR-LEDG-SOC TO VALOR-PREV-TAB(QTD-PREV)
                   MOVE "D" TO DC-PREV-TAB(QTD-PREV).

       CARGA-DEVCRED.
           OPEN INPUT DEVCRED.
           IF FS-DVC EQUAL "00"
               PERFORM LE-DEVCRED UNTIL FIM-DVC EQUAL "SIM"
               CLOSE DEVCRED.

       LE-DEVCRED.
           READ DEVCRED AT END
               MOVE "SIM" TO FIM-DVC.
           IF FIM-DVC NOT EQUAL "SIM"
               MOVE REFERENCIA-DVC TO DOC-TRAB
               PERFORM NOVA-PREVISAO
               MOVE "DVA" TO ORIG-PREV-TAB(QTD-PREV)
               MOVE VALOR-DVC TO VALOR-PREV-TAB(QTD-PREV)
               MOVE "D" TO DC-PREV-TAB(QTD-PREV)
               MOVE ZEROES TO OBRIG-PREV-TAB(QTD-PREV).

      * AS REMESSAS DE FERIAS, RESCISAO, ADIANTAMENTO E REEMBOLSO NAO
      * TEM RETORNO NEM DATA: PREVISTAS COMO O DEVCRED, SEM COBRANCA.
       CARGA-BANCFER.
           OPEN INPUT BANCFER.
           IF FS-BFER EQUAL "00"
               PERFORM LE-BANCFER UNTIL FIM-BFER EQUAL "SIM"
               CLOSE BANCFER.

       LE-BANCFER.
           READ BANCFER AT END
               MOVE "SIM" TO FIM-BFER.
           IF FIM-BFER NOT EQUAL "SIM"
               MOVE REFERENCIA-BFER TO DOC-TRAB
               PERFORM NOVA-PREVISAO
               MOVE "FER" TO ORIG-PREV-TAB(QTD-PREV)
               MOVE VALOR-BFER TO VALOR-PREV-TAB(QTD-PREV)
               MOVE "D" TO DC-PREV-TAB(QTD-PREV)
               MOVE ZEROES TO OBRIG-PREV-TAB(QTD-PREV).

       CARGA-BANCRESC.
           OPEN INPUT BANCRESC.
           IF FS-BRES EQUAL "00"
               PERFORM LE-BANCRESC UNTIL FIM-BRES EQUAL "SIM"
               CLOSE BANCRESC.

       LE-BANCRESC.
           READ BANCRESC AT END
               MOVE "SIM" TO FIM-BRES.
           IF FIM-BRES NOT EQUAL "SIM"
               MOVE REFERENCIA-BRES TO DOC-TRAB
               PERFORM NOVA-PREVISAO
               MOVE "RES" TO ORIG-PREV-TAB(QTD-PREV)
               MOVE VALOR-BRES TO VALOR-PREV-TAB(QTD-PREV)
               MOVE "D" TO DC-PREV-TAB(QTD-PREV)
               MOVE ZEROES TO OBRIG-PREV-TAB(QTD-PREV).

       CARGA-BANCADI.
           OPEN INPUT BANCADI.
           IF FS-BADI EQUAL "00"
               PERFORM LE-BANCADI UNTIL FIM-BADI EQUAL "SIM"
               CLOSE BANCADI.

       LE-BANCADI.
           READ BANCADI AT END
               MOVE "SIM" TO FIM-BADI.
           IF FIM-BADI NOT EQUAL "SIM"
               MOVE REFERENCIA-BADI TO DOC-TRAB
               PERFORM NOVA-PREVISAO
               MOVE "ADI" TO ORIG-PREV-TAB(QTD-PREV)
               MOVE VALOR-BADI TO VALOR-PREV-TAB(QTD-PREV)
               MOVE "D" TO DC-PREV-TAB(QTD-PREV)
               MOVE ZEROES TO OBRIG-PREV-TAB(QTD-PREV).

       CARGA-BANCREEM.
           OPEN INPUT BANCREEM.
           IF FS-BREE EQUAL "00"
               PERFORM LE-BANCREEM UNTIL FIM-BREE EQUAL "SIM"
               CLOSE BANCREEM.

       LE-BANCREEM.
           READ BANCREEM AT END
               MOVE "SIM" TO FIM-BREE.
           IF FIM-BREE NOT EQUAL "SIM"
               MOVE REFERENCIA-BREE TO DOC-TRAB
               PERFORM NOVA-PREVISAO
               MOVE "REE" TO ORIG-PREV-TAB(QTD-PREV)
               MOVE VALOR-BREE TO VALOR-PREV-TAB(QTD-PREV)
               MOVE "D" TO DC-PREV-TAB(QTD-PREV)
               MOVE ZEROES TO OBRIG-PREV-TAB(QTD-PREV).

      * SALDO CONTABIL DE ABERTURA = FECHAMENTO DO ULTIMO DIA ANTERIOR
      * AO EXTRATO NO SALDOBCO (GRAVADO EM ORDEM DE DATA).
       CARGA-SALDOBCO.
           OPEN INPUT SALDOBCO.
           IF FS-SB EQUAL "00"
               PERFORM LE-SALDOBCO UNTIL FIM-SB EQUAL "SIM"
               CLOSE SALDOBCO.
           IF TEM-HISTORICO EQUAL ZEROES
               IF SALDO-IMPLANT NOT EQUAL ZEROES
                   MOVE SALDO-IMPLANT TO SALDO-INI-LIVRO
               ELSE
                   MOVE SALDO-INI-EXT TO SALDO-INI-LIVRO.

       LE-SALDOBCO.
           READ SALDOBCO AT END
               MOVE "SIM" TO FIM-SB.
           IF FIM-SB NOT EQUAL "SIM"
               IF DATA-SB IS LESS THAN DATA-EXTRATO
                   MOVE 1 TO TEM-HISTORICO
                   MOVE FINAL-SB TO SALDO-INI-LIVRO
               ELSE
                   IF DATA-SB EQUAL DATA-EXTRATO
                       MOVE 1 TO DIA-GRAVADO.

      * PRIMEIRA PASSADA: SENTIDO + VALOR + DOCUMENTO. O DOCUMENTO JA
      * CASADO QUE APARECE DE NOVO E DUPLICIDADE.
       CASA-DOCUMENTO.
           MOVE ZEROES TO POS-PREV.
           MOVE 1 TO IDX-PREV.
           PERFORM TESTA-DOCUMENTO
               UNTIL IDX-PREV IS GREATER THAN QTD-PREV
                  OR POS-PREV IS GREATER THAN ZEROES.
           IF POS-PREV IS GREATER THAN ZEROES
               MOVE "C" TO SIT-EXT-TAB(IDX-EXT)
               MOVE "C" TO SIT-PREV-TAB(POS-PREV)
               ADD 1 TO CT-CASADOS
           ELSE
               IF DOC-EXT-TAB(IDX-EXT) NOT EQUAL SPACES
                   MOVE 1 TO IDX-PREV
                   PERFORM TESTA-DUPLICIDADE
                       UNTIL IDX-PREV IS GREATER THAN QTD-PREV
                          OR POS-PREV IS GREATER THAN ZEROES
                   IF POS-PREV IS GREATER THAN ZEROES
                       MOVE "D" TO SIT-EXT-TAB(IDX-EXT)
                       ADD 1 TO CT-DUPLIC CT-DIVERG.
           ADD 1 TO IDX-EXT.

       TESTA-DOCUMENTO.
           IF SIT-PREV-TAB(IDX-PREV) EQUAL " " AND
              DC-PREV-TAB(IDX-PREV) EQUAL DC-EXT-TAB(IDX-EXT) AND
              VALOR-PREV-TAB(IDX-PREV) EQUAL VALOR-EXT-TAB(IDX-EXT) AND
              DOC-PREV-TAB(IDX-PREV) EQUAL DOC-EXT-TAB(IDX-EXT)
               MOVE IDX-PREV TO POS-PREV
           ELSE
               ADD 1 TO IDX-PREV.

       TESTA-DUPLICIDADE.
           IF SIT-PREV-TAB(IDX-PREV) EQUAL "C" AND
              DC-PREV-TAB(IDX-PREV) EQUAL DC-EXT-TAB(IDX-EXT) AND
              DOC-PREV-TAB(IDX-PREV) EQUAL DOC-EXT-TAB(IDX-EXT)
               MOVE IDX-PREV TO POS-PREV
           ELSE
               ADD 1 TO IDX-PREV.

      * SEGUNDA PASSADA: O QUE SOBROU, SO POR SENTIDO + VALOR.
       CASA-VALOR.
           IF SIT-EXT-TAB(IDX-EXT) EQUAL " "
               MOVE ZEROES TO POS-PREV
               MOVE 1 TO IDX-PREV
               PERFORM TESTA-VALOR
                   UNTIL IDX-PREV IS GREATER THAN QTD-PREV
                      OR POS-PREV IS GREATER THAN ZEROES
               IF POS-PREV IS GREATER THAN ZEROES
                   MOVE "V" TO SIT-EXT-TAB(IDX-EXT)
                   MOVE "V" TO SIT-PREV-TAB(POS-PREV)
                   ADD 1 TO CT-VALOR.
           ADD 1 TO IDX-EXT.

       TESTA-VALOR.
           IF SIT-PREV-TAB(IDX-PREV) EQUAL " " AND
              DC-PREV-TAB(IDX-PREV) EQUAL DC-EXT-TAB(IDX-EXT) AND
              VALOR-PREV-TAB(IDX-PREV) EQUAL VALOR-EXT-TAB(IDX-EXT)
               MOVE IDX-PREV TO POS-PREV
           ELSE
               ADD 1 TO IDX-PREV.

       RELATORIO.
           OPEN OUTPUT RELCONC.
           MOVE DATA-EXTRATO TO DATA-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           MOVE "LANCAMENTOS DO EXTRATO SEM MOVIMENTO PREVISTO"
               TO TEXTO-SECAO.
           WRITE REL-SAI FROM LIN-SECAO AFTER ADVANCING 2 LINES.
           WRITE REL-SAI FROM CAB-EXT AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-EXT.
           PERFORM IMP-SEM-PREVISAO QTD-EXT TIMES.
           MOVE "LANCAMENTOS EM DUPLICIDADE (DOCUMENTO JA CASADO)"
               TO TEXTO-SECAO.
           WRITE REL-SAI FROM LIN-SECAO AFTER ADVANCING 2 LINES.
           WRITE REL-SAI FROM CAB-EXT AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-EXT.
           PERFORM IMP-DUPLICIDADE QTD-EXT TIMES.
           MOVE "MOVIMENTOS PREVISTOS QUE NAO CONSTAM DO EXTRATO"
               TO TEXTO-SECAO.
           WRITE REL-SAI FROM LIN-SECAO AFTER ADVANCING 2 LINES.
           WRITE REL-SAI FROM CAB-PREV AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-PREV.
           PERFORM IMP-NAO-EXTRATO QTD-PREV TIMES.
           MOVE "CASADOS SO PELO VALOR (CONFERIR O DOCUMENTO)"
               TO TEXTO-SECAO.
           WRITE REL-SAI FROM LIN-SECAO AFTER ADVANCING 2 LINES.
           WRITE REL-SAI FROM CAB-PREV AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-PREV.
           PERFORM IMP-CASADO-VALOR QTD-PREV TIMES.
           PERFORM CONFERE-SALDOS.
           PERFORM IMP-TOTAIS.
           CLOSE RELCONC.

       IMP-SEM-PREVISAO.
           ADD 1 TO IDX-EXT.
           IF SIT-EXT-TAB(IDX-EXT) EQUAL " "
               PERFORM IMP-LANCAMENTO
               ADD 1 TO CT-SEM-PREV CT-DIVERG
               MOVE "LANCAMENTO DO EXTRATO SEM PREVISAO"
                   TO MSG-AUD
               PERFORM AUDITA-LANCAMENTO.

       IMP-DUPLICIDADE.
           ADD 1 TO IDX-EXT.
           IF SIT-EXT-TAB(IDX-EXT) EQUAL "D"
               PERFORM IMP-LANCAMENTO
               MOVE "LANCAMENTO DO EXTRATO EM DUPLICIDADE"
                   TO MSG-AUD
               PERFORM AUDITA-LANCAMENTO.

       IMP-LANCAMENTO.
           MOVE DOC-EXT-TAB(IDX-EXT) TO DOC-LIN.
           MOVE DC-EXT-TAB(IDX-EXT) TO DC-LIN.
           MOVE VALOR-EXT-TAB(IDX-EXT) TO VALOR-LIN.
           MOVE HIST-EXT-TAB(IDX-EXT) TO HIST-LIN.
           MOVE DESCR-EXT-TAB(IDX-EXT) TO DESCR-LIN.
           WRITE REL-SAI FROM DET-EXT AFTER ADVANCING 1 LINE.

       AUDITA-LANCAMENTO.
           MOVE DOC-EXT-TAB(IDX-EXT) TO CHAVE-AUD.
           IF CHAVE-AUD EQUAL SPACES
               MOVE DESCR-EXT-TAB(IDX-EXT) TO CHAVE-AUD.
           PERFORM GRAVA-EXCLOG.

      * ORDEM DE DEVOLUCAO A ALUNO E CREDITO DE FERIAS, RESCISAO,
      * ADIANTAMENTO OU REEMBOLSO AINDA NAO DEBITADO NAO E COBRADO:
      * PODE SIMPLESMENTE NAO TER SIDO TRANSMITIDO.
       IMP-NAO-EXTRATO.
           ADD 1 TO IDX-PREV.
           IF SIT-PREV-TAB(IDX-PREV) EQUAL " " AND
              OBRIG-PREV-TAB(IDX-PREV) EQUAL 1
               PERFORM IMP-PREVISAO
               ADD 1 TO CT-NAO-EXTRATO CT-DIVERG
               MOVE DOC-PREV-TAB(IDX-PREV) TO CHAVE-AUD
               MOVE "PREVISTO (" TO MSG-AUD
               MOVE ORIG-PREV-TAB(IDX-PREV) TO MSG-AUD(11:3)
               MOVE ") NAO CONSTA DO EXTRATO" TO MSG-AUD(14:23)
               PERFORM GRAVA-EXCLOG.

       IMP-CASADO-VALOR.
           ADD 1 TO IDX-PREV.
           IF SIT-PREV-TAB(IDX-PREV) EQUAL "V"
               PERFORM IMP-PREVISAO.

       IMP-PREVISAO.
           EVALUATE ORIG-PREV-TAB(IDX-PREV)
               WHEN "FOL" MOVE "FOLHA" TO ORIG-LIN
               WHEN "COB" MOVE "BOLETO" TO ORIG-LIN
               WHEN "DEB" MOVE "DEB.AUTOM." TO ORIG-LIN
               WHEN "PIX" MOVE "PIX" TO ORIG-LIN
               WHEN "FOR" MOVE "FORNECEDOR" TO ORIG-LIN
               WHEN "DVS" MOVE "DEVOL.SOCIO" TO ORIG-LIN
               WHEN "DVA" MOVE "DEVOL.ALUNO" TO ORIG-LIN
               WHEN "FER" MOVE "FERIAS" TO ORIG-LIN
               WHEN "RES" MOVE "RESCISAO" TO ORIG-LIN
               WHEN "ADI" MOVE "ADIANTAM." TO ORIG-LIN
               WHEN "REE" MOVE "REEMBOLSO" TO ORIG-LIN
           END-EVALUATE.
           MOVE DOC-PREV-TAB(IDX-PREV) TO DOC-PREV-LIN.
           MOVE DC-PREV-TAB(IDX-PREV) TO DC-PREV-LIN.
           MOVE VALOR-PREV-TAB(IDX-PREV) TO VALOR-PREV-LIN.
           WRITE REL-SAI FROM DET-PREV AFTER ADVANCING 1 LINE.

      * O EXTRATO TEM DE FECHAR (ANTERIOR + CREDITOS - DEBITOS =
      * FINAL); O SALDO CONTABIL ANDA PELO PREVISTO DO DIA, CASADO OU
      * NAO - A DIFERENCA DE FECHAMENTO E O QUE O BANCO MOVIMENTOU
      * FORA DO PREVISTO MENOS O PREVISTO QUE O BANCO NAO MOVIMENTOU.
       CONFERE-SALDOS.
           COMPUTE SALDO-CALC-EXT = SALDO-INI-EXT + CRED-EXT - DEB-EXT.
           MOVE ZEROES TO IDX-PREV.
           PERFORM SOMA-PREVISTO QTD-PREV TIMES.
           COMPUTE SALDO-FIM-LIVRO = SALDO-INI-LIVRO + CRED-LIVRO
                                   - DEB-LIVRO.
           MOVE "SALDOS" TO TEXTO-SECAO.
           WRITE REL-SAI FROM LIN-SECAO AFTER ADVANCING 2 LINES.
           MOVE "SALDO ANTERIOR DO EXTRATO" TO TEXTO-SALDO.
           MOVE SALDO-INI-EXT TO SALDO-LIN.
           WRITE REL-SAI FROM LIN-SALDO AFTER ADVANCING 1 LINE.
           MOVE "CREDITOS DO EXTRATO" TO TEXTO-SALDO.
           MOVE CRED-EXT TO SALDO-LIN.
           WRITE REL-SAI FROM LIN-SALDO AFTER ADVANCING 1 LINE.
           MOVE "DEBITOS DO EXTRATO" TO TEXTO-SALDO.
           MOVE DEB-EXT TO SALDO-LIN.
           WRITE REL-SAI FROM LIN-SALDO AFTER ADVANCING 1 LINE.
           MOVE "SALDO FINAL DO EXTRATO" TO TEXTO-SALDO.
           MOVE SALDO-FIM-EXT TO SALDO-LIN.
           WRITE REL-SAI FROM LIN-SALDO AFTER ADVANCING 1 LINE.
           IF SALDO-CALC-EXT NOT EQUAL SALDO-FIM-EXT
               MOVE 1 TO EXTRATO-FURADO
               MOVE "SALDO FINAL CALCULADO - NAO FECHA" TO TEXTO-SALDO
               MOVE SALDO-CALC-EXT TO SALDO-LIN
               WRITE REL-SAI FROM LIN-SALDO AFTER ADVANCING 1 LINE
               MOVE "EXTRATO" TO CHAVE-AUD
               MOVE "EXTRATO NAO FECHA - ARQUIVO INCOMPLETO"
                   TO MSG-AUD
               PERFORM GRAVA-EXCLOG.
           MOVE "SALDO CONTABIL DE ABERTURA" TO TEXTO-SALDO.
           MOVE SALDO-INI-LIVRO TO SALDO-LIN.
           WRITE REL-SAI FROM LIN-SALDO AFTER ADVANCING 2 LINES.
           MOVE "ENTRADAS PREVISTAS" TO TEXTO-SALDO.
           MOVE CRED-LIVRO TO SALDO-LIN.
           WRITE REL-SAI FROM LIN-SALDO AFTER ADVANCING 1 LINE.
           MOVE "SAIDAS PREVISTAS" TO TEXTO-SALDO.
           MOVE DEB-LIVRO TO SALDO-LIN.
           WRITE REL-SAI FROM LIN-SALDO AFTER ADVANCING 1 LINE.
           MOVE "SALDO CONTABIL DE FECHAMENTO" TO TEXTO-SALDO.
           MOVE SALDO-FIM-LIVRO TO SALDO-LIN.
           WRITE REL-SAI FROM LIN-SALDO AFTER ADVANCING 1 LINE.
           IF TEM-HISTORICO EQUAL ZEROES
               IF SALDO-IMPLANT NOT EQUAL ZEROES
                   MOVE "(ABERTURA IMPLANTADA PELO RUNCTL)"
                       TO TEXTO-SECAO
               ELSE
                   MOVE "(ABERTURA IMPLANTADA PELO EXTRATO)"
                       TO TEXTO-SECAO
               END-IF
               WRITE REL-SAI FROM LIN-SECAO AFTER ADVANCING 1 LINE.
           COMPUTE DIFER-SALDO = SALDO-INI-EXT - SALDO-INI-LIVRO.
           IF DIFER-SALDO NOT EQUAL ZEROES
               MOVE "DIFERENCA NA ABERTURA" TO TEXTO-SALDO
               MOVE DIFER-SALDO TO SALDO-LIN
               WRITE REL-SAI FROM LIN-SALDO AFTER ADVANCING 2 LINES
               ADD 1 TO CT-DIVERG
               MOVE "SALDO" TO CHAVE-AUD
               MOVE "ABERTURA DO EXTRATO DIFERE DO CONTABIL"
                   TO MSG-AUD
               PERFORM GRAVA-EXCLOG.
           COMPUTE DIFER-SALDO = SALDO-FIM-EXT - SALDO-FIM-LIVRO.
           IF DIFER-SALDO NOT EQUAL ZEROES
               MOVE "DIFERENCA NO FECHAMENTO" TO TEXTO-SALDO
               MOVE DIFER-SALDO TO SALDO-LIN
               WRITE REL-SAI FROM LIN-SALDO AFTER ADVANCING 1 LINE
               ADD 1 TO CT-DIVERG
               MOVE "SALDO" TO CHAVE-AUD
               MOVE "FECHAMENTO DO EXTRATO DIFERE DO CONTABIL"
                   TO MSG-AUD
               PERFORM GRAVA-EXCLOG.

      * A PREVISAO OPCIONAL (OBRIG-PREV-TAB = 0) SO ENTRA NO SALDO
      * CONTABIL QUANDO O BANCO A DEBITOU.
       SOMA-PREVISTO.
           ADD 1 TO IDX-PREV.
           IF OBRIG-PREV-TAB(IDX-PREV) EQUAL 1 OR
              SIT-PREV-TAB(IDX-PREV) NOT EQUAL " "
               IF DC-PREV-TAB(IDX-PREV) EQUAL "C"
                   ADD VALOR-PREV-TAB(IDX-PREV) TO CRED-LIVRO
               ELSE
                   ADD VALOR-PREV-TAB(IDX-PREV) TO DEB-LIVRO.

       IMP-TOTAIS.
           MOVE "LANCAMENTOS NO EXTRATO:" TO TEXTO-QTD.
           MOVE QTD-EXT TO QTD-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 2 LINES.
           MOVE "MOVIMENTOS PREVISTOS:" TO TEXTO-QTD.
           MOVE QTD-PREV TO QTD-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 1 LINE.
           MOVE "CASADOS PELO DOCUMENTO:" TO TEXTO-QTD.
           MOVE CT-CASADOS TO QTD-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 1 LINE.
           MOVE "CASADOS SO PELO VALOR:" TO TEXTO-QTD.
           MOVE CT-VALOR TO QTD-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 1 LINE.
           MOVE "LANCAMENTOS SEM PREVISAO:" TO TEXTO-QTD.
           MOVE CT-SEM-PREV TO QTD-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 1 LINE.
           MOVE "LANCAMENTOS EM DUPLICIDADE:" TO TEXTO-QTD.
           MOVE CT-DUPLIC TO QTD-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 1 LINE.
           MOVE "PREVISTOS FORA DO EXTRATO:" TO TEXTO-QTD.
           MOVE CT-NAO-EXTRATO TO QTD-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 1 LINE.

      * O DIA ENTRA NO SALDOBCO UMA VEZ SO, E NUNCA COM EXTRATO QUE
      * NAO FECHA.
       FIM.
           IF EXTRATO-FURADO EQUAL 1
               DISPLAY "EM0436 - EXTRATO NAO FECHA - SALDOBCO NAO "
                       "ATUALIZADO"
           ELSE
               IF DIA-GRAVADO EQUAL 1
                   DISPLAY "EM0436 - DIA " DATA-EXTRATO " JA CONSTA "
                           "DO SALDOBCO - NAO REGRAVADO"
               ELSE
                   PERFORM GRAVA-SALDOBCO.
           CLOSE EXCLOG.

       GRAVA-SALDOBCO.
           OPEN EXTEND SALDOBCO.
           IF FS-SB EQUAL "35"
               CLOSE SALDOBCO
               OPEN OUTPUT SALDOBCO.
           MOVE DATA-EXTRATO TO DATA-SB.
           MOVE SALDO-INI-LIVRO TO INICIAL-SB.
           MOVE CRED-LIVRO TO CREDITOS-SB.
           MOVE DEB-LIVRO TO DEBITOS-SB.
           MOVE SALDO-FIM-LIVRO TO FINAL-SB.
           MOVE SALDO-FIM-EXT TO EXTRATO-SB.
           WRITE REG-SB.
           CLOSE SALDOBCO.

       COPY LEDATAMOV.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID== BY =="EM0436"==
                     ==CPY-CHAVE==  BY ==CHAVE-AUD==
                     ==CPY-SEVER==  BY =="E"==
                     ==CPY-MSG==    BY ==MSG-AUD==.
