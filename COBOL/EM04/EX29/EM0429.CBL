       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0429.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       PROJECAO CONSOLIDADA DE FLUXO DE CAIXA. A
      *               TESOURARIA MONTAVA A PREVISAO DE 30/60/90 DIAS A
      *               MAO, JUNTANDO SEIS ARQUIVOS. ESTE JOB PARTE DO
      *               SALDO BANCARIO INICIAL INFORMADO PELO OPERADOR E
      *               LANCA, DIA A DIA A PARTIR DA DATA DE MOVIMENTO:
      *               ENTRADAS
      *                 - BOLETOS EMITIDOS (BOLETO.DAT) NO VENCIMENTO;
      *                   O BOLETO DE ALUNO (MATRICULA NO CADHISTM) E
      *                   MENSALIDADE, O RESTO E SOCIO. O BOLETO DE
      *                   CLIENTE (NOSSO NUMERO 9NNNNNN) FICA DE FORA,
      *                   POIS O TITULO VEM DO CADTITC COM O SALDO;
      *                 - ORDENS DA REMESSA DE DEBITO AUTOMATICO
      *                   (DEBAUTO.DAT) NO DIA UTIL SEGUINTE;
      *                 - SALDO DOS TITULOS DE CLIENTE EM ABERTO
      *                   (CADTITC.DAT) NO VENCIMENTO;
      *               SAIDAS
      *                 - FOLHA ESTIMADA PELO CADFUNC.DAT (FIXO-FUNC,
      *                   SEM FIXO SAL-FUNC, MAIS 10% DE VENDAS-FUNC,
      *                   COMO NO EM0328) EM CADA DIA DE PAGAMENTO DO
      *                   HORIZONTE, ROLADO PARA DIA UTIL PELO
      *                   SUBPROGRAMA DATAROLL;
      *                 - SALDO A RECEBER DOS PEDIDOS DE COMPRA EM
      *                   ABERTO (PEDABERTO.DAT, QTDE FALTANTE X
      *                   PRECO-AB) NA DATA PROMETIDA = EMISSAO +
      *                   PRAZO, ROLADA PELO DATAROLL (COMO NO EM0426);
      *                 - TITULOS EM ABERTO DO CONTAS A PAGAR
      *                   (CADPAGAR.DAT) NO VENCIMENTO.
      *               SAIDA JA VENCIDA E LANCADA NO PRIMEIRO DIA; A
      *               ENTRADA VENCIDA NAO E CONTADA COMO CERTA E SAI
      *               SO COMO MEMORIA NO RESUMO, JUNTO COM O SALDO DAS
      *               MENSALIDADES EM ATRASO (SALDO DO CADHISTM ALEM DO
      *               BOLETO EM CARTEIRA). O QUE CAI DEPOIS DO
      *               HORIZONTE E IGNORADO. ARQUIVO AUSENTE FICA FORA
      *               DA PROJECAO, COM AVISO NO CONSOLE.
      *               O RELATORIO RELCAIXA TRAZ O RESUMO POR ORIGEM, O
      *               SALDO PROJETADO DIA A DIA E SEMANA A SEMANA, COM
      *               A MARCA "NEGATIVO" NOS DIAS (E SEMANAS) EM QUE O
      *               SALDO FICA ABAIXO DE ZERO; NESSE CASO O PRIMEIRO
      *               DIA NEGATIVO VAI PARA O LOG COMUM EXCLOG E O JOB
      *               DEVOLVE RETURN-CODE 4.
      *               PARAMETROS NO RUNCTL (PROG "EM0429"):
      *                 PARM1 = SALDO BANCARIO INICIAL;
      *                 PARM2 = HORIZONTE EM DIAS (ZERO = 90, MAXIMO
      *                         90);
      *                 PARM3 = DIA DO MES DO PAGAMENTO DA FOLHA (ZERO
      *                         = 5, MAXIMO 28).
      *
      *MODIFICACAO
      *  15/10/2026  BOLETO.DAT GANHOU NO FIM DO REGISTRO O TXID DA
      *              COBRANCA PIX (TXID-BOL, VER WSPIX.CPY), GRAVADO
      *              PELO EM0211 E PELO EM0320.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLETO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BOL.

           SELECT DEBAUTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEB.

           SELECT CADHISTM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MATX-HISTM
           FILE STATUS IS FS-HISTM.

           SELECT CADTITC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TITC.

           SELECT CADFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FUNC.

           SELECT PEDABERTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ABERTO.

           SELECT CADPAGAR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGAR.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT RELCAIXA ASSIGN TO DISK.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       FD BOLETO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BOLETO.DAT".

       01 REG-BOLETO.
           02 NUM-BOL        PIC 9(07).
           02 NOME-BOL       PIC X(30).
           02 PRINCIPAL-BOL  PIC 9(09)V99.
           02 MULTA-BOL      PIC 9(07)V99.
           02 JUROS-BOL      PIC 9(07)V99.
           02 TOTAL-BOL      PIC 9(09)V99.
           02 VENCIMENTO-BOL PIC 9(08).
           02 NOSSONUM-BOL.
               03 NOSSONUM-NUM   PIC 9(07).
               03 NOSSONUM-DATA  PIC 9(06).
           02 TXID-BOL       PIC X(26).

       FD DEBAUTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEBAUTO.DAT".

       01 REG-ORDEM.
           02 CONTA-ORDEM     PIC 9(10).
           02 VALOR-ORDEM     PIC 9(07)V99.
           02 REFERENCIA-ORDEM PIC X(20).

       FD CADHISTM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADHISTM.DAT".

       01 REG-HISTM.
           02 MATX-HISTM      PIC 9(07).
           02 SALDOX-HISTM    PIC 9(09)V9(02).
           02 ATRASOSX-HISTM  PIC 9(03).

       COPY CADTITC.

       FD CADFUNC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFUNC.DAT".

       01 REG-FUNC.
           02 MAT-FUNC       PIC 9(05).
           02 NOME-FUNC      PIC X(30).
           02 ADMI-FUNC      PIC 9(08).
           02 SAL-FUNC       PIC 9(07)V99.
           02 DEPT-FUNC      PIC X.
           02 SEC-FUNC       PIC X.
           02 CONTA-FUNC     PIC 9(10).
           02 FIXO-FUNC      PIC 9(07)V99.
           02 VENDAS-FUNC    PIC 9(07)V99.
           02 DESC-FUNC      PIC 9(05)V99.

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

       COPY CADPAGAR.

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".

       01 REG-RUNCTL.
           02 PROG-RUNCTL    PIC X(06).
           02 PARM1-RUNCTL   PIC 9(07)V99.
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

       COPY EXCLOG.

       FD RELCAIXA
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-BOL            PIC X(03) VALUE "NAO".
       77 FIM-DEB            PIC X(03) VALUE "NAO".
       77 FIM-HISTM          PIC X(03) VALUE "NAO".
       77 FIM-TITC           PIC X(03) VALUE "NAO".
       77 FIM-FUNC           PIC X(03) VALUE "NAO".
       77 FIM-ABERTO         PIC X(03) VALUE "NAO".
       77 FIM-PAGAR          PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FS-BOL             PIC X(02) VALUE SPACES.
       77 FS-DEB             PIC X(02) VALUE SPACES.
       77 FS-HISTM           PIC X(02) VALUE SPACES.
       77 FS-TITC            PIC X(02) VALUE SPACES.
       77 FS-FUNC            PIC X(02) VALUE SPACES.
       77 FS-ABERTO          PIC X(02) VALUE SPACES.
       77 FS-PAGAR           PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 SALDO-INICIAL      PIC 9(07)V99 VALUE ZEROES.
       77 QTD-DIAS           PIC 9(03) VALUE 90.
       77 DIA-FOLHA          PIC 9(02) VALUE 5.
       77 IDX-DIA            PIC 9(03) VALUE ZEROES.
       77 POS-DIA            PIC 9(03) VALUE ZEROES.
       77 SITUACAO-DATA      PIC X(01) VALUE SPACES.
       77 QTD-SEM            PIC 9(02) VALUE ZEROES.
       77 IDX-SEM            PIC 9(02) VALUE ZEROES.
       77 DIA-NA-SEMANA      PIC 9(01) VALUE ZEROES.
       77 QTD-ALU            PIC 9(04) VALUE ZEROES.
       77 IDX-ALU            PIC 9(04) VALUE ZEROES.
       77 POS-ALU            PIC 9(04) VALUE ZEROES.
       77 VALOR-FLUXO        PIC 9(11)V99 VALUE ZEROES.
       77 VALOR-FOLHA        PIC 9(11)V99 VALUE ZEROES.
       77 REMUNERACAO        PIC 9(09)V99 VALUE ZEROES.
       77 SALDO-PROJ         PIC S9(11)V99 VALUE ZEROES.
       77 TOT-BOLSOC         PIC 9(11)V99 VALUE ZEROES.
       77 TOT-MENS           PIC 9(11)V99 VALUE ZEROES.
       77 TOT-DEB            PIC 9(11)V99 VALUE ZEROES.
       77 TOT-TITC           PIC 9(11)V99 VALUE ZEROES.
       77 TOT-FOLHA          PIC 9(11)V99 VALUE ZEROES.
       77 TOT-PED            PIC 9(11)V99 VALUE ZEROES.
       77 TOT-PAGAR          PIC 9(11)V99 VALUE ZEROES.
       77 TOT-VENCIDO        PIC 9(11)V99 VALUE ZEROES.
       77 TOT-ATRASO-MENS    PIC 9(11)V99 VALUE ZEROES.
       77 CT-DIAS-NEG        PIC 9(03) VALUE ZEROES.
       77 PRIMEIRO-NEG       PIC 9(08) VALUE ZEROES.
       77 DIAS-UM            PIC 9(03) VALUE 1.
       77 DIAS-ZERO          PIC 9(03) VALUE ZEROES.
       77 DIA-LIMITE         PIC 9(02) VALUE ZEROES.
       77 RESTO-BISSEXTO     PIC 9(04) VALUE ZEROES.
       77 QUOC-BISSEXTO      PIC 9(04) VALUE ZEROES.
       77 CHAVE-AUD          PIC X(15) VALUE SPACES.
       77 MSG-AUD            PIC X(40) VALUE SPACES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

       01 DATA-FLUXO         PIC 9(08) VALUE ZEROES.
       01 DATA-DEBITO        PIC 9(08) VALUE ZEROES.

       01 DATA-TRAB.
           02 AAAA-TRAB      PIC 9(04).
           02 MM-TRAB        PIC 9(02).
           02 DD-TRAB        PIC 9(02).
       01 DATA-TRAB-9 REDEFINES DATA-TRAB PIC 9(08).

       01 DATA-FOLHA.
           02 AAAA-FOLHA     PIC 9(04).
           02 MM-FOLHA       PIC 9(02).
           02 DD-FOLHA       PIC 9(02).
       01 DATA-FOLHA-9 REDEFINES DATA-FOLHA PIC 9(08).

       COPY WSDATAMOV.

       01 TAB-DIA.
           02 ENT-DIA OCCURS 90 TIMES.
               03 DATA-DIA       PIC 9(08).
               03 ENTRA-DIA      PIC 9(11)V99.
               03 SAI-DIA        PIC 9(11)V99.

       01 TAB-SEM.
           02 ENT-SEM OCCURS 13 TIMES.
               03 INI-SEM        PIC 9(08).
               03 FIM-SEM        PIC 9(08).
               03 ENTRA-SEM      PIC 9(11)V99.
               03 SAI-SEM        PIC 9(11)V99.
               03 SALDO-SEM      PIC S9(11)V99.
               03 NEG-SEM        PIC X(03).

       01 TAB-ALU.
           02 ENT-ALU OCCURS 1000 TIMES.
               03 MAT-ALU-TAB    PIC 9(07).
               03 SALDO-ALU-TAB  PIC 9(09)V99.

       01 CAB-01.
           02 FILLER         PIC X(29) VALUE
               "PROJECAO DE FLUXO DE CAIXA - ".
           02 DATA-CAB       PIC 9(08).
           02 FILLER         PIC X(16) VALUE
               "   HORIZONTE DE ".
           02 DIAS-CAB       PIC ZZ9.
           02 FILLER         PIC X(24) VALUE " DIAS".

       01 LIN-RESUMO.
           02 DESC-RES       PIC X(44).
           02 VALOR-RES      PIC --.---.---.--9,99.
           02 FILLER         PIC X(19) VALUE SPACES.

       01 CAB-DIA.
           02 FILLER         PIC X(24) VALUE
               "DATA            ENTRADAS".
           02 FILLER         PIC X(16) VALUE
               "          SAIDAS".
           02 FILLER         PIC X(17) VALUE
               "            SALDO".
           02 FILLER         PIC X(23) VALUE SPACES.

       01 LIN-DIA.
           02 DATA-LIN       PIC 9(08).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 ENTRA-LIN      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 SAI-LIN        PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 SALDO-LIN      PIC ----.---.--9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 MARCA-LIN      PIC X(08).
           02 FILLER         PIC X(13) VALUE SPACES.

       01 CAB-SEM.
           02 FILLER         PIC X(24) VALUE
               "SEMANA PERIODO          ".
           02 FILLER         PIC X(15) VALUE
               "       ENTRADAS".
           02 FILLER         PIC X(15) VALUE
               "         SAIDAS".
           02 FILLER         PIC X(16) VALUE
               "           SALDO".
           02 FILLER         PIC X(10) VALUE SPACES.

       01 LIN-SEM.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NUM-SEM-LIN    PIC Z9.
           02 FILLER         PIC X(04) VALUE SPACES.
           02 INI-SEM-LIN    PIC 9(08).
           02 FILLER         PIC X(01) VALUE "-".
           02 FIM-SEM-LIN    PIC 9(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ENTRA-SEM-LIN  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SAI-SEM-LIN    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SALDO-SEM-LIN  PIC ----.---.--9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 MARCA-SEM-LIN  PIC X(08).

       PROCEDURE DIVISION.

       EM04-29.
           PERFORM INICIO.
           PERFORM CARGA-ALUNOS.
           PERFORM PROJETA-BOLETOS.
           PERFORM PROJETA-DEBITOS.
           PERFORM PROJETA-TITULOS.
           PERFORM PROJETA-FOLHA.
           PERFORM PROJETA-PEDIDOS.
           PERFORM PROJETA-PAGAR.
           PERFORM FIM.
           IF CT-DIAS-NEG IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           PERFORM CARGA-RUNCTL.
           MOVE DATA-RODADA TO DATA-TRAB-9.
           MOVE ZEROES TO IDX-DIA.
           PERFORM MONTA-DIA QTD-DIAS TIMES.
           OPEN OUTPUT RELCAIXA.
           OPEN EXTEND EXCLOG.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.

       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0429"
               IF PROG-RUNCTL EQUAL "EM0429"
                   MOVE PARM1-RUNCTL TO SALDO-INICIAL
                   IF PARM2-RUNCTL NOT EQUAL ZEROES AND
                      PARM2-RUNCTL NOT GREATER THAN 90
                       MOVE PARM2-RUNCTL TO QTD-DIAS
                   END-IF
                   IF PARM3-RUNCTL NOT EQUAL ZEROES AND
                      PARM3-RUNCTL NOT GREATER THAN 28
                       MOVE PARM3-RUNCTL TO DIA-FOLHA
                   END-IF
               END-IF
               CLOSE RUNCTL
           END-IF.
           IF PROG-RUNCTL NOT EQUAL "EM0429"
               DISPLAY "RUNCTL SEM EM0429 - SALDO INICIAL ZERO".

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

      * CALENDARIO DO HORIZONTE, DIA CORRIDO A DIA CORRIDO.
       MONTA-DIA.
           ADD 1 TO IDX-DIA.
           MOVE DATA-TRAB-9 TO DATA-DIA(IDX-DIA).
           MOVE ZEROES TO ENTRA-DIA(IDX-DIA) SAI-DIA(IDX-DIA).
           PERFORM SOMA-UM-DIA.

       SOMA-UM-DIA.
           PERFORM LIMITE-DO-MES.
           IF DD-TRAB IS LESS THAN DIA-LIMITE
               ADD 1 TO DD-TRAB
           ELSE
               MOVE 01 TO DD-TRAB
               IF MM-TRAB EQUAL 12
                   MOVE 01 TO MM-TRAB
                   ADD 1 TO AAAA-TRAB
               ELSE
                   ADD 1 TO MM-TRAB.

       LIMITE-DO-MES.
           IF MM-TRAB EQUAL 01 OR 03 OR 05 OR 07 OR 08 OR 10 OR 12
               MOVE 31 TO DIA-LIMITE
           ELSE
               IF MM-TRAB EQUAL 04 OR 06 OR 09 OR 11
                   MOVE 30 TO DIA-LIMITE
               ELSE
                   PERFORM TESTA-BISSEXTO.

       TESTA-BISSEXTO.
           MOVE 28 TO DIA-LIMITE.
           DIVIDE AAAA-TRAB BY 4 GIVING QUOC-BISSEXTO
               REMAINDER RESTO-BISSEXTO.
           IF RESTO-BISSEXTO EQUAL ZEROES
               MOVE 29 TO DIA-LIMITE.
           DIVIDE AAAA-TRAB BY 100 GIVING QUOC-BISSEXTO
               REMAINDER RESTO-BISSEXTO.
           IF RESTO-BISSEXTO EQUAL ZEROES
               MOVE 28 TO DIA-LIMITE
               DIVIDE AAAA-TRAB BY 400 GIVING QUOC-BISSEXTO
                   REMAINDER RESTO-BISSEXTO
               IF RESTO-BISSEXTO EQUAL ZEROES
                   MOVE 29 TO DIA-LIMITE.

      * DIA DO HORIZONTE DE DATA-FLUXO: "V" = ANTES DO PRIMEIRO DIA
      * (VENCIDO), "F" = DEPOIS DO ULTIMO, "H" = DENTRO (POS-DIA).
       LOCALIZA-DIA.
           MOVE ZEROES TO POS-DIA IDX-DIA.
           IF DATA-FLUXO IS LESS THAN DATA-DIA(1)
               MOVE "V" TO SITUACAO-DATA
           ELSE
               IF DATA-FLUXO IS GREATER THAN DATA-DIA(QTD-DIAS)
                   MOVE "F" TO SITUACAO-DATA
               ELSE
                   MOVE "H" TO SITUACAO-DATA
                   PERFORM TESTA-DIA QTD-DIAS TIMES.

       TESTA-DIA.
           ADD 1 TO IDX-DIA.
           IF DATA-DIA(IDX-DIA) EQUAL DATA-FLUXO
               MOVE IDX-DIA TO POS-DIA.

      * ENTRADA VENCIDA VAI SO PARA A MEMORIA DO RESUMO.
       LANCA-ENTRADA.
           PERFORM LOCALIZA-DIA.
           IF SITUACAO-DATA EQUAL "H"
               ADD VALOR-FLUXO TO ENTRA-DIA(POS-DIA)
           ELSE
               IF SITUACAO-DATA EQUAL "V"
                   ADD VALOR-FLUXO TO TOT-VENCIDO.

      * SAIDA VENCIDA AINDA SERA PAGA: CAI NO PRIMEIRO DIA.
       LANCA-SAIDA.
           PERFORM LOCALIZA-DIA.
           IF SITUACAO-DATA EQUAL "V"
               MOVE "H" TO SITUACAO-DATA
               MOVE 1 TO POS-DIA.
           IF SITUACAO-DATA EQUAL "H"
               ADD VALOR-FLUXO TO SAI-DIA(POS-DIA).

      * SALDO DEVEDOR DE CADA ALUNO; O BOLETO EM CARTEIRA E ABATIDO
      * EM PROJETA-BOLETOS E O QUE SOBRA E MENSALIDADE EM ATRASO.
       CARGA-ALUNOS.
           OPEN INPUT CADHISTM.
           IF FS-HISTM EQUAL "00"
               PERFORM LE-HISTM UNTIL FIM-HISTM EQUAL "SIM"
               CLOSE CADHISTM
           ELSE
               DISPLAY "CADHISTM AUSENTE - FORA DA PROJECAO".

       LE-HISTM.
           READ CADHISTM NEXT RECORD AT END
               MOVE "SIM" TO FIM-HISTM.
           IF FIM-HISTM NOT EQUAL "SIM"
               IF QTD-ALU GREATER THAN OR EQUAL TO 1000
                   DISPLAY "CADHISTM EXCEDE 1000 ALUNOS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-ALU
                   MOVE MATX-HISTM TO MAT-ALU-TAB(QTD-ALU)
                   MOVE SALDOX-HISTM TO SALDO-ALU-TAB(QTD-ALU).

       PROCURA-ALUNO.
           MOVE ZEROES TO POS-ALU IDX-ALU.
           PERFORM TESTA-ALUNO QTD-ALU TIMES.

       TESTA-ALUNO.
           ADD 1 TO IDX-ALU.
           IF MAT-ALU-TAB(IDX-ALU) EQUAL NUM-BOL
               MOVE IDX-ALU TO POS-ALU.

       PROJETA-BOLETOS.
           OPEN INPUT BOLETO.
           IF FS-BOL EQUAL "00"
               PERFORM LE-BOLETO UNTIL FIM-BOL EQUAL "SIM"
               CLOSE BOLETO
           ELSE
               DISPLAY "BOLETO AUSENTE - FORA DA PROJECAO".
           MOVE ZEROES TO IDX-ALU.
           PERFORM SOMA-ATRASO-MENS QTD-ALU TIMES.

       LE-BOLETO.
           READ BOLETO AT END
               MOVE "SIM" TO FIM-BOL.
           IF FIM-BOL NOT EQUAL "SIM" AND
              NOSSONUM-NUM IS LESS THAN 9000000
               PERFORM PROCURA-ALUNO
               IF POS-ALU IS GREATER THAN ZEROES
                   IF SALDO-ALU-TAB(POS-ALU) GREATER THAN TOTAL-BOL
                       SUBTRACT TOTAL-BOL FROM SALDO-ALU-TAB(POS-ALU)
                   ELSE
                       MOVE ZEROES TO SALDO-ALU-TAB(POS-ALU)
                   END-IF
               END-IF
               MOVE VENCIMENTO-BOL TO DATA-FLUXO
               MOVE TOTAL-BOL TO VALOR-FLUXO
               PERFORM LANCA-ENTRADA
               IF SITUACAO-DATA EQUAL "H"
                   IF POS-ALU IS GREATER THAN ZEROES
                       ADD TOTAL-BOL TO TOT-MENS
                   ELSE
                       ADD TOTAL-BOL TO TOT-BOLSOC.

       SOMA-ATRASO-MENS.
           ADD 1 TO IDX-ALU.
           ADD SALDO-ALU-TAB(IDX-ALU) TO TOT-ATRASO-MENS.

      * A REMESSA DE DEBITO E EFETIVADA PELO BANCO NO DIA UTIL
      * SEGUINTE AO MOVIMENTO.
       PROJETA-DEBITOS.
           CALL "DATAROLL" USING DATA-RODADA DIAS-UM DATA-DEBITO.
           OPEN INPUT DEBAUTO.
           IF FS-DEB EQUAL "00"
               PERFORM LE-DEBAUTO UNTIL FIM-DEB EQUAL "SIM"
               CLOSE DEBAUTO
           ELSE
               DISPLAY "DEBAUTO AUSENTE - FORA DA PROJECAO".

       LE-DEBAUTO.
           READ DEBAUTO AT END
               MOVE "SIM" TO FIM-DEB.
           IF FIM-DEB NOT EQUAL "SIM"
               MOVE DATA-DEBITO TO DATA-FLUXO
               MOVE VALOR-ORDEM TO VALOR-FLUXO
               PERFORM LANCA-ENTRADA
               IF SITUACAO-DATA EQUAL "H"
                   ADD VALOR-ORDEM TO TOT-DEB.

       PROJETA-TITULOS.
           OPEN INPUT CADTITC.
           IF FS-TITC EQUAL "00"
               PERFORM LE-TITC UNTIL FIM-TITC EQUAL "SIM"
               CLOSE CADTITC
           ELSE
               DISPLAY "CADTITC AUSENTE - FORA DA PROJECAO".

       LE-TITC.
           READ CADTITC AT END
               MOVE "SIM" TO FIM-TITC.
           IF FIM-TITC NOT EQUAL "SIM" AND
              SIT-TITC EQUAL "A" AND
              VALOR-TITC IS GREATER THAN PAGO-TITC
               MOVE VENC-TITC TO DATA-FLUXO
               COMPUTE VALOR-FLUXO = VALOR-TITC - PAGO-TITC
               PERFORM LANCA-ENTRADA
               IF SITUACAO-DATA EQUAL "H"
                   ADD VALOR-FLUXO TO TOT-TITC.

      * A MESMA FOLHA ESTIMADA EM CADA DIA DE PAGAMENTO DO HORIZONTE
      * (O HORIZONTE DE 90 DIAS PEGA NO MAXIMO QUATRO MESES).
       PROJETA-FOLHA.
           OPEN INPUT CADFUNC.
           IF FS-FUNC EQUAL "00"
               PERFORM LE-FUNC UNTIL FIM-FUNC EQUAL "SIM"
               CLOSE CADFUNC
           ELSE
               DISPLAY "CADFUNC AUSENTE - FORA DA PROJECAO".
           IF VALOR-FOLHA IS GREATER THAN ZEROES
               MOVE DATA-RODADA TO DATA-TRAB-9
               MOVE AAAA-TRAB TO AAAA-FOLHA
               MOVE MM-TRAB TO MM-FOLHA
               MOVE DIA-FOLHA TO DD-FOLHA
               PERFORM LANCA-FOLHA 4 TIMES.

       LE-FUNC.
           READ CADFUNC AT END
               MOVE "SIM" TO FIM-FUNC.
           IF FIM-FUNC NOT EQUAL "SIM"
               IF FIXO-FUNC IS GREATER THAN ZEROES
                   MOVE FIXO-FUNC TO REMUNERACAO
               ELSE
                   MOVE SAL-FUNC TO REMUNERACAO
               END-IF
               COMPUTE REMUNERACAO ROUNDED =
                   REMUNERACAO + VENDAS-FUNC * 0,10
               ADD REMUNERACAO TO VALOR-FOLHA.

      * FOLHA DE UM MES JA PAGA (DIA ANTES DO MOVIMENTO) NAO ENTRA.
       LANCA-FOLHA.
           CALL "DATAROLL" USING DATA-FOLHA-9 DIAS-ZERO DATA-FLUXO.
           PERFORM LOCALIZA-DIA.
           IF SITUACAO-DATA EQUAL "H"
               ADD VALOR-FOLHA TO SAI-DIA(POS-DIA)
               ADD VALOR-FOLHA TO TOT-FOLHA.
           IF MM-FOLHA EQUAL 12
               MOVE 01 TO MM-FOLHA
               ADD 1 TO AAAA-FOLHA
           ELSE
               ADD 1 TO MM-FOLHA.

       PROJETA-PEDIDOS.
           OPEN INPUT PEDABERTO.
           IF FS-ABERTO EQUAL "00"
               PERFORM LE-ABERTO UNTIL FIM-ABERTO EQUAL "SIM"
               CLOSE PEDABERTO
           ELSE
               DISPLAY "PEDABERTO AUSENTE - FORA DA PROJECAO".

       LE-ABERTO.
           READ PEDABERTO AT END
               MOVE "SIM" TO FIM-ABERTO.
           IF FIM-ABERTO NOT EQUAL "SIM" AND
              STATUS-AB NOT EQUAL "F" AND
              QTDPED-AB IS GREATER THAN QTDREC-AB
               CALL "DATAROLL" USING DATA-AB PRAZO-AB DATA-FLUXO
               COMPUTE VALOR-FLUXO =
                   (QTDPED-AB - QTDREC-AB) * PRECO-AB
               PERFORM LANCA-SAIDA
               IF SITUACAO-DATA EQUAL "H"
                   ADD VALOR-FLUXO TO TOT-PED.

       PROJETA-PAGAR.
           OPEN INPUT CADPAGAR.
           IF FS-PAGAR EQUAL "00"
               PERFORM LE-PAGAR UNTIL FIM-PAGAR EQUAL "SIM"
               CLOSE CADPAGAR
           ELSE
               DISPLAY "CADPAGAR AUSENTE - FORA DA PROJECAO".

       LE-PAGAR.
           READ CADPAGAR AT END
               MOVE "SIM" TO FIM-PAGAR.
           IF FIM-PAGAR NOT EQUAL "SIM" AND
              STATUS-PG EQUAL "A"
               MOVE VENCTO-PG TO DATA-FLUXO
               MOVE VALOR-PG TO VALOR-FLUXO
               PERFORM LANCA-SAIDA
               IF SITUACAO-DATA EQUAL "H"
                   ADD VALOR-PG TO TOT-PAGAR.

       IMPRIME-RESUMO.
           MOVE DATA-RODADA TO DATA-CAB.
           MOVE QTD-DIAS TO DIAS-CAB.
           WRITE REL-SAI FROM CAB-01 AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           MOVE "SALDO BANCARIO INICIAL" TO DESC-RES.
           MOVE SALDO-INICIAL TO VALOR-RES.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 1 LINE.
           MOVE "ENTRADAS - BOLETOS DE SOCIOS" TO DESC-RES.
           MOVE TOT-BOLSOC TO VALOR-RES.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 1 LINE.
           MOVE "ENTRADAS - MENSALIDADES ESCOLARES" TO DESC-RES.
           MOVE TOT-MENS TO VALOR-RES.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 1 LINE.
           MOVE "ENTRADAS - DEBITO AUTOMATICO" TO DESC-RES.
           MOVE TOT-DEB TO VALOR-RES.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 1 LINE.
           MOVE "ENTRADAS - TITULOS DE CLIENTES" TO DESC-RES.
           MOVE TOT-TITC TO VALOR-RES.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 1 LINE.
           MOVE "SAIDAS   - FOLHA DE PAGAMENTO (ESTIMADA)"
               TO DESC-RES.
           MOVE TOT-FOLHA TO VALOR-RES.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 1 LINE.
           MOVE "SAIDAS   - PEDIDOS DE COMPRA EM ABERTO" TO DESC-RES.
           MOVE TOT-PED TO VALOR-RES.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 1 LINE.
           MOVE "SAIDAS   - CONTAS A PAGAR" TO DESC-RES.
           MOVE TOT-PAGAR TO VALOR-RES.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 1 LINE.
           MOVE "SALDO PROJETADO NO FIM DO HORIZONTE" TO DESC-RES.
           MOVE SALDO-PROJ TO VALOR-RES.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 1 LINE.
           MOVE "MEMORIA - RECEBIVEIS VENCIDOS (NAO PROJ.)"
               TO DESC-RES.
           MOVE TOT-VENCIDO TO VALOR-RES.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 2 LINES.
           MOVE "MEMORIA - MENSALIDADES EM ATRASO (NAO PROJ.)"
               TO DESC-RES.
           MOVE TOT-ATRASO-MENS TO VALOR-RES.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 1 LINE.

      * SALDO DIA A DIA, ACUMULANDO AS SEMANAS DE SETE DIAS.
       CALCULA-DIA.
           ADD 1 TO IDX-DIA.
           ADD ENTRA-DIA(IDX-DIA) TO SALDO-PROJ.
           SUBTRACT SAI-DIA(IDX-DIA) FROM SALDO-PROJ.
           IF DIA-NA-SEMANA EQUAL ZEROES
               ADD 1 TO QTD-SEM
               MOVE DATA-DIA(IDX-DIA) TO INI-SEM(QTD-SEM)
               MOVE ZEROES TO ENTRA-SEM(QTD-SEM) SAI-SEM(QTD-SEM)
               MOVE "NAO" TO NEG-SEM(QTD-SEM).
           ADD 1 TO DIA-NA-SEMANA.
           IF DIA-NA-SEMANA EQUAL 7
               MOVE ZEROES TO DIA-NA-SEMANA.
           MOVE DATA-DIA(IDX-DIA) TO FIM-SEM(QTD-SEM).
           ADD ENTRA-DIA(IDX-DIA) TO ENTRA-SEM(QTD-SEM).
           ADD SAI-DIA(IDX-DIA) TO SAI-SEM(QTD-SEM).
           MOVE SALDO-PROJ TO SALDO-SEM(QTD-SEM).
           MOVE DATA-DIA(IDX-DIA) TO DATA-LIN.
           MOVE ENTRA-DIA(IDX-DIA) TO ENTRA-LIN.
           MOVE SAI-DIA(IDX-DIA) TO SAI-LIN.
           MOVE SALDO-PROJ TO SALDO-LIN.
           IF SALDO-PROJ IS NEGATIVE
               MOVE "NEGATIVO" TO MARCA-LIN
               MOVE "SIM" TO NEG-SEM(QTD-SEM)
               ADD 1 TO CT-DIAS-NEG
               IF PRIMEIRO-NEG EQUAL ZEROES
                   MOVE DATA-DIA(IDX-DIA) TO PRIMEIRO-NEG
               END-IF
           ELSE
               MOVE SPACES TO MARCA-LIN.
           WRITE REL-SAI FROM LIN-DIA AFTER ADVANCING 1 LINE.

       LISTA-SEMANA.
           ADD 1 TO IDX-SEM.
           MOVE IDX-SEM TO NUM-SEM-LIN.
           MOVE INI-SEM(IDX-SEM) TO INI-SEM-LIN.
           MOVE FIM-SEM(IDX-SEM) TO FIM-SEM-LIN.
           MOVE ENTRA-SEM(IDX-SEM) TO ENTRA-SEM-LIN.
           MOVE SAI-SEM(IDX-SEM) TO SAI-SEM-LIN.
           MOVE SALDO-SEM(IDX-SEM) TO SALDO-SEM-LIN.
           IF NEG-SEM(IDX-SEM) EQUAL "SIM"
               MOVE "NEGATIVO" TO MARCA-SEM-LIN
           ELSE
               MOVE SPACES TO MARCA-SEM-LIN.
           WRITE REL-SAI FROM LIN-SEM AFTER ADVANCING 1 LINE.

      * O SALDO FINAL DO RESUMO SO E CONHECIDO DEPOIS DE SOMAR O
      * HORIZONTE INTEIRO: UMA PRIMEIRA PASSADA SEM IMPRESSAO CALCULA
      * O SALDO E A SEGUNDA IMPRIME O DIA A DIA ABAIXO DO RESUMO.
       FIM.
           MOVE SALDO-INICIAL TO SALDO-PROJ.
           MOVE ZEROES TO IDX-DIA.
           PERFORM SOMA-SALDO QTD-DIAS TIMES.
           PERFORM IMPRIME-RESUMO.
           MOVE SALDO-INICIAL TO SALDO-PROJ.
           WRITE REL-SAI FROM CAB-DIA AFTER ADVANCING 3 LINES.
           MOVE ZEROES TO IDX-DIA QTD-SEM DIA-NA-SEMANA.
           PERFORM CALCULA-DIA QTD-DIAS TIMES.
           WRITE REL-SAI FROM CAB-SEM AFTER ADVANCING 3 LINES.
           MOVE ZEROES TO IDX-SEM.
           PERFORM LISTA-SEMANA QTD-SEM TIMES.
           IF CT-DIAS-NEG IS GREATER THAN ZEROES
               MOVE SPACES TO CHAVE-AUD MSG-AUD
               STRING "CAIXA " PRIMEIRO-NEG DELIMITED BY SIZE
                   INTO CHAVE-AUD
               STRING "SALDO PROJETADO NEGATIVO EM " CT-DIAS-NEG
                      " DIA(S)" DELIMITED BY SIZE INTO MSG-AUD
               PERFORM GRAVA-EXCLOG.
           CLOSE RELCAIXA
                 EXCLOG.
           DISPLAY "EM0429 - " CT-DIAS-NEG " DIA(S) COM SALDO "
                   "PROJETADO NEGATIVO".

       SOMA-SALDO.
           ADD 1 TO IDX-DIA.
           ADD ENTRA-DIA(IDX-DIA) TO SALDO-PROJ.
           SUBTRACT SAI-DIA(IDX-DIA) FROM SALDO-PROJ.

           COPY GRAVAEXC
               REPLACING ==CPY-PROGID== BY =="EM0429"==
                         ==CPY-CHAVE==  BY ==CHAVE-AUD==
                         ==CPY-SEVER==  BY =="I"==
                         ==CPY-MSG==    BY ==MSG-AUD==.

       COPY LEDATAMOV.
