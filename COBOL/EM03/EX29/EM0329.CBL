       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0329.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       GUIAS DE RECOLHIMENTO DO INSS E DO IRRF RETIDOS
      *               NA FOLHA. A FOLHA (EM0306, INCLUSIVE 13O E
      *               RETROATIVO), AS FERIAS (EM0323) E A RESCISAO
      *               (EM0312) RETEM INSS E IRRF, MAS A TESOURARIA NAO
      *               TINHA DE ONDE TIRAR QUANTO RECOLHER NEM QUANDO.
      *               ESTE JOB SOMA, PARA A COMPETENCIA, TODOS OS
      *               REGISTROS DO RAZAO ANUAL ACUMANO.DAT (UM POR
      *               RODADA PAGA, TIPOS "F", "1", "2", "V", "R" E
      *               "T") E MANTEM O CADASTRO DE GUIAS CADGUIA.DAT
      *               (COPY CADGUIA), UMA GUIA POR TRIBUTO:
      *                 INSS - RETIDO DOS SEGURADOS MAIS A PARTE
      *                        PATRONAL (ALIQUOTA DO RUNCTL SOBRE O
      *                        BRUTO DE TODAS AS RODADAS);
      *                 IRRF - RETIDO NA FONTE.
      *               O VENCIMENTO E O DIA DO RUNCTL DO MES SEGUINTE A
      *               COMPETENCIA, ROLADO PARA DIA UTIL PELO DATAROLL
      *               (CADFERIADO). GUIA ABERTA E RECALCULADA A CADA
      *               RODADA; GUIA PAGA NAO MUDA MAIS - SE A RETENCAO
      *               MUDOU DEPOIS DO PAGAMENTO, A DIFERENCA E
      *               APONTADA. A CONFIRMACAO DO PAGAMENTO VEM DA
      *               TESOURARIA NO MOVIMENTO OPCIONAL CONFGUIA.DAT:
      *                 TRIB-CONF   X(04)  "INSS" OU "IRRF"
      *                 COMP-CONF   9(06)  COMPETENCIA AAAAMM
      *                 DATA-CONF   9(08)  DATA DO PAGAMENTO AAAAMMDD
      *                 VALOR-CONF  9(09)V99  VALOR PAGO (= TOTAL)
      *               SAIDAS: GUIATRIB.DAT (AS GUIAS DA COMPETENCIA,
      *               UM REGISTRO POR TRIBUTO, PARA O PAGAMENTO) E O
      *               RELATORIO RELGUIA (RETENCOES POR RODADA QUE
      *               FECHAM COM AS GUIAS, CONFIRMACOES E GUIAS EM
      *               ABERTO). GUIA COM VALOR VENCIDA ANTES DA DATA DE
      *               MOVIMENTO SEM CONFIRMACAO VAI PARA O LOG COMUM
      *               EXCLOG.DAT (SEVERIDADE "E") E DALI, PELO ROTEIA,
      *               PARA O NOTIFICA DO EM0410 - RODAR TODO DIA UTIL.
      *               PARAMETROS NO RUNCTL (PROG "EM0329"):
      *                 PARM1 = COMPETENCIA AAAAMM (ZERO = MES
      *                         ANTERIOR AO DA DATA DE MOVIMENTO);
      *                 PARM2 = ALIQUOTA PATRONAL DO INSS EM % (ZERO =
      *                         20,00);
      *                 PARM3 = DIA DE VENCIMENTO (ZERO = 20).
      *               ACUMANO AUSENTE ENCERRA COM RETURN-CODE 16;
      *               CONFIRMACAO REJEITADA, GUIA VENCIDA OU DIFERENCA
      *               APOS O PAGAMENTO DEVOLVEM RETURN-CODE 4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACUMANO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACUM.

           SELECT CADGUIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GUIA.

           SELECT CONFGUIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONF.

           SELECT GUIATRIB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT RELGUIA ASSIGN TO DISK.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       FD ACUMANO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ACUMANO.DAT".

       01 REG-ACUM.
           02 MAT-ACUM       PIC 9(05).
           02 ANOMES-ACUM    PIC 9(06).
           02 NOME-ACUM      PIC X(20).
           02 BRUTO-ACUM     PIC 9(09)V99.
           02 INSS-ACUM      PIC 9(07)V99.
           02 IRRF-ACUM      PIC 9(07)V99.
           02 LIQUIDO-ACUM   PIC 9(09)V99.
           02 TIPO-ACUM      PIC X(01).
           02 FIXO-ACUM      PIC 9(07)V99.
           02 HORAS-ACUM     PIC 9(07)V99.

       COPY CADGUIA.

       FD CONFGUIA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONFGUIA.DAT".

       01 REG-CONF.
           02 TRIB-CONF      PIC X(04).
           02 COMP-CONF      PIC 9(06).
           02 DATA-CONF      PIC 9(08).
           02 VALOR-CONF     PIC 9(09)V99.

       FD GUIATRIB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "GUIATRIB.DAT".

       01 REG-GUIATRIB.
           02 TRIB-GTR       PIC X(04).
           02 COMP-GTR       PIC 9(06).
           02 VENC-GTR       PIC 9(08).
           02 RETIDO-GTR     PIC 9(09)V99.
           02 PATRONAL-GTR   PIC 9(09)V99.
           02 TOTAL-GTR      PIC 9(09)V99.
           02 QTD-GTR        PIC 9(05).

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".

       01 REG-RUNCTL.
           02 PROG-RUNCTL    PIC X(06).
           02 PARM1-RUNCTL   PIC 9(07)V99.
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

       COPY EXCLOG.

       FD RELGUIA
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-ACUM           PIC X(03) VALUE "NAO".
       77 FIM-GUIA           PIC X(03) VALUE "NAO".
       77 FIM-CONF           PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FS-ACUM            PIC X(02) VALUE SPACES.
       77 FS-GUIA            PIC X(02) VALUE SPACES.
       77 FS-CONF            PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 COMPETENCIA        PIC 9(06) VALUE ZEROES.
       77 PCT-INSS-PAT       PIC 9(03)V99 VALUE 20,00.
       77 DIA-VENC           PIC 9(02) VALUE 20.
       77 DIAS-ZERO          PIC 9(03) VALUE ZEROES.
       77 VENC-UTIL          PIC 9(08) VALUE ZEROES.
       77 QTD-GUIAS          PIC 9(03) VALUE ZEROES.
       77 IDX-GUIA           PIC 9(03) VALUE ZEROES.
       77 POS-GUIA           PIC 9(03) VALUE ZEROES.
       77 TRIB-PROCURA       PIC X(04) VALUE SPACES.
       77 COMP-PROCURA       PIC 9(06) VALUE ZEROES.
       77 IDX-ROD            PIC 9(01) VALUE ZEROES.
       77 POS-ROD            PIC 9(01) VALUE ZEROES.
       77 QTD-ACUM-COMP      PIC 9(05) VALUE ZEROES.
       77 TOT-BRUTO          PIC 9(11)V99 VALUE ZEROES.
       77 TOT-INSS           PIC 9(09)V99 VALUE ZEROES.
       77 TOT-IRRF           PIC 9(09)V99 VALUE ZEROES.
       77 PATRONAL-CALC      PIC 9(09)V99 VALUE ZEROES.
       77 RETIDO-CALC        PIC 9(09)V99 VALUE ZEROES.
       77 TOTAL-CALC         PIC 9(09)V99 VALUE ZEROES.
       77 MOTIVO-CONF        PIC X(38) VALUE SPACES.
       77 MSG-EXC            PIC X(40) VALUE SPACES.
       77 CHAVE-EXC          PIC X(15) VALUE SPACES.
       77 CT-CONFIRMADAS     PIC 9(05) VALUE ZEROES.
       77 CT-REJEITADAS      PIC 9(05) VALUE ZEROES.
       77 CT-VENCIDAS        PIC 9(05) VALUE ZEROES.
       77 CT-DIVERGENTES     PIC 9(05) VALUE ZEROES.
       77 CT-ABERTAS         PIC 9(05) VALUE ZEROES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

       01 COMP-TRAB.
           02 ANO-COMP       PIC 9(04).
           02 MES-COMP       PIC 9(02).
       01 COMP-TRAB-9 REDEFINES COMP-TRAB PIC 9(06).

       01 VENC-MONTA.
           02 AAAA-VENC      PIC 9(04).
           02 MM-VENC        PIC 9(02).
           02 DD-VENC        PIC 9(02).
       01 VENC-MONTA-9 REDEFINES VENC-MONTA PIC 9(08).

       01 DATA-EDICAO.
           02 AAAA-EDICAO    PIC 9(04).
           02 MM-EDICAO      PIC 9(02).
           02 DD-EDICAO      PIC 9(02).
       01 DATA-EDICAO-9 REDEFINES DATA-EDICAO PIC 9(08).

       01 DATA-IMP.
           02 DD-IMP         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-IMP         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AAAA-IMP       PIC 9(04).

       COPY WSDATAMOV.

      * RETENCOES DA COMPETENCIA POR TIPO DE RODADA DO ACUMANO, NA
      * ORDEM DO RELATORIO.
       01 TAB-RODADA-VAL.
           02 FILLER         PIC X(21) VALUE "FFOLHA NORMAL        ".
           02 FILLER         PIC X(21) VALUE "113O - 1A PARCELA    ".
           02 FILLER         PIC X(21) VALUE "213O - 2A PARCELA    ".
           02 FILLER         PIC X(21) VALUE "VFERIAS              ".
           02 FILLER         PIC X(21) VALUE "RRETROATIVO          ".
           02 FILLER         PIC X(21) VALUE "TRESCISAO            ".
       01 TAB-RODADA-DESC REDEFINES TAB-RODADA-VAL.
           02 ENT-RODADA-DESC OCCURS 6 TIMES.
               03 TIPO-ROD-TAB   PIC X(01).
               03 DESC-ROD-TAB   PIC X(20).

       01 TAB-RODADA.
           02 ENT-RODADA OCCURS 6 TIMES.
               03 QTD-ROD-TAB    PIC 9(05).
               03 BRUTO-ROD-TAB  PIC 9(11)V99.
               03 INSS-ROD-TAB   PIC 9(09)V99.
               03 IRRF-ROD-TAB   PIC 9(09)V99.

       01 TAB-GUIA.
           02 ENT-GUIA OCCURS 300 TIMES.
               03 TRIB-TAB       PIC X(04).
               03 COMP-TAB       PIC 9(06).
               03 VENC-TAB       PIC 9(08).
               03 RETIDO-TAB     PIC 9(09)V99.
               03 PATRONAL-TAB   PIC 9(09)V99.
               03 TOTAL-TAB      PIC 9(09)V99.
               03 QTD-TAB        PIC 9(05).
               03 SIT-TAB        PIC X(01).
               03 PAGTO-TAB      PIC 9(08).
               03 GERACAO-TAB    PIC 9(08).

       01 LIN-TITULO.
           02 FILLER         PIC X(35) VALUE
               "GUIAS DE INSS E IRRF - COMPETENCIA ".
           02 COMP-TIT       PIC 9999/99.
           02 FILLER         PIC X(38) VALUE SPACES.

       01 LIN-QUADRO.
           02 TITULO-QUADRO  PIC X(50).
           02 FILLER         PIC X(30) VALUE SPACES.

       01 CAB-RODADA.
           02 FILLER         PIC X(40) VALUE
                  "RODADA                  QTDE            ".
           02 FILLER         PIC X(40) VALUE
                  "  BRUTO     INSS RETIDO     IRRF RETIDO ".

       01 DET-RODADA.
           02 DESC-LIN       PIC X(20).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 QTDE-LIN       PIC ZZ.ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 BRUTO-LIN      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 INSS-LIN       PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 IRRF-LIN       PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.

       01 LIN-PATRONAL.
           02 FILLER         PIC X(15) VALUE "INSS PATRONAL (".
           02 PCT-PAT-LIN    PIC ZZ9,99.
           02 FILLER         PIC X(20) VALUE
                             "% SOBRE O BRUTO):   ".
           02 PATRONAL-LIN   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(25) VALUE SPACES.

       01 CAB-GUIA.
           02 FILLER         PIC X(40) VALUE
                  "TRIB  COMPET.  VENCIMENTO         RETIDO".
           02 FILLER         PIC X(40) VALUE
                  "       PATRONAL          TOTAL SITUACAO ".

       01 DET-GUIA.
           02 TRIB-LIN       PIC X(04).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 COMP-LIN       PIC 9999/99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 VENC-LIN       PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RETIDO-LIN     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PATRON-LIN     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 TOTAL-LIN      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SIT-LIN        PIC X(09).

       01 CAB-CONF.
           02 FILLER         PIC X(40) VALUE
                  "TRIB  COMPET.  PAGAMENTO           VALOR".
           02 FILLER         PIC X(40) VALUE
                  "  RESULTADO                             ".

       01 DET-CONF.
           02 TRIB-CONF-LIN  PIC X(04).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 COMP-CONF-LIN  PIC 9999/99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 DATA-CONF-LIN  PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VALOR-CONF-LIN PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 MOTIVO-LIN     PIC X(38).

       01 LIN-NADA.
           02 FILLER         PIC X(06) VALUE SPACES.
           02 NADA-LIN       PIC X(40).
           02 FILLER         PIC X(34) VALUE SPACES.

       01 LIN-RESUMO.
           02 FILLER         PIC X(14) VALUE "CONFIRMADAS: ".
           02 CONF-RES       PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  REJEITADAS: ".
           02 REJ-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(11) VALUE "  VENCIDAS:".
           02 VENC-RES       PIC ZZ.ZZ9.
           02 FILLER         PIC X(13) VALUE "  DIVERGENTES".
           02 FILLER         PIC X(01) VALUE ":".
           02 DIVERG-RES     PIC ZZ.ZZ9.
           02 FILLER         PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.

       EM03-29.
           PERFORM INICIO.
           PERFORM TOTALIZA-ACUMANO.
           PERFORM CARGA-CADGUIA.
           MOVE "INSS" TO TRIB-PROCURA.
           COMPUTE RETIDO-CALC = TOT-INSS.
           COMPUTE PATRONAL-CALC ROUNDED =
               TOT-BRUTO * PCT-INSS-PAT / 100.
           PERFORM GERA-GUIA.
           MOVE "IRRF" TO TRIB-PROCURA.
           MOVE TOT-IRRF TO RETIDO-CALC.
           MOVE ZEROES TO PATRONAL-CALC.
           PERFORM GERA-GUIA.
           PERFORM IMPRIME-RODADAS.
           PERFORM IMPRIME-GUIAS-COMP.
           PERFORM PROCESSA-CONFIRMACOES.
           PERFORM CONFERE-VENCIDAS.
           PERFORM GRAVA-CADGUIA.
           PERFORM FIM.
           IF CT-REJEITADAS IS GREATER THAN ZEROES OR
              CT-VENCIDAS IS GREATER THAN ZEROES OR
              CT-DIVERGENTES IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           MOVE DATA-RODADA-X(1:6) TO COMP-TRAB.
           IF MES-COMP EQUAL 1
               MOVE 12 TO MES-COMP
               SUBTRACT 1 FROM ANO-COMP
           ELSE
               SUBTRACT 1 FROM MES-COMP.
           MOVE COMP-TRAB-9 TO COMPETENCIA.
           PERFORM CARGA-RUNCTL.
           MOVE COMPETENCIA TO COMP-TRAB-9.
           OPEN OUTPUT GUIATRIB
                       RELGUIA
                EXTEND EXCLOG.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           MOVE COMPETENCIA TO COMP-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.

       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0329"
               IF PROG-RUNCTL EQUAL "EM0329"
                   IF PARM1-RUNCTL NOT EQUAL ZEROES
                       MOVE PARM1-RUNCTL TO COMPETENCIA
                   END-IF
                   IF PARM2-RUNCTL NOT EQUAL ZEROES
                       MOVE PARM2-RUNCTL TO PCT-INSS-PAT
                   END-IF
                   IF PARM3-RUNCTL NOT EQUAL ZEROES
                       MOVE PARM3-RUNCTL TO DIA-VENC
                   END-IF
               END-IF
               CLOSE RUNCTL.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

      * TODAS AS RODADAS PAGAS NA COMPETENCIA; REGISTRO ANTIGO SEM
      * TIPO E DA FOLHA NORMAL.
       TOTALIZA-ACUMANO.
           MOVE ZEROES TO IDX-ROD.
           PERFORM ZERA-RODADA 6 TIMES.
           OPEN INPUT ACUMANO.
           IF FS-ACUM NOT EQUAL "00"
               DISPLAY "ACUMANO NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-ACUM
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-ACUM UNTIL FIM-ACUM EQUAL "SIM".
           CLOSE ACUMANO.

       ZERA-RODADA.
           ADD 1 TO IDX-ROD.
           MOVE ZEROES TO QTD-ROD-TAB(IDX-ROD) BRUTO-ROD-TAB(IDX-ROD)
                          INSS-ROD-TAB(IDX-ROD) IRRF-ROD-TAB(IDX-ROD).

       LE-ACUM.
           READ ACUMANO AT END
               MOVE "SIM" TO FIM-ACUM.
           IF FIM-ACUM NOT EQUAL "SIM" AND
              ANOMES-ACUM EQUAL COMPETENCIA
               IF TIPO-ACUM EQUAL SPACE
                   MOVE "F" TO TIPO-ACUM
               END-IF
               MOVE ZEROES TO POS-ROD IDX-ROD
               PERFORM TESTA-RODADA 6 TIMES
               IF POS-ROD EQUAL ZEROES
                   MOVE 1 TO POS-ROD
               END-IF
               ADD 1 TO QTD-ROD-TAB(POS-ROD) QTD-ACUM-COMP
               ADD BRUTO-ACUM TO BRUTO-ROD-TAB(POS-ROD) TOT-BRUTO
               ADD INSS-ACUM TO INSS-ROD-TAB(POS-ROD) TOT-INSS
               ADD IRRF-ACUM TO IRRF-ROD-TAB(POS-ROD) TOT-IRRF.

       TESTA-RODADA.
           ADD 1 TO IDX-ROD.
           IF TIPO-ROD-TAB(IDX-ROD) EQUAL TIPO-ACUM
               MOVE IDX-ROD TO POS-ROD.

      * CADASTRO DE GUIAS DE TODAS AS COMPETENCIAS; AUSENTE, E A
      * PRIMEIRA RODADA.
       CARGA-CADGUIA.
           OPEN INPUT CADGUIA.
           IF FS-GUIA EQUAL "00"
               PERFORM LE-GUIA UNTIL FIM-GUIA EQUAL "SIM"
               CLOSE CADGUIA
           ELSE
               DISPLAY "EM0329 - SEM CADGUIA - PRIMEIRA GERACAO".

       LE-GUIA.
           READ CADGUIA AT END
               MOVE "SIM" TO FIM-GUIA.
           IF FIM-GUIA NOT EQUAL "SIM"
               IF QTD-GUIAS GREATER THAN OR EQUAL TO 300
                   DISPLAY "CADGUIA EXCEDE LIMITE DE 300 GUIAS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-GUIAS
                   MOVE REG-GUIA TO ENT-GUIA(QTD-GUIAS).

       PROCURA-GUIA.
           MOVE ZEROES TO POS-GUIA IDX-GUIA.
           PERFORM TESTA-GUIA QTD-GUIAS TIMES.

       TESTA-GUIA.
           ADD 1 TO IDX-GUIA.
           IF TRIB-TAB(IDX-GUIA) EQUAL TRIB-PROCURA AND
              COMP-TAB(IDX-GUIA) EQUAL COMP-PROCURA
               MOVE IDX-GUIA TO POS-GUIA.

      * GUIA DA COMPETENCIA: CRIADA NA PRIMEIRA RODADA COM RETENCAO,
      * RECALCULADA ENQUANTO ABERTA. A PAGA SO E COMPARADA.
       GERA-GUIA.
           COMPUTE TOTAL-CALC = RETIDO-CALC + PATRONAL-CALC.
           MOVE COMPETENCIA TO COMP-PROCURA.
           PERFORM PROCURA-GUIA.
           IF POS-GUIA EQUAL ZEROES AND
              TOTAL-CALC IS GREATER THAN ZEROES
               IF QTD-GUIAS GREATER THAN OR EQUAL TO 300
                   DISPLAY "CADGUIA EXCEDE LIMITE DE 300 GUIAS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-GUIAS
                   MOVE QTD-GUIAS TO POS-GUIA
                   MOVE TRIB-PROCURA TO TRIB-TAB(POS-GUIA)
                   MOVE COMPETENCIA TO COMP-TAB(POS-GUIA)
                   MOVE "A" TO SIT-TAB(POS-GUIA)
                   MOVE ZEROES TO PAGTO-TAB(POS-GUIA).
           IF POS-GUIA IS GREATER THAN ZEROES
               IF SIT-TAB(POS-GUIA) EQUAL "A"
                   PERFORM CALCULA-VENCIMENTO
                   MOVE VENC-UTIL TO VENC-TAB(POS-GUIA)
                   MOVE RETIDO-CALC TO RETIDO-TAB(POS-GUIA)
                   MOVE PATRONAL-CALC TO PATRONAL-TAB(POS-GUIA)
                   MOVE TOTAL-CALC TO TOTAL-TAB(POS-GUIA)
                   MOVE QTD-ACUM-COMP TO QTD-TAB(POS-GUIA)
                   MOVE DATA-RODADA TO GERACAO-TAB(POS-GUIA)
               ELSE
                   IF TOTAL-CALC NOT EQUAL TOTAL-TAB(POS-GUIA)
                       ADD 1 TO CT-DIVERGENTES
                       MOVE "RETENCAO MUDOU APOS O PAGAMENTO DA GUIA"
                           TO MSG-EXC
                       PERFORM MONTA-CHAVE-EXC
                       PERFORM GRAVA-EXCLOG
                   END-IF
               END-IF
               PERFORM GRAVA-GUIATRIB.

      * DIA DE VENCIMENTO DO MES SEGUINTE A COMPETENCIA, ROLADO PARA
      * DIA UTIL.
       CALCULA-VENCIMENTO.
           MOVE ANO-COMP TO AAAA-VENC.
           ADD 1 MES-COMP GIVING MM-VENC.
           IF MM-VENC IS GREATER THAN 12
               MOVE 1 TO MM-VENC
               ADD 1 TO AAAA-VENC.
           MOVE DIA-VENC TO DD-VENC.
           CALL "DATAROLL" USING VENC-MONTA-9 DIAS-ZERO VENC-UTIL.

       GRAVA-GUIATRIB.
           MOVE TRIB-TAB(POS-GUIA) TO TRIB-GTR.
           MOVE COMP-TAB(POS-GUIA) TO COMP-GTR.
           MOVE VENC-TAB(POS-GUIA) TO VENC-GTR.
           MOVE RETIDO-TAB(POS-GUIA) TO RETIDO-GTR.
           MOVE PATRONAL-TAB(POS-GUIA) TO PATRONAL-GTR.
           MOVE TOTAL-TAB(POS-GUIA) TO TOTAL-GTR.
           MOVE QTD-TAB(POS-GUIA) TO QTD-GTR.
           WRITE REG-GUIATRIB.

       MONTA-CHAVE-EXC.
           MOVE SPACES TO CHAVE-EXC.
           MOVE TRIB-TAB(POS-GUIA) TO CHAVE-EXC(1:4).
           MOVE COMP-TAB(POS-GUIA) TO CHAVE-EXC(6:6).

      * AMARRACAO: AS RODADAS DO ACUMANO NA COMPETENCIA SOMAM O
      * RETIDO DAS GUIAS.
       IMPRIME-RODADAS.
           MOVE "RETENCOES DAS RODADAS DA COMPETENCIA (ACUMANO)"
               TO TITULO-QUADRO.
           WRITE REL-SAI FROM LIN-QUADRO AFTER ADVANCING 2 LINES.
           WRITE REL-SAI FROM CAB-RODADA AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-ROD.
           PERFORM IMPRIME-RODADA 6 TIMES.
           MOVE "TOTAL DA COMPETENCIA" TO DESC-LIN.
           MOVE QTD-ACUM-COMP TO QTDE-LIN.
           MOVE TOT-BRUTO TO BRUTO-LIN.
           MOVE TOT-INSS TO INSS-LIN.
           MOVE TOT-IRRF TO IRRF-LIN.
           WRITE REL-SAI FROM DET-RODADA AFTER ADVANCING 2 LINES.
           MOVE PCT-INSS-PAT TO PCT-PAT-LIN.
           COMPUTE PATRONAL-LIN ROUNDED =
               TOT-BRUTO * PCT-INSS-PAT / 100.
           WRITE REL-SAI FROM LIN-PATRONAL AFTER ADVANCING 1 LINE.

       IMPRIME-RODADA.
           ADD 1 TO IDX-ROD.
           MOVE DESC-ROD-TAB(IDX-ROD) TO DESC-LIN.
           MOVE QTD-ROD-TAB(IDX-ROD) TO QTDE-LIN.
           MOVE BRUTO-ROD-TAB(IDX-ROD) TO BRUTO-LIN.
           MOVE INSS-ROD-TAB(IDX-ROD) TO INSS-LIN.
           MOVE IRRF-ROD-TAB(IDX-ROD) TO IRRF-LIN.
           WRITE REL-SAI FROM DET-RODADA AFTER ADVANCING 1 LINE.

       IMPRIME-GUIAS-COMP.
           MOVE "GUIAS DA COMPETENCIA" TO TITULO-QUADRO.
           WRITE REL-SAI FROM LIN-QUADRO AFTER ADVANCING 3 LINES.
           WRITE REL-SAI FROM CAB-GUIA AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           MOVE COMPETENCIA TO COMP-PROCURA.
           MOVE "INSS" TO TRIB-PROCURA.
           PERFORM IMPRIME-GUIA-COMP.
           MOVE "IRRF" TO TRIB-PROCURA.
           PERFORM IMPRIME-GUIA-COMP.

       IMPRIME-GUIA-COMP.
           PERFORM PROCURA-GUIA.
           IF POS-GUIA EQUAL ZEROES
               MOVE SPACES TO NADA-LIN
               STRING TRIB-PROCURA " SEM RETENCAO NA COMPETENCIA"
                   DELIMITED BY SIZE INTO NADA-LIN
               WRITE REL-SAI FROM LIN-NADA AFTER ADVANCING 1 LINE
           ELSE
               PERFORM MONTA-DET-GUIA
               WRITE REL-SAI FROM DET-GUIA AFTER ADVANCING 1 LINE.

       MONTA-DET-GUIA.
           MOVE TRIB-TAB(POS-GUIA) TO TRIB-LIN.
           MOVE COMP-TAB(POS-GUIA) TO COMP-LIN.
           MOVE VENC-TAB(POS-GUIA) TO DATA-EDICAO-9.
           PERFORM EDITA-DATA.
           MOVE DATA-IMP TO VENC-LIN.
           MOVE RETIDO-TAB(POS-GUIA) TO RETIDO-LIN.
           MOVE PATRONAL-TAB(POS-GUIA) TO PATRON-LIN.
           MOVE TOTAL-TAB(POS-GUIA) TO TOTAL-LIN.
           IF SIT-TAB(POS-GUIA) EQUAL "P"
               MOVE "PAGA" TO SIT-LIN
           ELSE
               IF VENC-TAB(POS-GUIA) IS LESS THAN DATA-RODADA
                   MOVE "VENCIDA" TO SIT-LIN
               ELSE
                   MOVE "ABERTA" TO SIT-LIN.

       EDITA-DATA.
           MOVE DD-EDICAO TO DD-IMP.
           MOVE MM-EDICAO TO MM-IMP.
           MOVE AAAA-EDICAO TO AAAA-IMP.

      * CONFIRMACOES DA TESOURARIA: O VALOR PAGO TEM DE SER O TOTAL
      * DA GUIA; A MESMA CONFIRMACAO REAPRESENTADA NAO E ERRO.
       PROCESSA-CONFIRMACOES.
           MOVE "CONFIRMACOES DE PAGAMENTO (CONFGUIA)"
               TO TITULO-QUADRO.
           WRITE REL-SAI FROM LIN-QUADRO AFTER ADVANCING 3 LINES.
           OPEN INPUT CONFGUIA.
           IF FS-CONF EQUAL "00"
               WRITE REL-SAI FROM CAB-CONF AFTER ADVANCING 2 LINES
               MOVE SPACES TO REL-SAI
               WRITE REL-SAI AFTER ADVANCING 1 LINE
               PERFORM LE-CONF UNTIL FIM-CONF EQUAL "SIM"
               CLOSE CONFGUIA
           ELSE
               MOVE "SEM MOVIMENTO DE CONFIRMACAO" TO NADA-LIN
               WRITE REL-SAI FROM LIN-NADA AFTER ADVANCING 2 LINES.

       LE-CONF.
           READ CONFGUIA AT END
               MOVE "SIM" TO FIM-CONF.
           IF FIM-CONF NOT EQUAL "SIM"
               PERFORM APLICA-CONFIRMACAO.

       APLICA-CONFIRMACAO.
           MOVE SPACES TO MOTIVO-CONF.
           MOVE TRIB-CONF TO TRIB-PROCURA.
           MOVE COMP-CONF TO COMP-PROCURA.
           PERFORM PROCURA-GUIA.
           IF DATA-CONF IS NOT NUMERIC OR
              DATA-CONF EQUAL ZEROES OR
              DATA-CONF IS GREATER THAN DATA-RODADA
               MOVE "REJEITADA - DATA DE PAGAMENTO INVALIDA"
                   TO MOTIVO-CONF
           ELSE
               IF POS-GUIA EQUAL ZEROES
                   MOVE "REJEITADA - GUIA NAO ENCONTRADA"
                       TO MOTIVO-CONF
               ELSE
                   IF SIT-TAB(POS-GUIA) EQUAL "P"
                       IF PAGTO-TAB(POS-GUIA) EQUAL DATA-CONF
                           MOVE "JA CONFIRMADA NESTA DATA"
                               TO MOTIVO-CONF
                       ELSE
                           MOVE "REJEITADA - GUIA JA CONFIRMADA"
                               TO MOTIVO-CONF
                       END-IF
                   ELSE
                       IF VALOR-CONF NOT EQUAL TOTAL-TAB(POS-GUIA)
                           MOVE "REJEITADA - VALOR DIFERENTE DA GUIA"
                               TO MOTIVO-CONF
                       ELSE
                           MOVE "P" TO SIT-TAB(POS-GUIA)
                           MOVE DATA-CONF TO PAGTO-TAB(POS-GUIA)
                           ADD 1 TO CT-CONFIRMADAS
                           MOVE "CONFIRMADA" TO MOTIVO-CONF
                       END-IF
                   END-IF
               END-IF.
           IF MOTIVO-CONF(1:9) EQUAL "REJEITADA"
               ADD 1 TO CT-REJEITADAS.
           MOVE TRIB-CONF TO TRIB-CONF-LIN.
           MOVE COMP-CONF TO COMP-CONF-LIN.
           MOVE DATA-CONF TO DATA-EDICAO-9.
           PERFORM EDITA-DATA.
           MOVE DATA-IMP TO DATA-CONF-LIN.
           MOVE VALOR-CONF TO VALOR-CONF-LIN.
           MOVE MOTIVO-CONF TO MOTIVO-LIN.
           WRITE REL-SAI FROM DET-CONF AFTER ADVANCING 1 LINE.

      * TODAS AS GUIAS EM ABERTO, DE QUALQUER COMPETENCIA; A QUE TEM
      * VALOR E JA VENCEU SEM CONFIRMACAO VAI PARA O EXCLOG.
       CONFERE-VENCIDAS.
           MOVE "GUIAS EM ABERTO" TO TITULO-QUADRO.
           WRITE REL-SAI FROM LIN-QUADRO AFTER ADVANCING 3 LINES.
           WRITE REL-SAI FROM CAB-GUIA AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-GUIA.
           PERFORM CONFERE-GUIA QTD-GUIAS TIMES.
           IF CT-ABERTAS EQUAL ZEROES
               MOVE "NENHUMA GUIA EM ABERTO" TO NADA-LIN
               WRITE REL-SAI FROM LIN-NADA AFTER ADVANCING 1 LINE.

       CONFERE-GUIA.
           ADD 1 TO IDX-GUIA.
           IF SIT-TAB(IDX-GUIA) EQUAL "A" AND
              TOTAL-TAB(IDX-GUIA) IS GREATER THAN ZEROES
               ADD 1 TO CT-ABERTAS
               MOVE IDX-GUIA TO POS-GUIA
               PERFORM MONTA-DET-GUIA
               WRITE REL-SAI FROM DET-GUIA AFTER ADVANCING 1 LINE
               IF VENC-TAB(IDX-GUIA) IS LESS THAN DATA-RODADA
                   ADD 1 TO CT-VENCIDAS
                   MOVE SPACES TO MSG-EXC
                   STRING "GUIA VENCIDA EM " VENC-LIN
                          " SEM PAGAMENTO"
                       DELIMITED BY SIZE INTO MSG-EXC
                   PERFORM MONTA-CHAVE-EXC
                   PERFORM GRAVA-EXCLOG.

      * O CADASTRO E REGRAVADO INTEIRO COM AS GUIAS ATUALIZADAS.
       GRAVA-CADGUIA.
           OPEN OUTPUT CADGUIA.
           MOVE ZEROES TO IDX-GUIA.
           PERFORM GRAVA-GUIA QTD-GUIAS TIMES.
           CLOSE CADGUIA.

       GRAVA-GUIA.
           ADD 1 TO IDX-GUIA.
           MOVE ENT-GUIA(IDX-GUIA) TO REG-GUIA.
           WRITE REG-GUIA.

       FIM.
           MOVE CT-CONFIRMADAS TO CONF-RES.
           MOVE CT-REJEITADAS TO REJ-RES.
           MOVE CT-VENCIDAS TO VENC-RES.
           MOVE CT-DIVERGENTES TO DIVERG-RES.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 3 LINES.
           CLOSE GUIATRIB
                 RELGUIA
                 EXCLOG.
           DISPLAY "EM0329 - COMPETENCIA " COMPETENCIA " - INSS "
                   TOT-INSS " IRRF " TOT-IRRF " - " CT-VENCIDAS
                   " GUIA(S) VENCIDA(S)".

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID==  BY =="EM0329"==
                     ==CPY-CHAVE==   BY ==CHAVE-EXC==
                     ==CPY-SEVER==   BY =="E"==
                     ==CPY-MSG==     BY ==MSG-EXC==.

       COPY LEDATAMOV.
