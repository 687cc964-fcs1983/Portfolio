       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0437.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       CASOS DE EXCECAO. O EXCLOG.DAT E CONSULTADO
      *               (EM0406), ALERTADO (EM0410) E ARQUIVADO (EM0407),
      *               MAS NAO DIZIA SE ALGUEM JA CUIDAVA DE UMA
      *               OCORRENCIA: O MESMO CPF REJEITADO OU A MESMA
      *               DIVERGENCIA VOLTAVA TODO DIA SEM DONO. ESTE JOB
      *               MANTEM O CADASTRO DE CASOS CADCASO.DAT (VER
      *               CADCASO.CPY):
      *                 - CASO RESOLVIDO PELO EM0438 SAI DO CADCASO
      *                   PARA O CASOENC.DAT;
      *                 - CADA OCORRENCIA DO EXCLOG AINDA NAO
      *                   INCORPORADA ABRE UM CASO NOVO, OU, SE JA HA
      *                   CASO NAO RESOLVIDO DO MESMO PROGRAMA E CHAVE,
      *                   E ANEXADA A ELE (CONTADOR E DATA DA ULTIMA
      *                   OCORRENCIA). SO ENTRAM OS DIAS JA FECHADOS -
      *                   DATA POSTERIOR A DO ULTIMO DIA INCORPORADO E
      *                   ANTERIOR A DATA DE MOVIMENTO -, DE MODO QUE
      *                   AS OCORRENCIAS GRAVADAS POR JOBS RODADOS A
      *                   MAO ENTRE UM LOTE E OUTRO TAMBEM ENTREM E UMA
      *                   RERODADA NAO AS CONTE DUAS VEZES. OCORRENCIAS
      *                   INFORMATIVAS (SEVERIDADE "I") NAO ABREM CASO;
      *                 - CASO NAO RESOLVIDO COM IDADE (DIAS DESDE A
      *                   PRIMEIRA OCORRENCIA, BASE 30/360) ACIMA DO
      *                   LIMITE E ESCALADO: VAI AO EXCLOG COMO
      *                   OCORRENCIA DO PROPRIO EM0437 E DALI, PELO
      *                   ROTEIA (PROGRAMA "EM0437"), PARA O NOTIFICA
      *                   DO EM0410. A ESCALACAO SE REPETE A CADA
      *                   LIMITE DE DIAS ENQUANTO O CASO NAO SE RESOLVE.
      *               ABERTURAS E ESCALACOES VAO PARA O HISTCASO.DAT.
      *               O RELATORIO RELCASO LISTA OS CASOS PENDENTES E O
      *               BACKLOG POR PROGRAMA, SEVERIDADE E FAIXA DE
      *               IDADE. PARAMETRO NO RUNCTL (PROG "EM0437"):
      *                 PARM1 = LIMITE DE IDADE EM DIAS PARA ESCALAR
      *                         (ZERO = 7).
      *               RETURN-CODE 4 QUANDO HOUVE ESCALACAO; 16 QUANDO
      *               AS TABELAS ESTOURAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCASO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CASO.

           SELECT CASOENC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENC.

           SELECT HISTCASO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HC.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT RELCASO ASSIGN TO DISK.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       COPY CADCASO.

       FD CASOENC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CASOENC.DAT".

       01 REG-ENC            PIC X(158).

       COPY HISTCASO.

       COPY EXCLOG.

       FD RELCASO
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

       77 FS-CASO            PIC X(02) VALUE SPACES.
       77 FS-ENC             PIC X(02) VALUE SPACES.
       77 FS-HC              PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FIM-CASO           PIC X(03) VALUE "NAO".
       77 FIM-EXC            PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 ENC-ABERTO         PIC 9     VALUE ZEROES.
       77 LIMITE-DIAS        PIC 9(04) VALUE 7.
       77 DATA-HOJE          PIC 9(08) VALUE ZEROES.
       77 MAIOR-DATA         PIC 9(08) VALUE ZEROES.
       77 QTD-CASO-TAB       PIC 9(04) VALUE ZEROES.
       77 IDX-CASO           PIC 9(04) VALUE ZEROES.
       77 POS-CASO           PIC 9(04) VALUE ZEROES.
       77 QTD-RES            PIC 9(03) VALUE ZEROES.
       77 IDX-RES            PIC 9(03) VALUE ZEROES.
       77 POS-RES            PIC 9(03) VALUE ZEROES.
       77 IDX-FAIXA          PIC 9(01) VALUE ZEROES.
       77 IDADE-CASO         PIC S9(05) VALUE ZEROES.
       77 DIAS-ESCAL         PIC S9(05) VALUE ZEROES.
       77 DIAS-CALC          PIC S9(05) VALUE ZEROES.
       77 IDADE-ED           PIC 9(04) VALUE ZEROES.
       77 CT-ENCERRADOS      PIC 9(05) VALUE ZEROES.
       77 CT-NOVOS           PIC 9(05) VALUE ZEROES.
       77 CT-REPETICOES      PIC 9(05) VALUE ZEROES.
       77 CT-ESCALADOS       PIC 9(05) VALUE ZEROES.
       77 CHAVE-AUD          PIC X(15) VALUE SPACES.
       77 SEVER-AUD          PIC X(01) VALUE SPACES.
       77 MSG-AUD            PIC X(40) VALUE SPACES.

       01 DATA-EXC-X.
           02 SEC-EXC        PIC 9(02).
           02 DATA-EXC-6     PIC 9(06).
       01 DATA-EXC REDEFINES DATA-EXC-X PIC 9(08).

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

       01 CTL-TRAB.
           02 NUM-CTL-TRAB   PIC 9(06) VALUE ZEROES.
           02 ULT-DATA-TRAB  PIC 9(08) VALUE ZEROES.
           02 ULT-NUM-TRAB   PIC 9(06) VALUE ZEROES.
           02 FILLER         PIC X(138) VALUE SPACES.

       01 CASO-TRAB.
           02 NUM-TRAB       PIC 9(06).
           02 PROGID-TRAB    PIC X(08).
           02 CHAVE-TRAB     PIC X(15).
           02 SEVER-TRAB     PIC X(01).
           02 MSG-TRAB       PIC X(40).
           02 ABERTURA-TRAB  PIC 9(08).
           02 ULTIMA-TRAB    PIC 9(08).
           02 QTD-TRAB       PIC 9(05).
           02 SIT-TRAB       PIC X(01).
           02 RESP-TRAB      PIC X(08).
           02 RESOL-TRAB     PIC X(02).
           02 DTRESOL-TRAB   PIC 9(08).
           02 ESCAL-TRAB     PIC 9(08).
           02 OBS-TRAB       PIC X(40).

       COPY WSDATAMOV.

      * CASOS NAO RESOLVIDOS, EM ORDEM DE NUMERO.
       01 TAB-CASO.
           02 REG-CASO-TAB   PIC X(158) OCCURS 5000 TIMES.

      * BACKLOG POR PROGRAMA E SEVERIDADE. FAIXAS DE IDADE: 1 = ATE 2
      * DIAS, 2 = 3 A 7, 3 = 8 A 30, 4 = MAIS DE 30.
       01 TAB-RES.
           02 ENT-RES OCCURS 200 TIMES.
               03 PROG-RES       PIC X(08).
               03 SEV-RES        PIC X(01).
               03 FAIXA-RES      PIC 9(05) OCCURS 4 TIMES.
               03 TOT-RES        PIC 9(05).

       01 TOT-FAIXAS.
           02 FAIXA-TOT      PIC 9(05) OCCURS 4 TIMES.
           02 TOT-GERAL      PIC 9(05).

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
               "CASOS DE EXCECAO PENDENTES - POSICAO EM ".
           02 DATA-TIT       PIC 9(08).
           02 FILLER         PIC X(32) VALUE SPACES.

       01 LIN-SECAO.
           02 TEXTO-SECAO    PIC X(60).
           02 FILLER         PIC X(20) VALUE SPACES.

       01 CAB-CASO.
           02 FILLER         PIC X(40) VALUE
               "CASO   PROGRAMA CHAVE           S T RESP".
           02 FILLER         PIC X(40) VALUE
               "ONS. ABERTURA IDADE OCORR.              ".

       01 DET-CASO.
           02 NUM-LIN        PIC 9(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PROG-LIN       PIC X(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CHAVE-LIN      PIC X(15).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SEV-LIN        PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SIT-LIN        PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RESP-LIN       PIC X(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ABERT-LIN      PIC 9(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 IDADE-LIN      PIC ZZZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 QTD-LIN        PIC ZZZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ESC-LIN        PIC X(08).
           02 FILLER         PIC X(06) VALUE SPACES.

       01 DET-MSG.
           02 FILLER         PIC X(07) VALUE SPACES.
           02 MSG-LIN        PIC X(40).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 OBS-LIN        PIC X(32).

       01 CAB-RES.
           02 FILLER         PIC X(40) VALUE
               "PROGRAMA S   ATE 2D  3 A 7D 8 A 30D  MAI".
           02 FILLER         PIC X(40) VALUE
               "S 30D   TOTAL                           ".

       01 DET-RES.
           02 PROG-RES-LIN   PIC X(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SEV-RES-LIN    PIC X(01).
           02 FAIXA-RES-LIN  PIC ZZZZ.ZZ9 OCCURS 4 TIMES.
           02 TOT-RES-LIN    PIC ZZZZ.ZZ9.
           02 FILLER         PIC X(30) VALUE SPACES.

       01 LIN-QTD.
           02 TEXTO-QTD      PIC X(35).
           02 QTD-TOT-LIN    PIC ZZ.ZZ9.
           02 FILLER         PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.

       EM04-37.
           PERFORM INICIO.
           PERFORM INCORPORA-EXCLOG.
           PERFORM RELATORIO.
           PERFORM FIM.
           DISPLAY "EM0437 - " QTD-CASO-TAB " CASO(S) PENDENTE(S), "
                   CT-NOVOS " NOVO(S), " CT-ESCALADOS
                   " ESCALADO(S)".
           IF CT-ESCALADOS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-HOJE.
           PERFORM CARGA-RUNCTL.
           OPEN EXTEND HISTCASO.
           IF FS-HC EQUAL "35"
               CLOSE HISTCASO
               OPEN OUTPUT HISTCASO.
           OPEN INPUT CADCASO.
           IF FS-CASO EQUAL "00"
               PERFORM LE-CASO UNTIL FIM-CASO EQUAL "SIM"
               CLOSE CADCASO
           ELSE
               DISPLAY "EM0437 - SEM CADCASO - IMPLANTANDO O CADASTRO "
                       "A PARTIR DO EXCLOG".
           IF ENC-ABERTO EQUAL 1
               CLOSE CASOENC.

      * LIMITE DE IDADE PARA ESCALAR VIA RUNCTL (PROG "EM0437",
      * PARM1 EM DIAS); SEM ELE, 7 DIAS.
       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0437"
               IF PROG-RUNCTL EQUAL "EM0437" AND
                  PARM1-RUNCTL NOT EQUAL ZEROES
                   MOVE PARM1-RUNCTL TO LIMITE-DIAS
               END-IF
               CLOSE RUNCTL
           END-IF.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

      * O CASO RESOLVIDO NA RODADA ANTERIOR DO EM0438 SAI PARA O
      * CASOENC; OS DEMAIS VAO PARA A TABELA.
       LE-CASO.
           READ CADCASO AT END
               MOVE "SIM" TO FIM-CASO.
           IF FIM-CASO NOT EQUAL "SIM"
               IF NUM-CASO EQUAL ZEROES
                   MOVE REG-CTL-CASO TO CTL-TRAB
               ELSE
                   IF CASO-RESOLVIDO
                       PERFORM ENCERRA-CASO
                   ELSE
                       MOVE REG-CASO TO CASO-TRAB
                       PERFORM GUARDA-CASO.

       ENCERRA-CASO.
           IF ENC-ABERTO EQUAL ZEROES
               MOVE 1 TO ENC-ABERTO
               OPEN EXTEND CASOENC
               IF FS-ENC EQUAL "35"
                   CLOSE CASOENC
                   OPEN OUTPUT CASOENC.
           MOVE REG-CASO TO REG-ENC.
           WRITE REG-ENC.
           ADD 1 TO CT-ENCERRADOS.

       GUARDA-CASO.
           IF QTD-CASO-TAB GREATER THAN OR EQUAL TO 5000
               DISPLAY "TAB-CASO EXCEDE LIMITE DE 5000 CASOS - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-CASO-TAB.
           MOVE CASO-TRAB TO REG-CASO-TAB(QTD-CASO-TAB).

      * SO OS DIAS FECHADOS: DEPOIS DO ULTIMO JA INCORPORADO E ANTES
      * DA DATA DE MOVIMENTO. AS ESCALACOES DO PROPRIO EM0437 NAO
      * ABREM CASO.
       INCORPORA-EXCLOG.
           MOVE ULT-DATA-TRAB TO MAIOR-DATA.
           MOVE SECULO-MOV TO SEC-EXC.
           OPEN INPUT EXCLOG.
           IF FS-EXCLOG EQUAL "00"
               PERFORM LE-EXCLOG UNTIL FIM-EXC EQUAL "SIM"
               CLOSE EXCLOG
           ELSE
               DISPLAY "EM0437 - SEM EXCLOG - NENHUMA OCORRENCIA NOVA".
           MOVE MAIOR-DATA TO ULT-DATA-TRAB.
           OPEN EXTEND EXCLOG.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.

       LE-EXCLOG.
           READ EXCLOG AT END
               MOVE "SIM" TO FIM-EXC.
           IF FIM-EXC NOT EQUAL "SIM"
               MOVE EXCLOG-DATA TO DATA-EXC-6
               IF EXCLOG-SEVERIDADE NOT EQUAL "I" AND
                  EXCLOG-PROGID NOT EQUAL "EM0437" AND
                  DATA-EXC IS GREATER THAN ULT-DATA-TRAB AND
                  DATA-EXC IS LESS THAN DATA-HOJE
                   PERFORM ANEXA-OCORRENCIA
                   IF DATA-EXC IS GREATER THAN MAIOR-DATA
                       MOVE DATA-EXC TO MAIOR-DATA.

       ANEXA-OCORRENCIA.
           MOVE ZEROES TO POS-CASO.
           MOVE 1 TO IDX-CASO.
           PERFORM TESTA-CASO
               UNTIL IDX-CASO IS GREATER THAN QTD-CASO-TAB
                  OR POS-CASO IS GREATER THAN ZEROES.
           IF POS-CASO IS GREATER THAN ZEROES
               MOVE REG-CASO-TAB(POS-CASO) TO CASO-TRAB
               ADD 1 TO QTD-TRAB
               IF DATA-EXC IS GREATER THAN ULTIMA-TRAB
                   MOVE DATA-EXC TO ULTIMA-TRAB
               END-IF
               IF DATA-EXC IS LESS THAN ABERTURA-TRAB
                   MOVE DATA-EXC TO ABERTURA-TRAB
               END-IF
               MOVE CASO-TRAB TO REG-CASO-TAB(POS-CASO)
               ADD 1 TO CT-REPETICOES
           ELSE
               PERFORM ABRE-CASO.

       TESTA-CASO.
           IF REG-CASO-TAB(IDX-CASO)(7:8) EQUAL EXCLOG-PROGID AND
              REG-CASO-TAB(IDX-CASO)(15:15) EQUAL EXCLOG-CHAVE
               MOVE IDX-CASO TO POS-CASO
           ELSE
               ADD 1 TO IDX-CASO.

       ABRE-CASO.
           MOVE SPACES TO CASO-TRAB.
           ADD 1 TO ULT-NUM-TRAB.
           MOVE ULT-NUM-TRAB TO NUM-TRAB.
           MOVE EXCLOG-PROGID TO PROGID-TRAB.
           MOVE EXCLOG-CHAVE TO CHAVE-TRAB.
           MOVE EXCLOG-SEVERIDADE TO SEVER-TRAB.
           MOVE EXCLOG-MENSAGEM TO MSG-TRAB.
           MOVE DATA-EXC TO ABERTURA-TRAB ULTIMA-TRAB.
           MOVE 1 TO QTD-TRAB.
           MOVE "A" TO SIT-TRAB.
           MOVE ZEROES TO DTRESOL-TRAB ESCAL-TRAB.
           PERFORM GUARDA-CASO.
           ADD 1 TO CT-NOVOS.
           MOVE "O" TO ACAO-HC.
           MOVE MSG-TRAB TO TEXTO-HC.
           PERFORM GRAVA-HISTORICO.

       GRAVA-HISTORICO.
           MOVE NUM-TRAB TO NUM-HC.
           MOVE DATA-HOJE TO DATA-HC.
           MOVE "EM0437" TO OPERADOR-HC.
           MOVE RESP-TRAB TO RESP-HC.
           MOVE SPACES TO RESOL-HC.
           WRITE REG-HC.

       RELATORIO.
           OPEN OUTPUT RELCASO.
           MOVE ZEROES TO TOT-FAIXAS.
           MOVE DATA-HOJE TO DATA-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           MOVE "CASOS NAO RESOLVIDOS (T = EM TRATAMENTO)"
               TO TEXTO-SECAO.
           WRITE REL-SAI FROM LIN-SECAO AFTER ADVANCING 2 LINES.
           WRITE REL-SAI FROM CAB-CASO AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-CASO.
           PERFORM TRATA-CASO QTD-CASO-TAB TIMES.
           MOVE "BACKLOG POR PROGRAMA, SEVERIDADE E IDADE"
               TO TEXTO-SECAO.
           WRITE REL-SAI FROM LIN-SECAO AFTER ADVANCING 2 LINES.
           WRITE REL-SAI FROM CAB-RES AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-RES.
           PERFORM IMP-RESUMO QTD-RES TIMES.
           MOVE "TOTAL" TO PROG-RES-LIN.
           MOVE SPACES TO SEV-RES-LIN.
           MOVE 1 TO IDX-FAIXA.
           PERFORM MOVE-FAIXA-TOT 4 TIMES.
           MOVE TOT-GERAL TO TOT-RES-LIN.
           WRITE REL-SAI FROM DET-RES AFTER ADVANCING 2 LINES.
           MOVE "CASOS NOVOS:" TO TEXTO-QTD.
           MOVE CT-NOVOS TO QTD-TOT-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 2 LINES.
           MOVE "REPETICOES ANEXADAS:" TO TEXTO-QTD.
           MOVE CT-REPETICOES TO QTD-TOT-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 1 LINE.
           MOVE "RESOLVIDOS E ENCERRADOS:" TO TEXTO-QTD.
           MOVE CT-ENCERRADOS TO QTD-TOT-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 1 LINE.
           MOVE "ESCALADOS HOJE:" TO TEXTO-QTD.
           MOVE CT-ESCALADOS TO QTD-TOT-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 1 LINE.
           MOVE "LIMITE PARA ESCALAR (DIAS):" TO TEXTO-QTD.
           MOVE LIMITE-DIAS TO QTD-TOT-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 1 LINE.
           CLOSE RELCASO.

       TRATA-CASO.
           ADD 1 TO IDX-CASO.
           MOVE REG-CASO-TAB(IDX-CASO) TO CASO-TRAB.
           MOVE ABERTURA-TRAB TO DATA-INI.
           MOVE DATA-HOJE TO DATA-FIM.
           PERFORM CONTA-DIAS.
           MOVE DIAS-CALC TO IDADE-CASO.
           MOVE SPACES TO ESC-LIN.
           IF IDADE-CASO IS GREATER THAN LIMITE-DIAS
               MOVE "VENCIDO" TO ESC-LIN
               PERFORM VERIFICA-ESCALACAO.
           PERFORM ACUMULA-RESUMO.
           MOVE NUM-TRAB TO NUM-LIN.
           MOVE PROGID-TRAB TO PROG-LIN.
           MOVE CHAVE-TRAB TO CHAVE-LIN.
           MOVE SEVER-TRAB TO SEV-LIN.
           MOVE SIT-TRAB TO SIT-LIN.
           MOVE RESP-TRAB TO RESP-LIN.
           MOVE ABERTURA-TRAB TO ABERT-LIN.
           MOVE IDADE-CASO TO IDADE-LIN.
           MOVE QTD-TRAB TO QTD-LIN.
           WRITE REL-SAI FROM DET-CASO AFTER ADVANCING 1 LINE.
           MOVE MSG-TRAB TO MSG-LIN.
           MOVE OBS-TRAB TO OBS-LIN.
           WRITE REL-SAI FROM DET-MSG AFTER ADVANCING 1 LINE.

      * PRIMEIRA ESCALACAO AO PASSAR DO LIMITE; DEPOIS, DE NOVO A CADA
      * LIMITE DE DIAS. UMA RERODADA NO MESMO DIA NAO REPETE.
       VERIFICA-ESCALACAO.
           MOVE LIMITE-DIAS TO DIAS-ESCAL.
           IF ESCAL-TRAB NOT EQUAL ZEROES
               MOVE ESCAL-TRAB TO DATA-INI
               PERFORM CONTA-DIAS
               MOVE DIAS-CALC TO DIAS-ESCAL.
           IF DIAS-ESCAL IS NOT LESS THAN LIMITE-DIAS
               PERFORM ESCALA-CASO.

       ESCALA-CASO.
           MOVE "ESCALADO" TO ESC-LIN.
           MOVE DATA-HOJE TO ESCAL-TRAB.
           MOVE CASO-TRAB TO REG-CASO-TAB(IDX-CASO).
           MOVE CHAVE-TRAB TO CHAVE-AUD.
           MOVE SEVER-TRAB TO SEVER-AUD.
           MOVE SPACES TO MSG-AUD.
           MOVE IDADE-CASO TO IDADE-ED.
           STRING "CASO " NUM-TRAB " " PROGID-TRAB " ABERTO HA "
                  IDADE-ED " DIAS"
               DELIMITED BY SIZE INTO MSG-AUD.
           PERFORM GRAVA-EXCLOG.
           MOVE "E" TO ACAO-HC.
           MOVE MSG-AUD TO TEXTO-HC.
           PERFORM GRAVA-HISTORICO.
           ADD 1 TO CT-ESCALADOS.

      * DIAS ENTRE DATA-INI E DATA-FIM NA BASE 30/360 (COMO NO
      * EM0428).
       CONTA-DIAS.
           COMPUTE DIAS-CALC = (ANO-FIM - ANO-INI) * 360
                             + (MES-FIM - MES-INI) * 30
                             + (DIA-FIM - DIA-INI).
           IF DIAS-CALC IS LESS THAN ZEROES
               MOVE ZEROES TO DIAS-CALC.

       ACUMULA-RESUMO.
           IF IDADE-CASO IS LESS THAN 3
               MOVE 1 TO IDX-FAIXA
           ELSE
               IF IDADE-CASO IS LESS THAN 8
                   MOVE 2 TO IDX-FAIXA
               ELSE
                   IF IDADE-CASO IS LESS THAN 31
                       MOVE 3 TO IDX-FAIXA
                   ELSE
                       MOVE 4 TO IDX-FAIXA.
           MOVE ZEROES TO POS-RES.
           MOVE 1 TO IDX-RES.
           PERFORM TESTA-RESUMO
               UNTIL IDX-RES IS GREATER THAN QTD-RES
                  OR POS-RES IS GREATER THAN ZEROES.
           IF POS-RES EQUAL ZEROES
               IF QTD-RES GREATER THAN OR EQUAL TO 200
                   DISPLAY "TAB-RES EXCEDE LIMITE DE 200 PROGRAMAS/"
                           "SEVERIDADES - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-RES
               MOVE QTD-RES TO POS-RES
               MOVE PROGID-TRAB TO PROG-RES(POS-RES)
               MOVE SEVER-TRAB TO SEV-RES(POS-RES)
               MOVE ZEROES TO FAIXA-RES(POS-RES, 1)
                              FAIXA-RES(POS-RES, 2)
                              FAIXA-RES(POS-RES, 3)
                              FAIXA-RES(POS-RES, 4)
                              TOT-RES(POS-RES).
           ADD 1 TO FAIXA-RES(POS-RES, IDX-FAIXA) TOT-RES(POS-RES)
                    FAIXA-TOT(IDX-FAIXA) TOT-GERAL.

       TESTA-RESUMO.
           IF PROG-RES(IDX-RES) EQUAL PROGID-TRAB AND
              SEV-RES(IDX-RES) EQUAL SEVER-TRAB
               MOVE IDX-RES TO POS-RES
           ELSE
               ADD 1 TO IDX-RES.

       IMP-RESUMO.
           ADD 1 TO IDX-RES.
           MOVE PROG-RES(IDX-RES) TO PROG-RES-LIN.
           MOVE SEV-RES(IDX-RES) TO SEV-RES-LIN.
           MOVE 1 TO IDX-FAIXA.
           PERFORM MOVE-FAIXA-RES 4 TIMES.
           MOVE TOT-RES(IDX-RES) TO TOT-RES-LIN.
           WRITE REL-SAI FROM DET-RES AFTER ADVANCING 1 LINE.

       MOVE-FAIXA-RES.
           MOVE FAIXA-RES(IDX-RES, IDX-FAIXA)
               TO FAIXA-RES-LIN(IDX-FAIXA).
           ADD 1 TO IDX-FAIXA.

       MOVE-FAIXA-TOT.
           MOVE FAIXA-TOT(IDX-FAIXA) TO FAIXA-RES-LIN(IDX-FAIXA).
           ADD 1 TO IDX-FAIXA.

       FIM.
           OPEN OUTPUT CADCASO.
           MOVE CTL-TRAB TO REG-CTL-CASO.
           WRITE REG-CTL-CASO.
           MOVE ZEROES TO IDX-CASO.
           PERFORM REGRAVA-CASO QTD-CASO-TAB TIMES.
           CLOSE CADCASO
                 HISTCASO
                 EXCLOG.

       REGRAVA-CASO.
           ADD 1 TO IDX-CASO.
           MOVE REG-CASO-TAB(IDX-CASO) TO REG-CASO.
           WRITE REG-CASO.

       COPY LEDATAMOV.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID== BY =="EM0437"==
                     ==CPY-CHAVE==  BY ==CHAVE-AUD==
                     ==CPY-SEVER==  BY ==SEVER-AUD==
                     ==CPY-MSG==    BY ==MSG-AUD==.
