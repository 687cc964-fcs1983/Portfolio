       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0438.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       TRATAMENTO DOS CASOS DE EXCECAO ABERTOS PELO
      *               EM0437 (CADCASO.DAT - VER CADCASO.CPY). AS
      *               TRANSACOES DO DIA CHEGAM EM MOVCASO.DAT:
      *                 OPER-MC      "A" ATRIBUIR, "C" COMENTAR,
      *                              "R" RESOLVER;
      *                 NUM-MC       NUMERO DO CASO;
      *                 OPERADOR-MC  QUEM DIGITOU A TRANSACAO;
      *                 RESP-MC      NOVO RESPONSAVEL (ATRIBUICAO);
      *                 RESOL-MC     CODIGO DE RESOLUCAO (RESOLUCAO);
      *                 TEXTO-MC     COMENTARIO (OBRIGATORIO NO "C").
      *               A ATRIBUICAO POE O CASO EM TRATAMENTO ("T"); A
      *               RESOLUCAO O MARCA "R" COM O CODIGO E A DATA DE
      *               MOVIMENTO, E O EM0437 O TIRA DO CADCASO NA
      *               RODADA SEGUINTE. CASO INEXISTENTE OU JA
      *               RESOLVIDO, OPERACAO OU CODIGO DE RESOLUCAO
      *               INVALIDO E OPERADOR OU RESPONSAVEL QUE NAO ESTEJA
      *               ATIVO NO CADOPER (QUANDO HA CADOPER) SAO
      *               REJEITADOS. CADA TRANSACAO ACEITA VAI PARA O
      *               HISTCASO.DAT. RELATORIO RELMCASO COM CADA
      *               TRANSACAO E O RESULTADO. RETURN-CODE 4 QUANDO HA
      *               REJEICAO; 16 QUANDO A TABELA ESTOURA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVCASO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MC.

           SELECT CADCASO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CASO.

           SELECT HISTCASO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HC.

           SELECT CADOPER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OPER.

           SELECT RELMCASO ASSIGN TO DISK.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       FD MOVCASO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVCASO.DAT".

       01 REG-MC.
           02 OPER-MC        PIC X(01).
           02 NUM-MC         PIC 9(06).
           02 OPERADOR-MC    PIC X(08).
           02 RESP-MC        PIC X(08).
           02 RESOL-MC       PIC X(02).
           02 TEXTO-MC       PIC X(40).

       COPY CADCASO.

       COPY HISTCASO.

       COPY CADOPER.

       FD RELMCASO
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FS-MC              PIC X(02) VALUE SPACES.
       77 FS-CASO            PIC X(02) VALUE SPACES.
       77 FS-HC              PIC X(02) VALUE SPACES.
       77 FS-OPER            PIC X(02) VALUE SPACES.
       77 FIM-MC             PIC X(03) VALUE "NAO".
       77 FIM-CASO           PIC X(03) VALUE "NAO".
       77 FIM-OPER           PIC X(03) VALUE "NAO".
       77 TEM-CADCASO        PIC 9     VALUE ZEROES.
       77 TEM-CADOPER        PIC 9     VALUE ZEROES.
       77 DATA-HOJE          PIC 9(08) VALUE ZEROES.
       77 QTD-CASO-TAB       PIC 9(04) VALUE ZEROES.
       77 IDX-CASO           PIC 9(04) VALUE ZEROES.
       77 POS-CASO           PIC 9(04) VALUE ZEROES.
       77 QTD-OPER           PIC 9(03) VALUE ZEROES.
       77 IDX-OPER           PIC 9(03) VALUE ZEROES.
       77 ACHOU-OPER         PIC 9     VALUE ZEROES.
       77 ID-PROCURA         PIC X(08) VALUE SPACES.
       77 CT-LIDAS           PIC 9(05) VALUE ZEROES.
       77 CT-ACEITAS         PIC 9(05) VALUE ZEROES.
       77 CT-REJEITADAS      PIC 9(05) VALUE ZEROES.
       77 MOTIVO-REJ         PIC X(30) VALUE SPACES.
      * OS MESMOS CODIGOS DE RESOLUCAO DE CADCASO.CPY.
       77 RESOL-TESTE        PIC X(02) VALUE SPACES.
           88 RESOLUCAO-OK   VALUE "CD" "CP" "RP" "AS" "DP".

       01 CTL-TRAB           PIC X(158) VALUE SPACES.

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

       01 TAB-CASO.
           02 REG-CASO-TAB   PIC X(158) OCCURS 5000 TIMES.

      * OPERADORES ATIVOS DO CADOPER.
       01 TAB-OPER.
           02 ID-OPER-TAB    PIC X(08) OCCURS 200 TIMES.

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
               "TRATAMENTO DE CASOS DE EXCECAO - DIA    ".
           02 DATA-TIT       PIC 9(08).
           02 FILLER         PIC X(32) VALUE SPACES.

       01 CAB-DETALHE.
           02 FILLER         PIC X(40) VALUE
               "O CASO   OPERADOR RESPONS. RS RESULTADO ".
           02 FILLER         PIC X(40) VALUE SPACES.

       01 DETALHE.
           02 OPER-LIN       PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NUM-LIN        PIC 9(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 OPERADOR-LIN   PIC X(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RESP-LIN       PIC X(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RESOL-LIN      PIC X(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RESULT-LIN     PIC X(40).
           02 FILLER         PIC X(10) VALUE SPACES.

       01 LIN-QTD.
           02 TEXTO-QTD      PIC X(35).
           02 QTD-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.

       EM04-38.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-MC EQUAL "SIM".
           PERFORM FIM.
           DISPLAY "EM0438 - " CT-LIDAS " TRANSACAO(OES), "
                   CT-ACEITAS " ACEITA(S), " CT-REJEITADAS
                   " REJEITADA(S)".
           IF CT-REJEITADAS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-HOJE.
           OPEN INPUT MOVCASO.
           IF FS-MC NOT EQUAL "00"
               DISPLAY "EM0438 - SEM MOVCASO - NADA A APLICAR"
               MOVE ZEROES TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CADCASO.
           IF FS-CASO EQUAL "00"
               MOVE 1 TO TEM-CADCASO
               PERFORM LE-CASO UNTIL FIM-CASO EQUAL "SIM"
               CLOSE CADCASO
           ELSE
               DISPLAY "EM0438 - SEM CADCASO - TODAS AS TRANSACOES "
                       "SERAO REJEITADAS".
           OPEN INPUT CADOPER.
           IF FS-OPER EQUAL "00"
               MOVE 1 TO TEM-CADOPER
               PERFORM LE-OPER UNTIL FIM-OPER EQUAL "SIM"
               CLOSE CADOPER.
           OPEN EXTEND HISTCASO.
           IF FS-HC EQUAL "35"
               CLOSE HISTCASO
               OPEN OUTPUT HISTCASO.
           OPEN OUTPUT RELMCASO.
           MOVE DATA-HOJE TO DATA-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM CAB-DETALHE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           PERFORM LE-MOV.

       LE-CASO.
           READ CADCASO AT END
               MOVE "SIM" TO FIM-CASO.
           IF FIM-CASO NOT EQUAL "SIM"
               IF NUM-CASO EQUAL ZEROES
                   MOVE REG-CASO TO CTL-TRAB
               ELSE
                   PERFORM GUARDA-CASO.

       GUARDA-CASO.
           IF QTD-CASO-TAB GREATER THAN OR EQUAL TO 5000
               DISPLAY "TAB-CASO EXCEDE LIMITE DE 5000 CASOS - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-CASO-TAB.
           MOVE REG-CASO TO REG-CASO-TAB(QTD-CASO-TAB).

       LE-OPER.
           READ CADOPER AT END
               MOVE "SIM" TO FIM-OPER.
           IF FIM-OPER NOT EQUAL "SIM"
               IF SITU-OPER EQUAL "A"
                   IF QTD-OPER GREATER THAN OR EQUAL TO 200
                       DISPLAY "TAB-OPER EXCEDE LIMITE DE 200 "
                               "OPERADORES - ENCERRANDO"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-OPER
                   MOVE ID-OPER TO ID-OPER-TAB(QTD-OPER).

       LE-MOV.
           READ MOVCASO AT END MOVE "SIM" TO FIM-MC.
           IF FIM-MC NOT EQUAL "SIM"
               ADD 1 TO CT-LIDAS.

       PRINCIPAL.
           PERFORM VALIDA-TRANSACAO.
           IF MOTIVO-REJ EQUAL SPACES
               PERFORM APLICA-TRANSACAO
               ADD 1 TO CT-ACEITAS
               MOVE "ACEITA" TO RESULT-LIN
           ELSE
               ADD 1 TO CT-REJEITADAS
               MOVE SPACES TO RESULT-LIN
               STRING "REJEITADA - " MOTIVO-REJ
                   DELIMITED BY SIZE INTO RESULT-LIN.
           MOVE OPER-MC TO OPER-LIN.
           MOVE NUM-MC TO NUM-LIN.
           MOVE OPERADOR-MC TO OPERADOR-LIN.
           MOVE RESP-MC TO RESP-LIN.
           MOVE RESOL-MC TO RESOL-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.
           PERFORM LE-MOV.

      * CADA TESTE SO CORRE SE OS ANTERIORES PASSARAM, PARA QUE O
      * MOTIVO SEJA O PRIMEIRO ERRO ENCONTRADO.
       VALIDA-TRANSACAO.
           MOVE SPACES TO MOTIVO-REJ.
           MOVE ZEROES TO POS-CASO.
           IF OPER-MC NOT EQUAL "A" AND OPER-MC NOT EQUAL "C" AND
              OPER-MC NOT EQUAL "R"
               MOVE "OPERACAO INVALIDA (A/C/R)" TO MOTIVO-REJ.
           IF MOTIVO-REJ EQUAL SPACES AND OPERADOR-MC EQUAL SPACES
               MOVE "OPERADOR NAO INFORMADO" TO MOTIVO-REJ.
           IF MOTIVO-REJ EQUAL SPACES
               MOVE OPERADOR-MC TO ID-PROCURA
               PERFORM PROCURA-OPERADOR
               IF ACHOU-OPER EQUAL ZEROES
                   MOVE "OPERADOR NAO ATIVO NO CADOPER" TO MOTIVO-REJ.
           IF MOTIVO-REJ EQUAL SPACES AND NUM-MC NOT NUMERIC
               MOVE "NUMERO DO CASO INVALIDO" TO MOTIVO-REJ.
           IF MOTIVO-REJ EQUAL SPACES
               MOVE 1 TO IDX-CASO
               PERFORM TESTA-CASO
                   UNTIL IDX-CASO IS GREATER THAN QTD-CASO-TAB
                      OR POS-CASO IS GREATER THAN ZEROES
               IF POS-CASO EQUAL ZEROES
                   MOVE "CASO NAO ENCONTRADO" TO MOTIVO-REJ
               ELSE
                   MOVE REG-CASO-TAB(POS-CASO) TO CASO-TRAB
                   IF SIT-TRAB EQUAL "R"
                       MOVE "CASO JA RESOLVIDO" TO MOTIVO-REJ.
           IF MOTIVO-REJ EQUAL SPACES AND OPER-MC EQUAL "A"
               IF RESP-MC EQUAL SPACES
                   MOVE "RESPONSAVEL NAO INFORMADO" TO MOTIVO-REJ
               ELSE
                   MOVE RESP-MC TO ID-PROCURA
                   PERFORM PROCURA-OPERADOR
                   IF ACHOU-OPER EQUAL ZEROES
                       MOVE "RESPONSAVEL NAO ATIVO NO CADOPER"
                           TO MOTIVO-REJ.
           IF MOTIVO-REJ EQUAL SPACES AND OPER-MC EQUAL "C" AND
              TEXTO-MC EQUAL SPACES
               MOVE "COMENTARIO EM BRANCO" TO MOTIVO-REJ.
           IF MOTIVO-REJ EQUAL SPACES AND OPER-MC EQUAL "R"
               MOVE RESOL-MC TO RESOL-TESTE
               IF NOT RESOLUCAO-OK
                   MOVE "CODIGO DE RESOLUCAO INVALIDO" TO MOTIVO-REJ.

       TESTA-CASO.
           IF REG-CASO-TAB(IDX-CASO)(1:6) EQUAL NUM-MC
               MOVE IDX-CASO TO POS-CASO
           ELSE
               ADD 1 TO IDX-CASO.

      * SEM CADOPER, QUALQUER IDENTIFICACAO E ACEITA.
       PROCURA-OPERADOR.
           MOVE ZEROES TO ACHOU-OPER.
           IF TEM-CADOPER EQUAL ZEROES
               MOVE 1 TO ACHOU-OPER
           ELSE
               MOVE 1 TO IDX-OPER
               PERFORM TESTA-OPERADOR
                   UNTIL IDX-OPER IS GREATER THAN QTD-OPER
                      OR ACHOU-OPER EQUAL 1.

       TESTA-OPERADOR.
           IF ID-OPER-TAB(IDX-OPER) EQUAL ID-PROCURA
               MOVE 1 TO ACHOU-OPER
           ELSE
               ADD 1 TO IDX-OPER.

      * A RESOLUCAO SEM RESPONSAVEL FICA COM QUEM A DIGITOU.
       APLICA-TRANSACAO.
           MOVE SPACES TO RESP-HC RESOL-HC.
           EVALUATE OPER-MC
               WHEN "A"
                   MOVE RESP-MC TO RESP-TRAB
                   MOVE "T" TO SIT-TRAB
                   MOVE RESP-MC TO RESP-HC
               WHEN "C"
                   MOVE TEXTO-MC TO OBS-TRAB
               WHEN "R"
                   IF RESP-TRAB EQUAL SPACES
                       MOVE OPERADOR-MC TO RESP-TRAB
                   END-IF
                   MOVE "R" TO SIT-TRAB
                   MOVE RESOL-MC TO RESOL-TRAB RESOL-HC
                   MOVE DATA-HOJE TO DTRESOL-TRAB
                   MOVE RESP-TRAB TO RESP-HC
                   IF TEXTO-MC NOT EQUAL SPACES
                       MOVE TEXTO-MC TO OBS-TRAB
                   END-IF
           END-EVALUATE.
           MOVE CASO-TRAB TO REG-CASO-TAB(POS-CASO).
           MOVE NUM-TRAB TO NUM-HC.
           MOVE DATA-HOJE TO DATA-HC.
           MOVE OPER-MC TO ACAO-HC.
           MOVE OPERADOR-MC TO OPERADOR-HC.
           MOVE TEXTO-MC TO TEXTO-HC.
           WRITE REG-HC.

       FIM.
           CLOSE MOVCASO
                 HISTCASO.
           IF TEM-CADCASO EQUAL 1
               OPEN OUTPUT CADCASO
               IF CTL-TRAB NOT EQUAL SPACES
                   MOVE CTL-TRAB TO REG-CASO
                   WRITE REG-CASO
               END-IF
               MOVE ZEROES TO IDX-CASO
               PERFORM REGRAVA-CASO QTD-CASO-TAB TIMES
               CLOSE CADCASO.
           MOVE "TRANSACOES LIDAS:" TO TEXTO-QTD.
           MOVE CT-LIDAS TO QTD-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 2 LINES.
           MOVE "ACEITAS:" TO TEXTO-QTD.
           MOVE CT-ACEITAS TO QTD-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 1 LINE.
           MOVE "REJEITADAS:" TO TEXTO-QTD.
           MOVE CT-REJEITADAS TO QTD-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 1 LINE.
           CLOSE RELMCASO.

       REGRAVA-CASO.
           ADD 1 TO IDX-CASO.
           MOVE REG-CASO-TAB(IDX-CASO) TO REG-CASO.
           WRITE REG-CASO.

       COPY LEDATAMOV.
