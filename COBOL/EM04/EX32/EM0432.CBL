       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0432.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       MANUTENCAO DO CATALOGO FORNECEDOR X ITEM
      *               (CADCATF.DAT, COPY CADCATF). O CADMERC AMARRA
      *               CADA ITEM A UM SO FORNECEDOR (FORN-CAD); O
      *               CATALOGO GUARDA AS OFERTAS DE TODOS OS
      *               FORNECEDORES HOMOLOGADOS - PRECO, LOTE MINIMO,
      *               PRAZO E VALIDADE - PARA O EM0411 ESCOLHER O
      *               FORNECEDOR DE CADA PEDIDO. O MOVIMENTO E O
      *               MOVCATF.DAT:
      *                 OPER-MCF     X(01)  I=INCLUI A OFERTA
      *                                     A=ALTERA A OFERTA
      *                                     E=EXCLUI A OFERTA
      *                 FORN-MCF     9(04)  FORNECEDOR
      *                 COD-MCF      9(03)  ITEM
      *                 PRECO-MCF    9(04)V99    PRECO DE COMPRA
      *                 LOTEMIN-MCF  9(04)  LOTE MINIMO (0 = NENHUM)
      *                 PRAZO-MCF    9(03)  PRAZO DE ENTREGA (DIAS)
      *                 VALID-MCF    DD/MM/AAAA  FIM DA VALIDADE
      *                 DOC-MCF      9(06)  DOCUMENTO DE ORIGEM
      *               CRITICA CADA TRANSACAO (OPERACAO, FORNECEDOR NO
      *               CADFORN E ITEM NO CADMERC QUANDO OS CADASTROS
      *               EXISTEM, VALIDADE REAL VIA DATEVALID E NAO
      *               ANTERIOR A DATA DE MOVIMENTO, PRECO ZERADO,
      *               INCLUSAO DE OFERTA JA CATALOGADA, ALTERACAO OU
      *               EXCLUSAO DE OFERTA FORA DO CATALOGO), APLICA AS
      *               VALIDAS NA TABELA, QUE E REGRAVADA EM ORDEM DE
      *               ITEM + FORNECEDOR, E LISTA TODAS EM RELMCAT COM
      *               O MOTIVO DA REJEICAO. CADA TRANSACAO APLICADA
      *               VAI PARA O LOG COMUM EXCLOG.DAT (SEVERIDADE
      *               "I"). NA REGRAVACAO, A OFERTA DE VALIDADE
      *               VENCIDA SAI DO CATALOGO. RETURN-CODE 4 QUANDO
      *               HOUVE REJEICAO, 16 QUANDO MOVCATF NAO PODE SER
      *               LIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVCATF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOV.

           SELECT CADCATF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTF.

           SELECT CADMERC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAD.

           SELECT CADFORN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FORN.

           SELECT RELMCAT ASSIGN TO DISK.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       FD MOVCATF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVCATF.DAT".

       01 REG-MOV.
           02 OPER-MCF       PIC X(01).
           02 FORN-MCF       PIC 9(04).
           02 COD-MCF        PIC 9(03).
           02 PRECO-MCF      PIC 9(04)V99.
           02 LOTEMIN-MCF    PIC 9(04).
           02 PRAZO-MCF      PIC 9(03).
           02 VALID-MCF.
               03 DD-VAL        PIC 9(02).
               03 MM-VAL        PIC 9(02).
               03 AA-VAL        PIC 9(04).
           02 DOC-MCF        PIC 9(06).

       COPY CADCATF.

       FD CADMERC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMERC.DAT".

       01 REG-CAD.
           02 COD-CAD        PIC 9(03).
           02 DEP-CAD        PIC 9(02).
           02 DESC-CAD       PIC X(30).
           02 MIN-CAD        PIC 9(03).
           02 QTDE-CAD       PIC 9(03).
           02 PRECO-CAD      PIC 9(04)V99.
           02 FORN-CAD       PIC 9(04).
           02 PRAZO-CAD      PIC 9(03).

       FD CADFORN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFORN.DAT".

       01 REG-FORN.
           02 COD-FORN       PIC 9(04).
           02 RAZAO-FORN     PIC X(25).
           02 CNPJ-FORN      PIC 9(14).
           02 CONTATO-FORN   PIC X(12).
           02 CONDPAG-FORN   PIC X(05).

       FD RELMCAT
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY EXCLOG.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-MOV            PIC X(03) VALUE "NAO".
       77 FIM-CTF            PIC X(03) VALUE "NAO".
       77 FIM-CAD            PIC X(03) VALUE "NAO".
       77 FIM-FORN           PIC X(03) VALUE "NAO".
       77 FS-MOV             PIC X(02) VALUE SPACES.
       77 FS-CTF             PIC X(02) VALUE SPACES.
       77 FS-CAD             PIC X(02) VALUE SPACES.
       77 FS-FORN            PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 QTD-CTF            PIC 9(04) VALUE ZEROES.
       77 IDX-CTF            PIC 9(04) VALUE ZEROES.
       77 POS-CTF            PIC 9(04) VALUE ZEROES.
       77 POS-INSERE         PIC 9(04) VALUE ZEROES.
       77 IDX-DESL           PIC 9(04) VALUE ZEROES.
       77 QTD-MERC           PIC 9(03) VALUE ZEROES.
       77 IDX-MERC           PIC 9(03) VALUE ZEROES.
       77 POS-MERC           PIC 9(03) VALUE ZEROES.
       77 QTD-FORN           PIC 9(03) VALUE ZEROES.
       77 IDX-FORN           PIC 9(03) VALUE ZEROES.
       77 POS-FORN           PIC 9(03) VALUE ZEROES.
       77 TEM-CADMERC        PIC 9     VALUE ZEROES.
       77 TEM-CADFORN        PIC 9     VALUE ZEROES.
       77 DATA-VAL           PIC 9     VALUE ZEROES.
       77 TRANS-VAL          PIC 9     VALUE ZEROES.
       77 CT-APLICADAS       PIC 9(05) VALUE ZEROES.
       77 CT-REJEITADAS      PIC 9(05) VALUE ZEROES.
       77 CT-VENCIDAS        PIC 9(05) VALUE ZEROES.
       77 PRECO-ANTERIOR     PIC 9(04)V99 VALUE ZEROES.
       77 MOTIVO-REJ         PIC X(30) VALUE SPACES.
       77 CHAVE-AUD          PIC X(15) VALUE SPACES.
       77 MSG-AUD            PIC X(40) VALUE SPACES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

       01 DATA-REF-ZERO      PIC 9(08) VALUE ZEROES.

      * A VALIDADE DO MOVIMENTO (DD/MM/AAAA) VIRADA EM AAAAMMDD.
       01 VAL-CONV.
           02 AA-VAL-CONV    PIC 9(04).
           02 MM-VAL-CONV    PIC 9(02).
           02 DD-VAL-CONV    PIC 9(02).
       01 VAL-CONV-9 REDEFINES VAL-CONV PIC 9(08).

      * CHAVE DA TRANSACAO NO FORMATO DA CHAVE DA TABELA, PARA A
      * INSERCAO EM ORDEM.
       01 CHAVE-NOVA.
           02 COD-NOVA       PIC 9(03).
           02 FORN-NOVA      PIC 9(04).

       COPY WSDATAMOV.

       01 TAB-CTF.
           02 ENT-CTF OCCURS 1000 TIMES.
               03 CHAVE-CTF-TAB.
                   04 COD-CTF-TAB     PIC 9(03).
                   04 FORN-CTF-TAB    PIC 9(04).
               03 PRECO-CTF-TAB   PIC 9(04)V99.
               03 LOTEMIN-CTF-TAB PIC 9(04).
               03 PRAZO-CTF-TAB   PIC 9(03).
               03 VALID-CTF-TAB   PIC 9(08).

       01 TAB-MERC.
           02 COD-MERC-TAB   PIC 9(03) OCCURS 500 TIMES.

       01 TAB-FORN.
           02 COD-FORN-TAB   PIC 9(04) OCCURS 100 TIMES.

       01 MSG-OFERTA.
           02 FILLER         PIC X(03) VALUE "DE ".
           02 ANT-MSG        PIC ZZZ9,99.
           02 FILLER         PIC X(04) VALUE " P/ ".
           02 NOVO-MSG       PIC ZZZ9,99.
           02 FILLER         PIC X(05) VALUE " VAL ".
           02 VAL-MSG        PIC 9(08).
           02 FILLER         PIC X(06) VALUE SPACES.

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
                  "MANUTENCAO DO CATALOGO FORNECEDOR X ITEM".
           02 FILLER         PIC X(40) VALUE SPACES.

       01 LIN-CAB.
           02 FILLER         PIC X(40) VALUE
                  "OP FORN ITEM   PRECO LOTE PRZ VALIDADE  ".
           02 FILLER         PIC X(40) VALUE
                  " DOC   RESULTADO MOTIVO                 ".

       01 LIN-TRANS.
           02 OPER-LIN       PIC X(01).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FORN-LIN       PIC 9(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 COD-LIN        PIC 9(03).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PRECO-LIN      PIC Z.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 LOTEMIN-LIN    PIC ZZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PRAZO-LIN      PIC ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DD-VAL-LIN     PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-VAL-LIN     PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AA-VAL-LIN     PIC 9(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DOC-LIN        PIC 9(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RESULT-LIN     PIC X(09).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MOTIVO-LIN     PIC X(23).

       01 LIN-TOTAL.
           02 FILLER         PIC X(21) VALUE "TRANSACOES APLICADAS:".
           02 APLIC-LIN      PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  REJEITADAS: ".
           02 REJ-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(24) VALUE
                  "  OFERTAS NO CATALOGO: ".
           02 QTD-LIN        PIC Z.ZZ9.
           02 FILLER         PIC X(04) VALUE SPACES.

       01 LIN-VENCIDAS.
           02 FILLER         PIC X(40) VALUE
                  "OFERTAS VENCIDAS RETIRADAS DO CATALOGO: ".
           02 VENC-LIN       PIC ZZ.ZZ9.
           02 FILLER         PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.

       EM04-32.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-MOV EQUAL "SIM".
           PERFORM FIM.
           IF CT-REJEITADAS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           OPEN INPUT MOVCATF.
           IF FS-MOV NOT EQUAL "00"
               DISPLAY "MOVCATF NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-MOV
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM CARGA-CADMERC.
           PERFORM CARGA-CADFORN.
           PERFORM CARGA-CADCATF.
           OPEN OUTPUT RELMCAT
                EXTEND EXCLOG.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM LIN-CAB AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           PERFORM LE-MOV.
           IF FIM-MOV EQUAL "SIM"
               DISPLAY "MOVCATF SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      * ITENS DO CADASTRO DE MERCADORIAS; SEM O CADMERC O ITEM NAO E
      * CONFERIDO (E O OPERADOR E AVISADO).
       CARGA-CADMERC.
           OPEN INPUT CADMERC.
           IF FS-CAD EQUAL "00"
               MOVE 1 TO TEM-CADMERC
               PERFORM LE-CAD UNTIL FIM-CAD EQUAL "SIM"
               CLOSE CADMERC
           ELSE
               DISPLAY "EM0432 - SEM CADMERC - ITEM NAO CONFERIDO".

       LE-CAD.
           READ CADMERC AT END
               MOVE "SIM" TO FIM-CAD.
           IF FIM-CAD NOT EQUAL "SIM"
               IF QTD-MERC GREATER THAN OR EQUAL TO 500
                   DISPLAY "TAB-MERC EXCEDE LIMITE DE 500 "
                           "ITENS/DEPOSITOS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-MERC
                   MOVE COD-CAD TO COD-MERC-TAB(QTD-MERC).

      * FORNECEDORES CADASTRADOS; SEM O CADFORN O FORNECEDOR NAO E
      * CONFERIDO.
       CARGA-CADFORN.
           OPEN INPUT CADFORN.
           IF FS-FORN EQUAL "00"
               MOVE 1 TO TEM-CADFORN
               PERFORM LE-FORN UNTIL FIM-FORN EQUAL "SIM"
               CLOSE CADFORN
           ELSE
               DISPLAY "EM0432 - SEM CADFORN - FORNECEDOR NAO "
                       "CONFERIDO".

       LE-FORN.
           READ CADFORN AT END
               MOVE "SIM" TO FIM-FORN.
           IF FIM-FORN NOT EQUAL "SIM"
               IF QTD-FORN GREATER THAN OR EQUAL TO 100
                   DISPLAY "CADFORN EXCEDE 100 FORNECEDORES - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-FORN
                   MOVE COD-FORN TO COD-FORN-TAB(QTD-FORN).

      * CATALOGO ATUAL, JA EM ORDEM DE CHAVE; SEM O ARQUIVO (PRIMEIRA
      * RODADA) COMECA VAZIO.
       CARGA-CADCATF.
           OPEN INPUT CADCATF.
           IF FS-CTF EQUAL "00"
               PERFORM LE-CTF UNTIL FIM-CTF EQUAL "SIM"
               CLOSE CADCATF.

       LE-CTF.
           READ CADCATF AT END
               MOVE "SIM" TO FIM-CTF.
           IF FIM-CTF NOT EQUAL "SIM"
               IF QTD-CTF GREATER THAN OR EQUAL TO 1000
                   DISPLAY "CADCATF EXCEDE LIMITE DE 1000 "
                           "OFERTAS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-CTF
                   MOVE COD-CTF TO COD-CTF-TAB(QTD-CTF)
                   MOVE FORN-CTF TO FORN-CTF-TAB(QTD-CTF)
                   MOVE PRECO-CTF TO PRECO-CTF-TAB(QTD-CTF)
                   MOVE LOTEMIN-CTF TO LOTEMIN-CTF-TAB(QTD-CTF)
                   MOVE PRAZO-CTF TO PRAZO-CTF-TAB(QTD-CTF)
                   MOVE VALID-CTF TO VALID-CTF-TAB(QTD-CTF).

       LE-MOV.
           READ MOVCATF AT END MOVE "SIM" TO FIM-MOV.

       PRINCIPAL.
           PERFORM VALIDA-TRANSACAO.
           IF TRANS-VAL EQUAL 1
               EVALUATE OPER-MCF
                   WHEN "I" PERFORM APLICA-INCLUSAO
                   WHEN "A" PERFORM APLICA-ALTERACAO
                   WHEN "E" PERFORM APLICA-EXCLUSAO
               END-EVALUATE
               PERFORM CONFIRMA-TRANSACAO
           ELSE
               PERFORM REJEITA-TRANSACAO.
           PERFORM LE-MOV.

      * CRITICA EM CASCATA: A PRIMEIRA FALHA DA O MOTIVO.
       VALIDA-TRANSACAO.
           MOVE 1 TO TRANS-VAL.
           MOVE SPACES TO MOTIVO-REJ.
           MOVE ZEROES TO VAL-CONV-9.
           IF OPER-MCF NOT EQUAL "I" AND OPER-MCF NOT EQUAL "A" AND
              OPER-MCF NOT EQUAL "E"
               MOVE 0 TO TRANS-VAL
               MOVE "OPERACAO INVALIDA" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1
               IF FORN-MCF IS NOT NUMERIC OR COD-MCF IS NOT NUMERIC OR
                  PRECO-MCF IS NOT NUMERIC OR
                  LOTEMIN-MCF IS NOT NUMERIC OR
                  PRAZO-MCF IS NOT NUMERIC OR DOC-MCF IS NOT NUMERIC
                   MOVE 0 TO TRANS-VAL
                   MOVE "DADOS INVALIDOS" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1 AND TEM-CADFORN EQUAL 1
               PERFORM PROCURA-FORN
               IF POS-FORN EQUAL ZEROES
                   MOVE 0 TO TRANS-VAL
                   MOVE "FORNECEDOR SEM CADFORN" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1 AND TEM-CADMERC EQUAL 1
               PERFORM PROCURA-MERC
               IF POS-MERC EQUAL ZEROES
                   MOVE 0 TO TRANS-VAL
                   MOVE "ITEM SEM CADMERC" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1
               PERFORM PROCURA-OFERTA
               IF OPER-MCF EQUAL "I"
                   IF POS-CTF IS GREATER THAN ZEROES
                       MOVE 0 TO TRANS-VAL
                       MOVE "JA CATALOGADA - USE A" TO MOTIVO-REJ
                   END-IF
               ELSE
                   IF POS-CTF EQUAL ZEROES
                       MOVE 0 TO TRANS-VAL
                       MOVE "OFERTA NAO CATALOGADA" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1 AND OPER-MCF NOT EQUAL "E"
               PERFORM VALIDA-OFERTA.

      * VALIDADE REAL E NAO ANTERIOR A DATA DE MOVIMENTO (OFERTA JA
      * VENCIDA NAO ENTRA); PRECO OBRIGATORIO.
       VALIDA-OFERTA.
           CALL "DATEVALID" USING VALID-MCF DATA-REF-ZERO DATA-VAL.
           IF DATA-VAL NOT EQUAL 1
               MOVE 0 TO TRANS-VAL
               MOVE "VALIDADE INVALIDA" TO MOTIVO-REJ
           ELSE
               MOVE AA-VAL TO AA-VAL-CONV
               MOVE MM-VAL TO MM-VAL-CONV
               MOVE DD-VAL TO DD-VAL-CONV
               IF VAL-CONV-9 IS LESS THAN DATA-RODADA
                   MOVE 0 TO TRANS-VAL
                   MOVE "OFERTA JA VENCIDA" TO MOTIVO-REJ
               ELSE
                   IF PRECO-MCF EQUAL ZEROES
                       MOVE 0 TO TRANS-VAL
                       MOVE "PRECO ZERADO" TO MOTIVO-REJ.

       PROCURA-FORN.
           MOVE ZEROES TO POS-FORN IDX-FORN.
           PERFORM TESTA-FORN QTD-FORN TIMES.

       TESTA-FORN.
           ADD 1 TO IDX-FORN.
           IF COD-FORN-TAB(IDX-FORN) EQUAL FORN-MCF
               MOVE IDX-FORN TO POS-FORN.

       PROCURA-MERC.
           MOVE ZEROES TO POS-MERC IDX-MERC.
           PERFORM TESTA-MERC QTD-MERC TIMES.

       TESTA-MERC.
           ADD 1 TO IDX-MERC.
           IF COD-MERC-TAB(IDX-MERC) EQUAL COD-MCF
               MOVE IDX-MERC TO POS-MERC.

       PROCURA-OFERTA.
           MOVE ZEROES TO POS-CTF IDX-CTF.
           PERFORM TESTA-OFERTA QTD-CTF TIMES.

       TESTA-OFERTA.
           ADD 1 TO IDX-CTF.
           IF COD-CTF-TAB(IDX-CTF) EQUAL COD-MCF AND
              FORN-CTF-TAB(IDX-CTF) EQUAL FORN-MCF
               MOVE IDX-CTF TO POS-CTF.

       APLICA-INCLUSAO.
           MOVE ZEROES TO PRECO-ANTERIOR.
           PERFORM INSERE-OFERTA.
           PERFORM MONTA-MSG-OFERTA.

       APLICA-ALTERACAO.
           MOVE PRECO-CTF-TAB(POS-CTF) TO PRECO-ANTERIOR.
           MOVE PRECO-MCF TO PRECO-CTF-TAB(POS-CTF).
           MOVE LOTEMIN-MCF TO LOTEMIN-CTF-TAB(POS-CTF).
           MOVE PRAZO-MCF TO PRAZO-CTF-TAB(POS-CTF).
           MOVE VAL-CONV-9 TO VALID-CTF-TAB(POS-CTF).
           PERFORM MONTA-MSG-OFERTA.

       APLICA-EXCLUSAO.
           MOVE PRECO-CTF-TAB(POS-CTF) TO PRECO-ANTERIOR.
           MOVE VALID-CTF-TAB(POS-CTF) TO VAL-CONV-9.
           MOVE POS-CTF TO IDX-DESL.
           PERFORM DESLOCA-EXCLUSAO
               UNTIL IDX-DESL IS NOT LESS THAN QTD-CTF.
           SUBTRACT 1 FROM QTD-CTF.
           MOVE "EXCLUIDA DO CATALOGO" TO MSG-AUD.

       DESLOCA-EXCLUSAO.
           MOVE ENT-CTF(IDX-DESL + 1) TO ENT-CTF(IDX-DESL).
           ADD 1 TO IDX-DESL.

       MONTA-MSG-OFERTA.
           MOVE PRECO-ANTERIOR TO ANT-MSG.
           MOVE PRECO-MCF TO NOVO-MSG.
           MOVE VAL-CONV-9 TO VAL-MSG.
           MOVE MSG-OFERTA TO MSG-AUD.

      * OFERTA NOVA NA POSICAO DA SUA CHAVE, EMPURRANDO AS MAIORES
      * UMA CASA PARA BAIXO.
       INSERE-OFERTA.
           IF QTD-CTF GREATER THAN OR EQUAL TO 1000
               DISPLAY "CADCATF EXCEDE LIMITE DE 1000 OFERTAS - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE COD-MCF TO COD-NOVA.
           MOVE FORN-MCF TO FORN-NOVA.
           ADD 1 TO QTD-CTF GIVING POS-INSERE.
           MOVE ZEROES TO IDX-CTF.
           PERFORM TESTA-POSICAO QTD-CTF TIMES.
           MOVE QTD-CTF TO IDX-DESL.
           PERFORM DESLOCA-INCLUSAO
               UNTIL IDX-DESL IS LESS THAN POS-INSERE.
           ADD 1 TO QTD-CTF.
           MOVE CHAVE-NOVA TO CHAVE-CTF-TAB(POS-INSERE).
           MOVE PRECO-MCF TO PRECO-CTF-TAB(POS-INSERE).
           MOVE LOTEMIN-MCF TO LOTEMIN-CTF-TAB(POS-INSERE).
           MOVE PRAZO-MCF TO PRAZO-CTF-TAB(POS-INSERE).
           MOVE VAL-CONV-9 TO VALID-CTF-TAB(POS-INSERE).

       TESTA-POSICAO.
           ADD 1 TO IDX-CTF.
           IF CHAVE-CTF-TAB(IDX-CTF) IS GREATER THAN CHAVE-NOVA AND
              IDX-CTF IS LESS THAN POS-INSERE
               MOVE IDX-CTF TO POS-INSERE.

       DESLOCA-INCLUSAO.
           MOVE ENT-CTF(IDX-DESL) TO ENT-CTF(IDX-DESL + 1).
           SUBTRACT 1 FROM IDX-DESL.

       CONFIRMA-TRANSACAO.
           ADD 1 TO CT-APLICADAS.
           MOVE "APLICADA" TO RESULT-LIN.
           MOVE SPACES TO MOTIVO-LIN.
           PERFORM IMPRIME-TRANSACAO.
           MOVE SPACES TO CHAVE-AUD.
           MOVE FORN-MCF TO CHAVE-AUD(1:4).
           MOVE "/" TO CHAVE-AUD(5:1).
           MOVE COD-MCF TO CHAVE-AUD(6:3).
           PERFORM GRAVA-EXCLOG.

       REJEITA-TRANSACAO.
           ADD 1 TO CT-REJEITADAS.
           MOVE "REJEITADA" TO RESULT-LIN.
           MOVE MOTIVO-REJ TO MOTIVO-LIN.
           PERFORM IMPRIME-TRANSACAO.

       IMPRIME-TRANSACAO.
           MOVE OPER-MCF TO OPER-LIN.
           MOVE FORN-MCF TO FORN-LIN.
           MOVE COD-MCF TO COD-LIN.
           IF PRECO-MCF IS NUMERIC
               MOVE PRECO-MCF TO PRECO-LIN
           ELSE
               MOVE ZEROES TO PRECO-LIN.
           IF LOTEMIN-MCF IS NUMERIC
               MOVE LOTEMIN-MCF TO LOTEMIN-LIN
           ELSE
               MOVE ZEROES TO LOTEMIN-LIN.
           IF PRAZO-MCF IS NUMERIC
               MOVE PRAZO-MCF TO PRAZO-LIN
           ELSE
               MOVE ZEROES TO PRAZO-LIN.
           MOVE DD-VAL TO DD-VAL-LIN.
           MOVE MM-VAL TO MM-VAL-LIN.
           MOVE AA-VAL TO AA-VAL-LIN.
           MOVE DOC-MCF TO DOC-LIN.
           WRITE REL-SAI FROM LIN-TRANS AFTER ADVANCING 1 LINE.

      * REGRAVA O CATALOGO INTEIRO, SEM AS OFERTAS JA VENCIDAS.
       FIM.
           OPEN OUTPUT CADCATF.
           MOVE ZEROES TO IDX-CTF.
           PERFORM GRAVA-CTF QTD-CTF TIMES.
           CLOSE CADCATF.
           MOVE CT-APLICADAS TO APLIC-LIN.
           MOVE CT-REJEITADAS TO REJ-LIN.
           SUBTRACT CT-VENCIDAS FROM QTD-CTF GIVING QTD-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           IF CT-VENCIDAS IS GREATER THAN ZEROES
               MOVE CT-VENCIDAS TO VENC-LIN
               WRITE REL-SAI FROM LIN-VENCIDAS AFTER ADVANCING 1 LINE.
           CLOSE MOVCATF
                 RELMCAT
                 EXCLOG.
           DISPLAY "EM0432 - " CT-APLICADAS " APLICADAS, "
                   CT-REJEITADAS " REJEITADAS".

       GRAVA-CTF.
           ADD 1 TO IDX-CTF.
           IF VALID-CTF-TAB(IDX-CTF) IS LESS THAN DATA-RODADA
               ADD 1 TO CT-VENCIDAS
           ELSE
               MOVE COD-CTF-TAB(IDX-CTF) TO COD-CTF
               MOVE FORN-CTF-TAB(IDX-CTF) TO FORN-CTF
               MOVE PRECO-CTF-TAB(IDX-CTF) TO PRECO-CTF
               MOVE LOTEMIN-CTF-TAB(IDX-CTF) TO LOTEMIN-CTF
               MOVE PRAZO-CTF-TAB(IDX-CTF) TO PRAZO-CTF
               MOVE VALID-CTF-TAB(IDX-CTF) TO VALID-CTF
               WRITE REG-CTF.

       COPY LEDATAMOV.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID== BY =="EM0432"==
                     ==CPY-CHAVE==  BY ==CHAVE-AUD==
                     ==CPY-SEVER==  BY =="I"==
                     ==CPY-MSG==    BY ==MSG-AUD==.
