       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0423.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       MANUTENCAO DA TABELA DE PRECOS DE VENDA
      *               (CADPRECO.DAT, COPY CADPRECO). DESDE QUE O EM0403
      *               PASSOU A GRAVAR O CUSTO MEDIO PONDERADO NO
      *               PRECO-CAD, O CADMERC NAO TEM MAIS PRECO DE VENDA;
      *               ESTE JOB MANTEM O PRECO POR ITEM (E, QUANDO
      *               PRECISO, POR DEPOSITO) COM MARKUP ALVO E INICIO
      *               DE VIGENCIA, A PARTIR DO MOVIMENTO MOVPRECO.DAT:
      *                 OPER-MPR     X(01)  I=INCLUI O ITEM NA TABELA
      *                                     A=NOVO PRECO A PARTIR DA
      *                                       VIGENCIA
      *                                     E=EXCLUI A VIGENCIA
      *                                       PROGRAMADA (OU O ITEM
      *                                       INTEIRO, VIGENCIA ZERO)
      *                 COD-MPR      9(03)  ITEM
      *                 DEP-MPR      9(02)  DEPOSITO (00 = TODOS)
      *                 VIG-MPR      DD/MM/AAAA  INICIO DE VIGENCIA
      *                 PRECO-MPR    9(05)V99    PRECO DE VENDA
      *                 MARKUP-MPR   9(03)V99    MARKUP ALVO EM %
      *                                     (NA ALTERACAO, ZERO =
      *                                     MANTEM O ANTERIOR)
      *                 DOC-MPR      9(06)  DOCUMENTO DE ORIGEM
      *               CRITICA CADA TRANSACAO (OPERACAO, ITEM/DEPOSITO
      *               NO CADMERC QUANDO O CADASTRO EXISTE, DATA REAL
      *               VIA DATEVALID E NAO ANTERIOR A DATA DE
      *               MOVIMENTO, PRECO ZERADO, INCLUSAO DE ITEM JA
      *               PRECIFICADO, ALTERACAO OU EXCLUSAO DE ITEM SEM
      *               PRECO, EXCLUSAO DE VIGENCIA JA EM VIGOR), APLICA
      *               AS VALIDAS NA TABELA, QUE E REGRAVADA EM ORDEM DE
      *               ITEM + DEPOSITO + VIGENCIA, E LISTA TODAS EM
      *               RELMPRE COM O MOTIVO DA REJEICAO. CADA ALTERACAO
      *               APLICADA VAI PARA O HISTORICO HISTPRECO.DAT
      *               (COPY HISTPREC, PRECO E MARKUP ANTERIOR E NOVO,
      *               CUSTO MEDIO DO DIA) E PARA O LOG COMUM EXCLOG.DAT
      *               (SEVERIDADE "I"). NA REGRAVACAO, A VIGENCIA JA
      *               SUPERADA POR OUTRA EM VIGOR SAI DA TABELA (FICA
      *               SO NO HISTORICO). RETURN-CODE 4 QUANDO HOUVE
      *               REJEICAO, 16 QUANDO MOVPRECO NAO PODE SER LIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVPRECO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOV.

           SELECT CADPRECO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRC.

           SELECT CADMERC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAD.

           SELECT HISTPRECO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HPR.

           SELECT RELMPRE ASSIGN TO DISK.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       FD MOVPRECO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVPRECO.DAT".

       01 REG-MOV.
           02 OPER-MPR       PIC X(01).
           02 COD-MPR        PIC 9(03).
           02 DEP-MPR        PIC 9(02).
           02 VIG-MPR.
               03 DD-VIG        PIC 9(02).
               03 MM-VIG        PIC 9(02).
               03 AA-VIG        PIC 9(04).
           02 PRECO-MPR      PIC 9(05)V99.
           02 MARKUP-MPR     PIC 9(03)V99.
           02 DOC-MPR        PIC 9(06).

       COPY CADPRECO.

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

       COPY HISTPREC.

       FD RELMPRE
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY EXCLOG.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-MOV            PIC X(03) VALUE "NAO".
       77 FIM-PRC            PIC X(03) VALUE "NAO".
       77 FIM-CAD            PIC X(03) VALUE "NAO".
       77 FS-MOV             PIC X(02) VALUE SPACES.
       77 FS-PRC             PIC X(02) VALUE SPACES.
       77 FS-CAD             PIC X(02) VALUE SPACES.
       77 FS-HPR             PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 QTD-PRC            PIC 9(04) VALUE ZEROES.
       77 IDX-PRC            PIC 9(04) VALUE ZEROES.
       77 POS-PRC            PIC 9(04) VALUE ZEROES.
       77 POS-VIGENTE        PIC 9(04) VALUE ZEROES.
       77 POS-INSERE         PIC 9(04) VALUE ZEROES.
       77 IDX-DESL           PIC 9(04) VALUE ZEROES.
       77 QTD-ITEM-PRC       PIC 9(04) VALUE ZEROES.
       77 QTD-MERC           PIC 9(03) VALUE ZEROES.
       77 IDX-MERC           PIC 9(03) VALUE ZEROES.
       77 POS-MERC           PIC 9(03) VALUE ZEROES.
       77 TEM-CADMERC        PIC 9     VALUE ZEROES.
       77 DATA-VAL           PIC 9     VALUE ZEROES.
       77 TRANS-VAL          PIC 9     VALUE ZEROES.
       77 VIG-ZERADA         PIC 9     VALUE ZEROES.
       77 CT-APLICADAS       PIC 9(05) VALUE ZEROES.
       77 CT-REJEITADAS      PIC 9(05) VALUE ZEROES.
       77 CT-DESCARTADAS     PIC 9(05) VALUE ZEROES.
       77 PRECO-ANTERIOR     PIC 9(05)V99 VALUE ZEROES.
       77 MARKUP-ANTERIOR    PIC 9(03)V99 VALUE ZEROES.
       77 MARKUP-NOVO        PIC 9(03)V99 VALUE ZEROES.
       77 DATA-REFERENCIA    PIC 9(08) VALUE ZEROES.
       77 MOTIVO-REJ         PIC X(30) VALUE SPACES.
       77 CHAVE-AUD          PIC X(15) VALUE SPACES.
       77 MSG-AUD            PIC X(40) VALUE SPACES.

       01 DATA-VIGENCIA-X    PIC X(08) VALUE SPACES.
       01 DATA-VIGENCIA REDEFINES DATA-VIGENCIA-X PIC 9(08).

       01 DATA-REF-ZERO      PIC 9(08) VALUE ZEROES.

      * A VIGENCIA DO MOVIMENTO (DD/MM/AAAA) VIRADA EM AAAAMMDD.
       01 VIG-CONV.
           02 AA-VIG-CONV    PIC 9(04).
           02 MM-VIG-CONV    PIC 9(02).
           02 DD-VIG-CONV    PIC 9(02).
       01 VIG-CONV-9 REDEFINES VIG-CONV PIC 9(08).

      * CHAVE COMPLETA DA TRANSACAO, NO MESMO FORMATO DA CHAVE DA
      * TABELA, PARA A INSERCAO EM ORDEM.
       01 CHAVE-NOVA.
           02 COD-NOVA       PIC 9(03).
           02 DEP-NOVA       PIC 9(02).
           02 VIG-NOVA       PIC 9(08).

       COPY WSDATAMOV.

       01 TAB-PRC.
           02 ENT-PRC OCCURS 1000 TIMES.
               03 CHAVE-PRC-TAB.
                   04 COD-PRC-TAB    PIC 9(03).
                   04 DEP-PRC-TAB    PIC 9(02).
                   04 VIG-PRC-TAB    PIC 9(08).
               03 PRECO-PRC-TAB  PIC 9(05)V99.
               03 MARKUP-PRC-TAB PIC 9(03)V99.

      * ITENS/DEPOSITOS DO CADMERC COM O CUSTO MEDIO DO DIA.
       01 TAB-MERC.
           02 ENT-MERC OCCURS 500 TIMES.
               03 COD-MERC-TAB   PIC 9(03).
               03 DEP-MERC-TAB   PIC 9(02).
               03 CUSTO-MERC-TAB PIC 9(04)V99.

       01 MSG-PRECO.
           02 FILLER         PIC X(03) VALUE "DE ".
           02 ANT-MSG        PIC ZZZZ9,99.
           02 FILLER         PIC X(04) VALUE " P/ ".
           02 NOVO-MSG       PIC ZZZZ9,99.
           02 FILLER         PIC X(05) VALUE " VIG ".
           02 VIG-MSG        PIC 9(08).
           02 FILLER         PIC X(04) VALUE SPACES.

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
                  "MANUTENCAO DA TABELA DE PRECOS DE VENDA ".
           02 FILLER         PIC X(40) VALUE SPACES.

       01 LIN-CAB.
           02 FILLER         PIC X(40) VALUE
                  "OP ITEM   VIGENCIA       PRECO MARKUP DO".
           02 FILLER         PIC X(40) VALUE
                  "C    RESULTADO MOTIVO                   ".

       01 LIN-TRANS.
           02 OPER-LIN       PIC X(01).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 COD-LIN        PIC 9(03).
           02 FILLER         PIC X(01) VALUE "/".
           02 DEP-LIN        PIC 9(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DD-VIG-LIN     PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-VIG-LIN     PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AA-VIG-LIN     PIC 9(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PRECO-LIN      PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MARKUP-LIN     PIC ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DOC-LIN        PIC 9(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RESULT-LIN     PIC X(09).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MOTIVO-LIN     PIC X(25).

       01 LIN-TOTAL.
           02 FILLER         PIC X(21) VALUE "TRANSACOES APLICADAS:".
           02 APLIC-LIN      PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  REJEITADAS: ".
           02 REJ-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(24) VALUE
                  "  VIGENCIAS NA TABELA: ".
           02 QTD-LIN        PIC Z.ZZ9.
           02 FILLER         PIC X(04) VALUE SPACES.

       01 LIN-DESCARTE.
           02 FILLER         PIC X(40) VALUE
                  "VIGENCIAS SUPERADAS RETIRADAS DA TABELA:".
           02 DESC-LIN       PIC ZZ.ZZ9.
           02 FILLER         PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.

       EM04-23.
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
           MOVE DATA-MOVTO TO DATA-VIGENCIA-X.
           OPEN INPUT MOVPRECO.
           IF FS-MOV NOT EQUAL "00"
               DISPLAY "MOVPRECO NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-MOV
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM CARGA-CADMERC.
           PERFORM CARGA-CADPRECO.
           OPEN OUTPUT RELMPRE
                EXTEND HISTPRECO
                       EXCLOG.
           IF FS-HPR EQUAL "35"
               CLOSE HISTPRECO
               OPEN OUTPUT HISTPRECO.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM LIN-CAB AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           PERFORM LE-MOV.
           IF FIM-MOV EQUAL "SIM"
               DISPLAY "MOVPRECO SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      * ITENS E CUSTO MEDIO DO CADASTRO DE MERCADORIAS; SEM O CADMERC
      * O ITEM NAO E CONFERIDO (E O OPERADOR E AVISADO).
       CARGA-CADMERC.
           OPEN INPUT CADMERC.
           IF FS-CAD EQUAL "00"
               MOVE 1 TO TEM-CADMERC
               PERFORM LE-CAD UNTIL FIM-CAD EQUAL "SIM"
               CLOSE CADMERC
           ELSE
               DISPLAY "EM0423 - SEM CADMERC - ITEM NAO CONFERIDO".

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
                   MOVE COD-CAD TO COD-MERC-TAB(QTD-MERC)
                   MOVE DEP-CAD TO DEP-MERC-TAB(QTD-MERC)
                   MOVE PRECO-CAD TO CUSTO-MERC-TAB(QTD-MERC).

      * TABELA ATUAL, JA EM ORDEM DE CHAVE; SEM O ARQUIVO (PRIMEIRA
      * RODADA) COMECA VAZIA.
       CARGA-CADPRECO.
           OPEN INPUT CADPRECO.
           IF FS-PRC EQUAL "00"
               PERFORM LE-PRC UNTIL FIM-PRC EQUAL "SIM"
               CLOSE CADPRECO.

       LE-PRC.
           READ CADPRECO AT END
               MOVE "SIM" TO FIM-PRC.
           IF FIM-PRC NOT EQUAL "SIM"
               IF QTD-PRC GREATER THAN OR EQUAL TO 1000
                   DISPLAY "CADPRECO EXCEDE LIMITE DE 1000 "
                           "VIGENCIAS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-PRC
                   MOVE COD-PRC TO COD-PRC-TAB(QTD-PRC)
                   MOVE DEP-PRC TO DEP-PRC-TAB(QTD-PRC)
                   MOVE VIG-PRC TO VIG-PRC-TAB(QTD-PRC)
                   MOVE PRECO-PRC TO PRECO-PRC-TAB(QTD-PRC)
                   MOVE MARKUP-PRC TO MARKUP-PRC-TAB(QTD-PRC).

       LE-MOV.
           READ MOVPRECO AT END MOVE "SIM" TO FIM-MOV.

       PRINCIPAL.
           PERFORM VALIDA-TRANSACAO.
           IF TRANS-VAL EQUAL 1
               EVALUATE OPER-MPR
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
           MOVE ZEROES TO VIG-CONV-9 POS-MERC.
           IF OPER-MPR NOT EQUAL "I" AND OPER-MPR NOT EQUAL "A" AND
              OPER-MPR NOT EQUAL "E"
               MOVE 0 TO TRANS-VAL
               MOVE "OPERACAO INVALIDA" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1
               IF COD-MPR IS NOT NUMERIC OR DEP-MPR IS NOT NUMERIC OR
                  PRECO-MPR IS NOT NUMERIC OR
                  MARKUP-MPR IS NOT NUMERIC OR DOC-MPR IS NOT NUMERIC
                   MOVE 0 TO TRANS-VAL
                   MOVE "DADOS INVALIDOS" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1 AND TEM-CADMERC EQUAL 1
               PERFORM PROCURA-MERC
               IF POS-MERC EQUAL ZEROES
                   MOVE 0 TO TRANS-VAL
                   MOVE "ITEM/DEPOSITO SEM CADMERC" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1
               PERFORM VALIDA-VIGENCIA.
           IF TRANS-VAL EQUAL 1
               PERFORM CONTA-ITEM-PRC
               IF OPER-MPR EQUAL "I"
                   PERFORM VALIDA-INCLUSAO
               ELSE
                   IF QTD-ITEM-PRC EQUAL ZEROES
                       MOVE 0 TO TRANS-VAL
                       MOVE "ITEM SEM PRECO NA TABELA"
                           TO MOTIVO-REJ
                   ELSE
                       IF OPER-MPR EQUAL "A"
                           PERFORM VALIDA-PRECO
                       ELSE
                           PERFORM VALIDA-EXCLUSAO.

      * VIGENCIA REAL E NAO ANTERIOR A DATA DE MOVIMENTO (PRECO NAO
      * RETROAGE); NA EXCLUSAO, VIGENCIA ZERO = ITEM INTEIRO.
       VALIDA-VIGENCIA.
           MOVE ZEROES TO VIG-ZERADA.
           IF OPER-MPR EQUAL "E" AND VIG-MPR EQUAL ZEROES
               MOVE 1 TO VIG-ZERADA
           ELSE
               CALL "DATEVALID" USING VIG-MPR DATA-REF-ZERO DATA-VAL
               IF DATA-VAL NOT EQUAL 1
                   MOVE 0 TO TRANS-VAL
                   MOVE "VIGENCIA INVALIDA" TO MOTIVO-REJ
               ELSE
                   MOVE AA-VIG TO AA-VIG-CONV
                   MOVE MM-VIG TO MM-VIG-CONV
                   MOVE DD-VIG TO DD-VIG-CONV
                   IF VIG-CONV-9 IS LESS THAN DATA-VIGENCIA
                       MOVE 0 TO TRANS-VAL
                       MOVE "VIGENCIA RETROATIVA" TO MOTIVO-REJ.

       VALIDA-INCLUSAO.
           IF QTD-ITEM-PRC IS GREATER THAN ZEROES
               MOVE 0 TO TRANS-VAL
               MOVE "ITEM JA TEM PRECO - USE A" TO MOTIVO-REJ
           ELSE
               PERFORM VALIDA-PRECO.

       VALIDA-PRECO.
           IF PRECO-MPR EQUAL ZEROES
               MOVE 0 TO TRANS-VAL
               MOVE "PRECO ZERADO" TO MOTIVO-REJ.

      * SO SE EXCLUI A VIGENCIA PROGRAMADA; A EM VIGOR SO SAI COM A
      * EXCLUSAO DO ITEM INTEIRO.
       VALIDA-EXCLUSAO.
           IF VIG-ZERADA EQUAL ZEROES
               PERFORM PROCURA-VIGENCIA-EXATA
               IF POS-PRC EQUAL ZEROES
                   MOVE 0 TO TRANS-VAL
                   MOVE "VIGENCIA NAO CADASTRADA" TO MOTIVO-REJ
               ELSE
                   IF VIG-CONV-9 IS NOT GREATER THAN DATA-VIGENCIA
                       MOVE 0 TO TRANS-VAL
                       MOVE "VIGENCIA JA EM VIGOR" TO MOTIVO-REJ.

      * ITEM/DEPOSITO NO CADMERC; DEPOSITO 00 ACEITA O ITEM EM
      * QUALQUER DEPOSITO (O CUSTO E O DO PRIMEIRO ENCONTRADO).
       PROCURA-MERC.
           MOVE ZEROES TO POS-MERC IDX-MERC.
           PERFORM TESTA-MERC QTD-MERC TIMES.

       TESTA-MERC.
           ADD 1 TO IDX-MERC.
           IF POS-MERC EQUAL ZEROES AND
              COD-MERC-TAB(IDX-MERC) EQUAL COD-MPR AND
              (DEP-MPR EQUAL ZEROES OR
               DEP-MERC-TAB(IDX-MERC) EQUAL DEP-MPR)
               MOVE IDX-MERC TO POS-MERC.

       CONTA-ITEM-PRC.
           MOVE ZEROES TO QTD-ITEM-PRC IDX-PRC.
           PERFORM TESTA-ITEM-PRC QTD-PRC TIMES.

       TESTA-ITEM-PRC.
           ADD 1 TO IDX-PRC.
           IF COD-PRC-TAB(IDX-PRC) EQUAL COD-MPR AND
              DEP-PRC-TAB(IDX-PRC) EQUAL DEP-MPR
               ADD 1 TO QTD-ITEM-PRC.

       PROCURA-VIGENCIA-EXATA.
           MOVE ZEROES TO POS-PRC IDX-PRC.
           PERFORM TESTA-VIGENCIA-EXATA QTD-PRC TIMES.

       TESTA-VIGENCIA-EXATA.
           ADD 1 TO IDX-PRC.
           IF COD-PRC-TAB(IDX-PRC) EQUAL COD-MPR AND
              DEP-PRC-TAB(IDX-PRC) EQUAL DEP-MPR AND
              VIG-PRC-TAB(IDX-PRC) EQUAL VIG-CONV-9
               MOVE IDX-PRC TO POS-PRC.

      * PRECO EM VIGOR NA DATA DE REFERENCIA: A MAIOR VIGENCIA DO
      * ITEM/DEPOSITO QUE NAO PASSA DA DATA (A TABELA ESTA EM ORDEM).
       PROCURA-VIGENTE.
           MOVE ZEROES TO POS-VIGENTE IDX-PRC.
           PERFORM TESTA-VIGENTE QTD-PRC TIMES.

       TESTA-VIGENTE.
           ADD 1 TO IDX-PRC.
           IF COD-PRC-TAB(IDX-PRC) EQUAL COD-MPR AND
              DEP-PRC-TAB(IDX-PRC) EQUAL DEP-MPR AND
              VIG-PRC-TAB(IDX-PRC) IS NOT GREATER THAN DATA-REFERENCIA
               MOVE IDX-PRC TO POS-VIGENTE.

       APLICA-INCLUSAO.
           MOVE ZEROES TO PRECO-ANTERIOR MARKUP-ANTERIOR.
           MOVE MARKUP-MPR TO MARKUP-NOVO.
           PERFORM INSERE-VIGENCIA.
           MOVE PRECO-ANTERIOR TO ANT-MSG.
           MOVE PRECO-MPR TO NOVO-MSG.
           MOVE VIG-CONV-9 TO VIG-MSG.
           MOVE MSG-PRECO TO MSG-AUD.

      * NOVO PRECO A PARTIR DA VIGENCIA: SUBSTITUI A PROGRAMADA DA
      * MESMA DATA OU ENTRA COMO VIGENCIA NOVA. O "ANTERIOR" DO
      * HISTORICO E O PRECO QUE VALERIA NA VIGENCIA INFORMADA.
       APLICA-ALTERACAO.
           MOVE VIG-CONV-9 TO DATA-REFERENCIA.
           PERFORM PROCURA-VIGENTE.
           IF POS-VIGENTE EQUAL ZEROES
               MOVE ZEROES TO PRECO-ANTERIOR MARKUP-ANTERIOR
           ELSE
               MOVE PRECO-PRC-TAB(POS-VIGENTE) TO PRECO-ANTERIOR
               MOVE MARKUP-PRC-TAB(POS-VIGENTE) TO MARKUP-ANTERIOR.
           IF MARKUP-MPR EQUAL ZEROES
               MOVE MARKUP-ANTERIOR TO MARKUP-NOVO
           ELSE
               MOVE MARKUP-MPR TO MARKUP-NOVO.
           PERFORM PROCURA-VIGENCIA-EXATA.
           IF POS-PRC NOT EQUAL ZEROES
               MOVE PRECO-MPR TO PRECO-PRC-TAB(POS-PRC)
               MOVE MARKUP-NOVO TO MARKUP-PRC-TAB(POS-PRC)
           ELSE
               PERFORM INSERE-VIGENCIA.
           MOVE PRECO-ANTERIOR TO ANT-MSG.
           MOVE PRECO-MPR TO NOVO-MSG.
           MOVE VIG-CONV-9 TO VIG-MSG.
           MOVE MSG-PRECO TO MSG-AUD.

      * VIGENCIA ZERO TIRA TODAS AS VIGENCIAS DO ITEM/DEPOSITO; O
      * "ANTERIOR" E O PRECO EM VIGOR HOJE (OU O PROGRAMADO EXCLUIDO).
       APLICA-EXCLUSAO.
           MOVE ZEROES TO MARKUP-NOVO.
           IF VIG-ZERADA EQUAL 1
               MOVE DATA-VIGENCIA TO DATA-REFERENCIA
               PERFORM PROCURA-VIGENTE
               IF POS-VIGENTE EQUAL ZEROES
                   MOVE 99999999 TO DATA-REFERENCIA
                   PERFORM PROCURA-VIGENTE
               END-IF
               MOVE PRECO-PRC-TAB(POS-VIGENTE) TO PRECO-ANTERIOR
               MOVE MARKUP-PRC-TAB(POS-VIGENTE) TO MARKUP-ANTERIOR
               MOVE 1 TO IDX-PRC
               PERFORM EXCLUI-DO-ITEM
                   UNTIL IDX-PRC IS GREATER THAN QTD-PRC
               MOVE "EXCLUIDO DA TABELA DE PRECOS" TO MSG-AUD
           ELSE
               MOVE PRECO-PRC-TAB(POS-PRC) TO PRECO-ANTERIOR
               MOVE MARKUP-PRC-TAB(POS-PRC) TO MARKUP-ANTERIOR
               PERFORM RETIRA-VIGENCIA
               MOVE SPACES TO MSG-AUD
               STRING "EXCLUIDA A VIGENCIA " VIG-CONV-9
                   DELIMITED BY SIZE INTO MSG-AUD.

       EXCLUI-DO-ITEM.
           IF COD-PRC-TAB(IDX-PRC) EQUAL COD-MPR AND
              DEP-PRC-TAB(IDX-PRC) EQUAL DEP-MPR
               MOVE IDX-PRC TO POS-PRC
               PERFORM RETIRA-VIGENCIA
           ELSE
               ADD 1 TO IDX-PRC.

       RETIRA-VIGENCIA.
           MOVE POS-PRC TO IDX-DESL.
           PERFORM DESLOCA-EXCLUSAO
               UNTIL IDX-DESL IS NOT LESS THAN QTD-PRC.
           SUBTRACT 1 FROM QTD-PRC.

       DESLOCA-EXCLUSAO.
           MOVE ENT-PRC(IDX-DESL + 1) TO ENT-PRC(IDX-DESL).
           ADD 1 TO IDX-DESL.

      * ENTRADA NOVA NA POSICAO DA SUA CHAVE, EMPURRANDO AS MAIORES
      * UMA CASA PARA BAIXO.
       INSERE-VIGENCIA.
           IF QTD-PRC GREATER THAN OR EQUAL TO 1000
               DISPLAY "CADPRECO EXCEDE LIMITE DE 1000 VIGENCIAS - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE COD-MPR TO COD-NOVA.
           MOVE DEP-MPR TO DEP-NOVA.
           MOVE VIG-CONV-9 TO VIG-NOVA.
           ADD 1 TO QTD-PRC GIVING POS-INSERE.
           MOVE ZEROES TO IDX-PRC.
           PERFORM TESTA-POSICAO QTD-PRC TIMES.
           MOVE QTD-PRC TO IDX-DESL.
           PERFORM DESLOCA-INCLUSAO
               UNTIL IDX-DESL IS LESS THAN POS-INSERE.
           ADD 1 TO QTD-PRC.
           MOVE CHAVE-NOVA TO CHAVE-PRC-TAB(POS-INSERE).
           MOVE PRECO-MPR TO PRECO-PRC-TAB(POS-INSERE).
           MOVE MARKUP-NOVO TO MARKUP-PRC-TAB(POS-INSERE).

       TESTA-POSICAO.
           ADD 1 TO IDX-PRC.
           IF CHAVE-PRC-TAB(IDX-PRC) IS GREATER THAN CHAVE-NOVA AND
              IDX-PRC IS LESS THAN POS-INSERE
               MOVE IDX-PRC TO POS-INSERE.

       DESLOCA-INCLUSAO.
           MOVE ENT-PRC(IDX-DESL) TO ENT-PRC(IDX-DESL + 1).
           SUBTRACT 1 FROM IDX-DESL.

       CONFIRMA-TRANSACAO.
           ADD 1 TO CT-APLICADAS.
           MOVE "APLICADA" TO RESULT-LIN.
           MOVE SPACES TO MOTIVO-LIN.
           PERFORM IMPRIME-TRANSACAO.
           PERFORM GRAVA-HISTORICO.
           MOVE SPACES TO CHAVE-AUD.
           MOVE COD-MPR TO CHAVE-AUD(1:3).
           MOVE "/" TO CHAVE-AUD(4:1).
           MOVE DEP-MPR TO CHAVE-AUD(5:2).
           MOVE VIG-CONV-9 TO CHAVE-AUD(8:8).
           PERFORM GRAVA-EXCLOG.

       GRAVA-HISTORICO.
           MOVE DATA-VIGENCIA TO DATA-HP.
           MOVE OPER-MPR TO OPER-HP.
           MOVE COD-MPR TO COD-HP.
           MOVE DEP-MPR TO DEP-HP.
           MOVE VIG-CONV-9 TO VIG-HP.
           MOVE PRECO-ANTERIOR TO PRECO-ANT-HP.
           IF OPER-MPR EQUAL "E"
               MOVE ZEROES TO PRECO-HP
           ELSE
               MOVE PRECO-MPR TO PRECO-HP.
           MOVE MARKUP-ANTERIOR TO MARKUP-ANT-HP.
           MOVE MARKUP-NOVO TO MARKUP-HP.
           IF POS-MERC EQUAL ZEROES
               MOVE ZEROES TO CUSTO-HP
           ELSE
               MOVE CUSTO-MERC-TAB(POS-MERC) TO CUSTO-HP.
           MOVE DOC-MPR TO DOC-HP.
           WRITE REG-HPR.

       REJEITA-TRANSACAO.
           ADD 1 TO CT-REJEITADAS.
           MOVE "REJEITADA" TO RESULT-LIN.
           MOVE MOTIVO-REJ TO MOTIVO-LIN.
           PERFORM IMPRIME-TRANSACAO.

       IMPRIME-TRANSACAO.
           MOVE OPER-MPR TO OPER-LIN.
           MOVE COD-MPR TO COD-LIN.
           MOVE DEP-MPR TO DEP-LIN.
           MOVE DD-VIG TO DD-VIG-LIN.
           MOVE MM-VIG TO MM-VIG-LIN.
           MOVE AA-VIG TO AA-VIG-LIN.
           IF PRECO-MPR IS NUMERIC
               MOVE PRECO-MPR TO PRECO-LIN
           ELSE
               MOVE ZEROES TO PRECO-LIN.
           IF MARKUP-MPR IS NUMERIC
               MOVE MARKUP-MPR TO MARKUP-LIN
           ELSE
               MOVE ZEROES TO MARKUP-LIN.
           MOVE DOC-MPR TO DOC-LIN.
           WRITE REL-SAI FROM LIN-TRANS AFTER ADVANCING 1 LINE.

      * REGRAVA A TABELA INTEIRA. A VIGENCIA JA EM VIGOR QUE TEM
      * SUCESSORA TAMBEM EM VIGOR FOI SUPERADA E NAO VOLTA.
       FIM.
           OPEN OUTPUT CADPRECO.
           MOVE ZEROES TO IDX-PRC.
           PERFORM GRAVA-PRC QTD-PRC TIMES.
           CLOSE CADPRECO.
           MOVE CT-APLICADAS TO APLIC-LIN.
           MOVE CT-REJEITADAS TO REJ-LIN.
           SUBTRACT CT-DESCARTADAS FROM QTD-PRC GIVING QTD-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           IF CT-DESCARTADAS IS GREATER THAN ZEROES
               MOVE CT-DESCARTADAS TO DESC-LIN
               WRITE REL-SAI FROM LIN-DESCARTE AFTER ADVANCING 1 LINE.
           CLOSE MOVPRECO
                 RELMPRE
                 HISTPRECO
                 EXCLOG.
           DISPLAY "EM0423 - " CT-APLICADAS " APLICADAS, "
                   CT-REJEITADAS " REJEITADAS".

       GRAVA-PRC.
           ADD 1 TO IDX-PRC.
           IF IDX-PRC IS LESS THAN QTD-PRC AND
              COD-PRC-TAB(IDX-PRC + 1) EQUAL COD-PRC-TAB(IDX-PRC) AND
              DEP-PRC-TAB(IDX-PRC + 1) EQUAL DEP-PRC-TAB(IDX-PRC) AND
              VIG-PRC-TAB(IDX-PRC + 1) IS NOT GREATER THAN
              DATA-VIGENCIA
               ADD 1 TO CT-DESCARTADAS
           ELSE
               MOVE COD-PRC-TAB(IDX-PRC) TO COD-PRC
               MOVE DEP-PRC-TAB(IDX-PRC) TO DEP-PRC
               MOVE VIG-PRC-TAB(IDX-PRC) TO VIG-PRC
               MOVE PRECO-PRC-TAB(IDX-PRC) TO PRECO-PRC
               MOVE MARKUP-PRC-TAB(IDX-PRC) TO MARKUP-PRC
               WRITE REG-PRC.

       COPY LEDATAMOV.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID== BY =="EM0423"==
                     ==CPY-CHAVE==  BY ==CHAVE-AUD==
                     ==CPY-SEVER==  BY =="I"==
                     ==CPY-MSG==    BY ==MSG-AUD==.
