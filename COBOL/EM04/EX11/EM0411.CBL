      *              PAGAMENTO DO CADASTRO DE FORNECEDORES
      *              CADFORN.DAT (MANTIDO PELO MANREF); SEM CADFORN
      *              O PEDIDO SAI SO COM O CODIGO, COM AVISO.
      *  15/10/2026  O ESTOQUE BLOQUEADO (QUARENTENA/AVARIA, ATUBLOQ
      *              DO DIA GRAVADO PELO EM0403) NAO CONTA COMO SALDO:
      *              O ITEM E CRITICO QUANDO O DISPONIVEL (QTDE MENOS
      *              BLOQUEADO) FICA NO MINIMO, E A SUGESTAO PASSA A
      *              2 X MINIMO - DISPONIVEL. SEM ATUBLOQ, NADA
      *              BLOQUEADO.
      *  15/10/2026  O FORNECEDOR DE CADA ITEM CRITICO SAI DO
      *              CATALOGO FORNECEDOR X ITEM (CADCATF.DAT, MANTIDO
      *              PELO EM0432): A OFERTA MAIS BARATA, DENTRO DA
      *              VALIDADE, CUJA ENTREGA (PRAZO DA OFERTA ROLADO
      *              PELO DATAROLL) NAO PASSA DA DATA DE NECESSIDADE
      *              DO ITEM (MOVIMENTO + PRAZO DO CADASTRO); NO
      *              EMPATE, A DE MENOR PRAZO. A SUGESTAO SOBE ATE O
      *              LOTE MINIMO DA OFERTA. SEM OFERTA QUE SIRVA (OU
      *              SEM CADCATF) FICA O FORNECEDOR, PRECO E PRAZO DO
      *              CADASTRO. O NOVO RELATORIO RELESCF MOSTRA, POR
      *              ITEM, O FORNECEDOR HABITUAL, O ESCOLHIDO, AS
      *              OFERTAS PRETERIDAS COM O MOTIVO E A ECONOMIA
      *              SOBRE O PRECO HABITUAL (OFERTA DO FORNECEDOR DO
      *              CADASTRO OU, SEM ELA, PRECO DO CADASTRO).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FORN.

           SELECT ATUBLOQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BLOQ.

           SELECT CADCATF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTF.

           SELECT RELESCF ASSIGN TO DISK.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.
           02 CONTATO-FORN   PIC X(12).
           02 CONDPAG-FORN   PIC X(05).

       FD ATUBLOQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ATUBLOQ.DAT".

       01 REG-ATB.
           02 COD-ATB        PIC 9(03).
           02 DEP-ATB        PIC 9(02).
           02 LOTE-ATB       PIC X(06).
           02 VALID-ATB      PIC 9(08).
           02 SIT-ATB        PIC X(01).
           02 QTDE-ATB       PIC 9(03).
           02 DATA-ATB       PIC 9(08).
           02 MOT-ATB        PIC 9(02).
           02 DOC-ATB        PIC 9(06).

       COPY CADCATF.

       FD RELESCF
           LABEL RECORD IS OMITTED.

       01 REL-ESC            PIC X(80).

       COPY DATAMOV.

       WORKING-STORAGE SECTION.
       77 POS-FORN           PIC 9(03) VALUE ZEROES.
       77 DATA-ENTREGA       PIC 9(08) VALUE ZEROES.
       77 PRAZO-DIAS         PIC 9(03) VALUE ZEROES.
       77 FS-BLOQ            PIC X(02) VALUE SPACES.
       77 FIM-BLOQ           PIC X(03) VALUE "NAO".
       77 QTD-BLQ-CH         PIC 9(03) VALUE ZEROES.
       77 IDX-BLQ-CH         PIC 9(03) VALUE ZEROES.
       77 POS-BLQ-CH         PIC 9(03) VALUE ZEROES.
       77 DISPONIVEL         PIC S9(05) VALUE ZEROES.
       77 COD-CHAVE          PIC 9(03) VALUE ZEROES.
       77 DEP-CHAVE          PIC 9(02) VALUE ZEROES.
       77 FS-CTF             PIC X(02) VALUE SPACES.
       77 FIM-CTF            PIC X(03) VALUE "NAO".
       77 TEM-CATALOGO       PIC 9     VALUE ZEROES.
       77 QTD-CTF            PIC 9(04) VALUE ZEROES.
       77 IDX-CTF            PIC 9(04) VALUE ZEROES.
       77 POS-ESCOLHA        PIC 9(04) VALUE ZEROES.
       77 POS-HABITUAL       PIC 9(04) VALUE ZEROES.
       77 OFERTA-SERVE       PIC 9     VALUE ZEROES.
       77 DATA-NECESSIDADE   PIC 9(08) VALUE ZEROES.
       77 DATA-OFERTA        PIC 9(08) VALUE ZEROES.
       77 PRECO-HABITUAL     PIC 9(04)V99 VALUE ZEROES.
       77 ECONOMIA-ITEM      PIC S9(07)V99 VALUE ZEROES.
       77 ECONOMIA-TOTAL     PIC S9(09)V99 VALUE ZEROES.
       77 CT-TROCAS          PIC 9(05) VALUE ZEROES.
       77 MOTIVO-PRETERIDA   PIC X(20) VALUE SPACES.

       01 DATA-BASE-X        PIC X(08) VALUE SPACES.
       01 DATA-BASE REDEFINES DATA-BASE-X PIC 9(08).
               03 RAZAO-FORN-TAB   PIC X(25).
               03 CONDPAG-FORN-TAB PIC X(05).

      * BLOQUEADO DO DIA POR ITEM/DEPOSITO (SOMA DE ATUBLOQ).
       01 TAB-BLQ-CH.
           02 ENT-BLQ-CH OCCURS 200 TIMES.
               03 COD-BLQ-CH     PIC 9(03).
               03 DEP-BLQ-CH     PIC 9(02).
               03 QTDE-BLQ-CH    PIC 9(05).

      * OFERTAS DO CATALOGO FORNECEDOR X ITEM (ORDEM ITEM+FORN).
       01 TAB-CTF.
           02 ENT-CTF OCCURS 1000 TIMES.
               03 COD-CTF-TAB     PIC 9(03).
               03 FORN-CTF-TAB    PIC 9(04).
               03 PRECO-CTF-TAB   PIC 9(04)V99.
               03 LOTEMIN-CTF-TAB PIC 9(04).
               03 PRAZO-CTF-TAB   PIC 9(03).
               03 VALID-CTF-TAB   PIC 9(08).

       01 CAB-01.
           02 FILLER         PIC X(35) VALUE
                        "PEDIDOS DE COMPRA - ESTOQUE CRITICO".
           02 CONDPAG-LIN    PIC X(05).
           02 FILLER         PIC X(26) VALUE SPACES.

       01 CAB-ESC.
           02 FILLER         PIC X(40) VALUE
                        "ESCOLHA DE FORNECEDOR - ITENS CRITICOS  ".
           02 FILLER         PIC X(40) VALUE SPACES.

       01 LIN-ESC-ITEM.
           02 FILLER         PIC X(05) VALUE "ITEM ".
           02 COD-ESC-LIN    PIC 9(03).
           02 FILLER         PIC X(01) VALUE "/".
           02 DEP-ESC-LIN    PIC 9(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DESC-ESC-LIN   PIC X(30).
           02 FILLER         PIC X(13) VALUE "  NECESSIDADE".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NECES-ESC-LIN  PIC 9(08).
           02 FILLER         PIC X(16) VALUE SPACES.

       01 LIN-ESC-FORN.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 PAPEL-ESC-LIN  PIC X(10).
           02 FORN-ESC-LIN   PIC 9(04).
           02 FILLER         PIC X(07) VALUE "  PRECO".
           02 PRECO-ESC-LIN  PIC Z.ZZ9,99.
           02 FILLER         PIC X(07) VALUE "  PRAZO".
           02 PRAZO-ESC-LIN  PIC ZZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 COMPL-ESC-LIN  PIC X(35).

       01 COMPL-ESCOLHA.
           02 FILLER         PIC X(05) VALUE "QTDE ".
           02 QTDE-COMPL     PIC ZZZ9.
           02 FILLER         PIC X(11) VALUE "  ECONOMIA ".
           02 ECON-COMPL     PIC ---.--9,99.
           02 FILLER         PIC X(05) VALUE SPACES.

       01 LIN-ESC-TOTAL.
           02 FILLER         PIC X(23) VALUE
                        "ITENS COM TROCA DE FORN".
           02 FILLER         PIC X(09) VALUE "ECEDOR: ".
           02 TROCAS-LIN     PIC ZZ.ZZ9.
           02 FILLER         PIC X(18) VALUE
                        "  ECONOMIA TOTAL: ".
           02 ECON-TOT-LIN   PIC ----.---.--9,99.
           02 FILLER         PIC X(09) VALUE SPACES.

       01 LIN-GERAL.
           02 FILLER         PIC X(25) VALUE
                        "VALOR GERAL DOS PEDIDOS: ".
           STOP RUN.

       ROT-ENTRADA.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-BASE-X.
           PERFORM CARGA-BLOQUEIOS.
           PERFORM CARGA-CATALOGO.
           OPEN OUTPUT RELESCF.
           WRITE REL-ESC FROM CAB-ESC AFTER ADVANCING 1 LINE.
           OPEN INPUT ATUMERC.
           IF FS-ARQ NOT EQUAL "00"
               DISPLAY "ATUMERC NAO ENCONTRADO/INACESSIVEL - STATUS "
               STOP RUN.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE ATUMERC.
           MOVE CT-TROCAS TO TROCAS-LIN.
           MOVE ECONOMIA-TOTAL TO ECON-TOT-LIN.
           WRITE REL-ESC FROM LIN-ESC-TOTAL AFTER ADVANCING 2 LINES.
           CLOSE RELESCF.

       LEITURA.
           READ ATUMERC AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           IF TIPO-TRAILER NOT EQUAL "TR"
               PERFORM CALCULA-DISPONIVEL
               IF DISPONIVEL IS LESS THAN OR EQUAL TO MIN-ATU
                   PERFORM SELECIONA-CRITICO.
           PERFORM LEITURA.

      * DISPONIVEL = QTDE FISICA MENOS O BLOQUEADO DA CHAVE.
       CALCULA-DISPONIVEL.
           MOVE QTDE-ATU TO DISPONIVEL.
           MOVE COD-ATU TO COD-CHAVE.
           MOVE DEP-ATU TO DEP-CHAVE.
           PERFORM ACHA-BLQ-CH.
           IF POS-BLQ-CH IS GREATER THAN ZEROES
               SUBTRACT QTDE-BLQ-CH(POS-BLQ-CH) FROM DISPONIVEL.
           IF DISPONIVEL IS LESS THAN ZEROES
               MOVE ZEROES TO DISPONIVEL.

       SELECIONA-CRITICO.
           ADD 1 TO CT-CRITICOS.
           COMPUTE SUGESTAO-CALC = (2 * MIN-ATU) - DISPONIVEL.
           MOVE FORN-ATU TO FORN-W.
           MOVE COD-ATU TO COD-W.
           MOVE DEP-ATU TO DEP-W.
           MOVE DESC-ATU TO DESC-W.
           MOVE PRECO-ATU TO PRECO-W.
           MOVE PRAZO-ATU TO PRAZO-W.
           PERFORM ESCOLHE-FORNECEDOR.
           MOVE SUGESTAO-CALC TO SUGESTAO-W.
           PERFORM IMPRIME-ESCOLHA.
           RELEASE REG-WORKPED.

      * OFERTA QUE SERVE: DENTRO DA VALIDADE E ENTREGANDO ATE A DATA
      * DE NECESSIDADE. VENCE A MAIS BARATA; NO EMPATE, A DE MENOR
      * PRAZO. O PRECO HABITUAL E O DA OFERTA VALIDA DO FORNECEDOR
      * DO CADASTRO OU, SEM ELA, O PRECO DO CADASTRO. A ECONOMIA E
      * MEDIDA NA SUGESTAO, ANTES DE SUBIR AO LOTE MINIMO.
       ESCOLHE-FORNECEDOR.
           MOVE PRAZO-ATU TO PRAZO-DIAS.
           CALL "DATAROLL" USING DATA-BASE PRAZO-DIAS DATA-NECESSIDADE.
           MOVE ZEROES TO POS-ESCOLHA POS-HABITUAL IDX-CTF.
           MOVE PRECO-ATU TO PRECO-HABITUAL.
           PERFORM AVALIA-OFERTA QTD-CTF TIMES.
           IF POS-HABITUAL IS GREATER THAN ZEROES
               MOVE PRECO-CTF-TAB(POS-HABITUAL) TO PRECO-HABITUAL.
           IF POS-ESCOLHA IS GREATER THAN ZEROES
               MOVE FORN-CTF-TAB(POS-ESCOLHA) TO FORN-W
               MOVE PRECO-CTF-TAB(POS-ESCOLHA) TO PRECO-W
               MOVE PRAZO-CTF-TAB(POS-ESCOLHA) TO PRAZO-W.
           COMPUTE ECONOMIA-ITEM =
               (PRECO-HABITUAL - PRECO-W) * SUGESTAO-CALC.
           ADD ECONOMIA-ITEM TO ECONOMIA-TOTAL.
           IF POS-ESCOLHA IS GREATER THAN ZEROES AND
              SUGESTAO-CALC IS LESS THAN LOTEMIN-CTF-TAB(POS-ESCOLHA)
               MOVE LOTEMIN-CTF-TAB(POS-ESCOLHA) TO SUGESTAO-CALC.
           IF FORN-W NOT EQUAL FORN-ATU
               ADD 1 TO CT-TROCAS.

       AVALIA-OFERTA.
           ADD 1 TO IDX-CTF.
           IF COD-CTF-TAB(IDX-CTF) EQUAL COD-ATU
               PERFORM TESTA-OFERTA
               IF FORN-CTF-TAB(IDX-CTF) EQUAL FORN-ATU AND
                  VALID-CTF-TAB(IDX-CTF) IS NOT LESS THAN DATA-BASE
                   MOVE IDX-CTF TO POS-HABITUAL
               END-IF
               IF OFERTA-SERVE EQUAL 1
                   IF POS-ESCOLHA EQUAL ZEROES
                       MOVE IDX-CTF TO POS-ESCOLHA
                   ELSE
                       IF PRECO-CTF-TAB(IDX-CTF) IS LESS THAN
                          PRECO-CTF-TAB(POS-ESCOLHA) OR
                          (PRECO-CTF-TAB(IDX-CTF) EQUAL
                           PRECO-CTF-TAB(POS-ESCOLHA) AND
                           PRAZO-CTF-TAB(IDX-CTF) IS LESS THAN
                           PRAZO-CTF-TAB(POS-ESCOLHA))
                           MOVE IDX-CTF TO POS-ESCOLHA.

       TESTA-OFERTA.
           MOVE 1 TO OFERTA-SERVE.
           MOVE SPACES TO MOTIVO-PRETERIDA.
           IF VALID-CTF-TAB(IDX-CTF) IS LESS THAN DATA-BASE
               MOVE ZEROES TO OFERTA-SERVE
               MOVE "OFERTA VENCIDA" TO MOTIVO-PRETERIDA
           ELSE
               MOVE PRAZO-CTF-TAB(IDX-CTF) TO PRAZO-DIAS
               CALL "DATAROLL" USING DATA-BASE PRAZO-DIAS DATA-OFERTA
               IF DATA-OFERTA IS GREATER THAN DATA-NECESSIDADE
                   MOVE ZEROES TO OFERTA-SERVE
                   MOVE "ENTREGA APOS NECESS." TO MOTIVO-PRETERIDA.

      * ITEM NO RELESCF: HABITUAL, ESCOLHIDO E PRETERIDOS.
       IMPRIME-ESCOLHA.
           MOVE COD-ATU TO COD-ESC-LIN.
           MOVE DEP-ATU TO DEP-ESC-LIN.
           MOVE DESC-ATU TO DESC-ESC-LIN.
           MOVE DATA-NECESSIDADE TO NECES-ESC-LIN.
           WRITE REL-ESC FROM LIN-ESC-ITEM AFTER ADVANCING 2 LINES.
           MOVE "HABITUAL  " TO PAPEL-ESC-LIN.
           MOVE FORN-ATU TO FORN-ESC-LIN.
           MOVE PRECO-HABITUAL TO PRECO-ESC-LIN.
           IF POS-HABITUAL IS GREATER THAN ZEROES
               MOVE PRAZO-CTF-TAB(POS-HABITUAL) TO PRAZO-ESC-LIN
               MOVE "OFERTA DO CATALOGO" TO COMPL-ESC-LIN
           ELSE
               MOVE PRAZO-ATU TO PRAZO-ESC-LIN
               MOVE "PRECO DO CADASTRO" TO COMPL-ESC-LIN.
           WRITE REL-ESC FROM LIN-ESC-FORN AFTER ADVANCING 1 LINE.
           MOVE "ESCOLHIDO " TO PAPEL-ESC-LIN.
           MOVE FORN-W TO FORN-ESC-LIN.
           MOVE PRECO-W TO PRECO-ESC-LIN.
           MOVE PRAZO-W TO PRAZO-ESC-LIN.
           MOVE SUGESTAO-CALC TO QTDE-COMPL.
           MOVE ECONOMIA-ITEM TO ECON-COMPL.
           MOVE COMPL-ESCOLHA TO COMPL-ESC-LIN.
           WRITE REL-ESC FROM LIN-ESC-FORN AFTER ADVANCING 1 LINE.
           IF POS-ESCOLHA EQUAL ZEROES
               MOVE SPACES TO REL-ESC
               MOVE "   SEM OFERTA QUE SIRVA - FORNECEDOR DO CADASTRO"
                   TO REL-ESC
               WRITE REL-ESC AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-CTF.
           PERFORM LISTA-PRETERIDA QTD-CTF TIMES.

       LISTA-PRETERIDA.
           ADD 1 TO IDX-CTF.
           IF COD-CTF-TAB(IDX-CTF) EQUAL COD-ATU AND
              IDX-CTF NOT EQUAL POS-ESCOLHA
               PERFORM TESTA-OFERTA
               IF OFERTA-SERVE EQUAL 1
                   IF PRECO-CTF-TAB(IDX-CTF) EQUAL PRECO-W
                       MOVE "MESMO PRECO, PRAZO" TO MOTIVO-PRETERIDA
                   ELSE
                       MOVE "PRECO MAIOR" TO MOTIVO-PRETERIDA
                   END-IF
               END-IF
               MOVE "PRETERIDO " TO PAPEL-ESC-LIN
               MOVE FORN-CTF-TAB(IDX-CTF) TO FORN-ESC-LIN
               MOVE PRECO-CTF-TAB(IDX-CTF) TO PRECO-ESC-LIN
               MOVE PRAZO-CTF-TAB(IDX-CTF) TO PRAZO-ESC-LIN
               MOVE MOTIVO-PRETERIDA TO COMPL-ESC-LIN
               WRITE REL-ESC FROM LIN-ESC-FORN AFTER ADVANCING 1 LINE.

      * CATALOGO FORNECEDOR X ITEM; AUSENTE, VALE O CADASTRO.
       CARGA-CATALOGO.
           OPEN INPUT CADCATF.
           IF FS-CTF EQUAL "00"
               MOVE 1 TO TEM-CATALOGO
               PERFORM LE-CTF UNTIL FIM-CTF EQUAL "SIM"
               CLOSE CADCATF
           ELSE
               DISPLAY "EM0411 - SEM CADCATF - FORNECEDOR DO "
                       "CADASTRO".

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

      * BLOQUEIOS DO DIA SOMADOS POR ITEM/DEPOSITO; AUSENTE, NENHUM.
       CARGA-BLOQUEIOS.
           OPEN INPUT ATUBLOQ.
           IF FS-BLOQ EQUAL "00"
               PERFORM LE-BLOQ UNTIL FIM-BLOQ EQUAL "SIM"
               CLOSE ATUBLOQ.

       LE-BLOQ.
           READ ATUBLOQ AT END
               MOVE "SIM" TO FIM-BLOQ.
           IF FIM-BLOQ NOT EQUAL "SIM"
               MOVE COD-ATB TO COD-CHAVE
               MOVE DEP-ATB TO DEP-CHAVE
               PERFORM ACHA-BLQ-CH
               IF POS-BLQ-CH EQUAL ZEROES
                   PERFORM INCLUI-BLQ-CH
               END-IF
               ADD QTDE-ATB TO QTDE-BLQ-CH(POS-BLQ-CH).

       INCLUI-BLQ-CH.
           IF QTD-BLQ-CH GREATER THAN OR EQUAL TO 200
               DISPLAY "ATUBLOQ EXCEDE 200 CHAVES - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               ADD 1 TO QTD-BLQ-CH
               MOVE QTD-BLQ-CH TO POS-BLQ-CH
               MOVE COD-ATB TO COD-BLQ-CH(POS-BLQ-CH)
               MOVE DEP-ATB TO DEP-BLQ-CH(POS-BLQ-CH)
               MOVE ZEROES TO QTDE-BLQ-CH(POS-BLQ-CH).

       ACHA-BLQ-CH.
           MOVE ZEROES TO POS-BLQ-CH IDX-BLQ-CH.
           PERFORM TESTA-BLQ-CH QTD-BLQ-CH TIMES.

       TESTA-BLQ-CH.
           ADD 1 TO IDX-BLQ-CH.
           IF COD-BLQ-CH(IDX-BLQ-CH) EQUAL COD-CHAVE AND
              DEP-BLQ-CH(IDX-BLQ-CH) EQUAL DEP-CHAVE
               MOVE IDX-BLQ-CH TO POS-BLQ-CH.

       ROT-SAIDA.
           PERFORM LE-SEQUENCIA.
           PERFORM CARGA-FORNECEDORES.
           OPEN OUTPUT ARQPEDIDO
