      *               SOCIO E PEDIDO NO CONSOLE (ZEROS OU VAZIO =
      *               TODOS OS SOCIOS). RETURN-CODE 4 QUANDO ALGUM
      *               SALDO DIVERGIU.
      *
      *MODIFICACAO
      *  15/10/2026  MOVIMENTOS DOS ACORDOS DE PARCELAMENTO (EM0234):
      *              "A" (SALDO TRANSFERIDO PARA O ACORDO) ABATE, "R"
      *              (SALDO RESTABELECIDO NA QUEBRA) SOMA E "Q"
      *              (PARCELA PAGA) E INFORMATIVO. CADA MOVIMENTO SAI
      *              COM A DESCRICAO DO TIPO.
      *  15/10/2026  MOVIMENTO "E" (RECUPERACAO DE CREDITO BAIXADO
      *              PELA ASSESSORIA DE COBRANCA, EM0237) E
      *              INFORMATIVO - O SALDO DO CADHISTX NAO E REABERTO.
      *  15/10/2026  MOVIMENTOS DOS CREDITOS DE PAGAMENTO A MAIOR: "K"
      *              (CREDITO APLICADO NA COBRANCA, EM0201) ABATE, "X"
      *              (EXCEDENTE GUARDADO COMO CREDITO, EM0212) E "D"
      *              (CREDITO DEVOLVIDO AO SOCIO, EM0238) SAO
      *              INFORMATIVOS.
      *  15/10/2026  O EXTRATO PASSA A LER O COMPANHEIRO INDEXADO
      *              LEDGSOCX.DAT (VER LEDGSOCX.CPY) A PARTIR DO SOCIO
      *              PEDIDO, JA NA ORDEM DE SOCIO E DATA, EM VEZ DE
      *              ORDENAR O LEDGSOC INTEIRO. LEDGSOCX AUSENTE
      *              DEVOLVE 16 (RECONSTRUIR COM O REORGIDX).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGSOCX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-LSX
           FILE STATUS IS FS-LSX.

           SELECT CADHISTX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           RECORD KEY IS NUMX-HIST
           FILE STATUS IS FS-HISTX.

           SELECT RELEXTR ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       COPY LEDGSOCX.

       FD CADHISTX
           LABEL RECORD ARE STANDARD
           02 SALDOX-HIST     PIC 9(09)V9(02).
           02 ATRASOSX-HIST   PIC 9(03).

       FD RELEXTR
           LABEL RECORD IS OMITTED.


       WORKING-STORAGE SECTION.

       77 FIM-TRAB           PIC X(03) VALUE "NAO".
       77 FS-HISTX           PIC X(02) VALUE SPACES.
       77 SOCIO-PEDIDO       PIC 9(06) VALUE ZEROES.
       77 SOCIO-ANT          PIC 9(06) VALUE ZEROES.
       77 CT-DIVERGENCIAS    PIC 9(05) VALUE ZEROES.
       77 CT-SOCIOS          PIC 9(05) VALUE ZEROES.

       COPY WSLEDGX.

       01 RESPOSTA-X         PIC X(06) VALUE SPACES.

      * MOVIMENTO CORRENTE, NO LAYOUT DO LEDGSOC (IMAGEM-LSX).
       01 REG-TRAB.
           02 NUM-TRAB       PIC 9(06).
           02 DATA-TRAB      PIC 9(08).
           02 TIPO-TRAB      PIC X(01).
           02 VALOR-TRAB     PIC 9(09)V99.
           02 SALDO-TRAB     PIC 9(09)V99.

       01 LIN-TITULO.
           02 FILLER         PIC X(29) VALUE
                             "EXTRATO DE MOVIMENTOS - SOCIO".
           02 VALOR-LIN      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 SALDO-LIN      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 DESCR-LIN      PIC X(30).
           02 FILLER         PIC X(03) VALUE SPACES.

       01 LIN-PROVA.
           02 FILLER         PIC X(19) VALUE "SALDO RECALCULADO: ".
                   MOVE RESPOSTA-X TO SOCIO-PEDIDO
               ELSE
                   MOVE ZEROES TO SOCIO-PEDIDO.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-TRAB EQUAL "SIM".
           PERFORM FIM.
           IF CT-DIVERGENCIAS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

      * O LEDGSOCX JA ESTA EM ORDEM DE SOCIO E DATA: O EXTRATO
      * POSICIONA NO SOCIO PEDIDO (OU NO INICIO, PARA TODOS) E LE ATE
      * MUDAR O SOCIO.
       INICIO SECTION.
           OPEN INPUT LEDGSOCX.
           IF FS-LSX NOT EQUAL "00"
               DISPLAY "LEDGSOCX NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-LSX
               DISPLAY "RECONSTRUIR O COMPANHEIRO DO LEDGSOC COM O "
                       "REORGIDX (LEDGSOCX.DAT, MODO R)"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CADHISTX
                OUTPUT RELEXTR.
           IF FS-HISTX NOT EQUAL "00"
                       FS-HISTX
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE SOCIO-PEDIDO TO NUM-LSX.
           MOVE ZEROES TO DATA-LSX SEQ-LSX.
           START LEDGSOCX KEY IS NOT LESS THAN CHAVE-LSX
               INVALID KEY MOVE "SIM" TO FIM-TRAB.
           PERFORM LE-TRAB.
           IF FIM-TRAB EQUAL "SIM"
               DISPLAY "NENHUM MOVIMENTO PARA O SOCIO PEDIDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       FIM SECTION.
           PERFORM FECHA-SOCIO.
           MOVE CT-SOCIOS TO SOC-LIN.
           MOVE CT-DIVERGENCIAS TO DIV-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           CLOSE LEDGSOCX
                 CADHISTX
                 RELEXTR.

       LE-TRAB SECTION.
           IF FIM-TRAB EQUAL "NAO"
               READ LEDGSOCX NEXT RECORD
                   AT END MOVE "SIM" TO FIM-TRAB.
           IF FIM-TRAB EQUAL "NAO"
               IF SOCIO-PEDIDO NOT EQUAL ZEROES AND
                  NUM-LSX NOT EQUAL SOCIO-PEDIDO
                   MOVE "SIM" TO FIM-TRAB
               ELSE
                   MOVE IMAGEM-LSX TO REG-TRAB.

       PRINCIPAL SECTION.
           IF PRIMEIRO EQUAL 1
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.

      * "C" E "R" (QUEBRA DE ACORDO) SOMAM AO SALDO, "P", "B"
      * (WRITE-OFF), "A" (ACORDO) E "K" (CREDITO APLICADO) ABATEM,
      * "J", "Q" (PARCELA DE ACORDO), "E" (RECUPERACAO DE PERDA), "X"
      * (EXCEDENTE EM CREDITO) E "D" (CREDITO DEVOLVIDO) SAO
      * INFORMATIVOS.
       IMPRIME-MOVIMENTO SECTION.
           EVALUATE TIPO-TRAB
               WHEN "C" ADD VALOR-TRAB TO SALDO-CALC
                   MOVE "COBRANCA" TO DESCR-LIN
               WHEN "P" SUBTRACT VALOR-TRAB FROM SALDO-CALC
                   MOVE "BAIXA DE RECEBIMENTO" TO DESCR-LIN
               WHEN "B" SUBTRACT VALOR-TRAB FROM SALDO-CALC
                   MOVE "BAIXA POR CANCELAMENTO" TO DESCR-LIN
               WHEN "A" SUBTRACT VALOR-TRAB FROM SALDO-CALC
                   MOVE "SALDO TRANSFERIDO PARA ACORDO" TO DESCR-LIN
               WHEN "R" ADD VALOR-TRAB TO SALDO-CALC
                   MOVE "SALDO RESTABELECIDO (QUEBRA)" TO DESCR-LIN
               WHEN "K" SUBTRACT VALOR-TRAB FROM SALDO-CALC
                   MOVE "CREDITO A MAIOR APLICADO" TO DESCR-LIN
               WHEN "J"
                   MOVE "ENCARGOS DO BOLETO" TO DESCR-LIN
               WHEN "Q"
                   MOVE "PARCELA DE ACORDO PAGA" TO DESCR-LIN
               WHEN "E"
                   MOVE "RECUPERACAO COBRANCA EXTERNA" TO DESCR-LIN
               WHEN "X"
                   MOVE "PAGAMENTO A MAIOR EM CREDITO" TO DESCR-LIN
               WHEN "D"
                   MOVE "CREDITO DEVOLVIDO AO SOCIO" TO DESCR-LIN
               WHEN OTHER
                   MOVE SPACES TO DESCR-LIN
           END-EVALUATE.
           MOVE DATA-TRAB TO DATA-LIN.
           MOVE TIPO-TRAB TO TIPO-LIN.
