      *              PELO CODIGO DO ITEM (TODOS OS DEPOSITOS DELE).
      *  02/09/2026  TIPO "5" (AJUSTE DE INVENTARIO DO EM0415) ENTRA
      *              NA FICHA: O SALDO VIRA A QTDE CONTADA.
      *  15/10/2026  TIPO "7" (SAIDA POR VENDA DO EM0422) ENTRA NA
      *              FICHA, COM O NUMERO DO PEDIDO NO DOCUMENTO.
      *  15/10/2026  TIPO "8" (DEVOLUCAO DE VENDA DO EM0330) ENTRA NA
      *              FICHA COMO ENTRADA, COM O PEDIDO ORIGINAL NO
      *              DOCUMENTO.
      *  15/10/2026  MOVIMENTO DATADO EM COMPETENCIA JA FECHADA PELO
      *              EM0425 (FECHEST.DAT) SAI NA FICHA COM QUANTIDADE
      *              ZERO E "REJ. PERIODO FECHADO", COMO O EM0403 O
      *              REJEITA (SALVO OS ADIAMENTOS "VENCID"/"TRANSF").
      *  15/10/2026  TIPO "9" (MUDANCA DE STATUS DE ESTOQUE) ENTRA NA
      *              FICHA COM OS STATUS DE/PARA NA OBSERVACAO; SO A
      *              BAIXA ("B") MEXE NO SALDO. O BLOQUEADO DE
      *              ABERTURA VEM DE CADBLOQ.DAT E SEGUE AS REGRAS DO
      *              EM0403: TRANSFERENCIA/SAIDA SO CONTRA O SALDO
      *              LIVRE E AJUSTE ABAIXO DO BLOQUEADO REJEITADO. O
      *              BLOQUEADO FINAL DA CHAVE SAI APOS O FECHAMENTO.
      *  15/10/2026  MOVIMENTO DATADO EM COMPETENCIA FECHADA OU EM
      *              FECHAMENTO NA CONTABILIDADE (PERCONT.DAT) SAI NA
      *              FICHA COM QUANTIDADE ZERO E "REJ. PER. CONTABIL",
      *              COMO O EM0403 O REJEITA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           SELECT RELKARD ASSIGN TO DISK.

           SELECT CADBLOQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BLOQ.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

           SELECT FECHEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FECHEST.

           SELECT PERCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERCONT.

       DATA DIVISION.
       FILE SECTION.

           02 DEPDEST-MOV    PIC 9(02).
           02 LOTE-MOV       PIC X(06).
           02 VALID-MOV      PIC 9(08).
           02 SITDE-MOV      PIC X(01).
           02 SITPARA-MOV    PIC X(01).
           02 MOTIVO-MOV     PIC 9(02).

       FD ATUMERC
           LABEL RECORD ARE STANDARD

       01 REL-SAI            PIC X(80).

       FD CADBLOQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADBLOQ.DAT".

       01 REG-BLQ.
           02 COD-BLQ        PIC 9(03).
           02 DEP-BLQ        PIC 9(02).
           02 LOTE-BLQ       PIC X(06).
           02 VALID-BLQ      PIC 9(08).
           02 SIT-BLQ        PIC X(01).
           02 QTDE-BLQ       PIC 9(03).
           02 DATA-BLQ       PIC 9(08).
           02 MOT-BLQ        PIC 9(02).
           02 DOC-BLQ        PIC 9(06).

       COPY DATAMOV.

       COPY FECHEST.

       COPY PERCONT.

       WORKING-STORAGE SECTION.

       77 CH-CAD             PIC X(05) VALUE SPACES.
       77 PRIMEIRO-MOV       PIC X(03) VALUE "SIM".
       77 CAD-NA-FICHA       PIC X(03) VALUE "NAO".
       77 GRAVADO-FICHA      PIC X(03) VALUE "NAO".
       77 FS-BLOQ            PIC X(02) VALUE SPACES.
       77 FIM-BLOQ           PIC X(03) VALUE "NAO".
       77 QTD-BLQ-CH         PIC 9(03) VALUE ZEROES.
       77 IDX-BLQ-CH         PIC 9(03) VALUE ZEROES.
       77 POS-BLQ-CH         PIC 9(03) VALUE ZEROES.
       77 BLOQ-Q             PIC S9(05) VALUE ZEROES.
       77 BLOQ-A             PIC S9(05) VALUE ZEROES.
       77 BLOQ-SIT           PIC S9(05) VALUE ZEROES.
       77 LIVRE              PIC S9(05) VALUE ZEROES.
       77 STATUS-VALIDO      PIC 9     VALUE ZEROES.

      * SALDO BLOQUEADO DE ABERTURA POR CHAVE (SOMA DE CADBLOQ).
       01 TAB-BLQ-CH.
           02 ENT-BLQ-CH OCCURS 200 TIMES.
               03 COD-BLQ-CH     PIC 9(03).
               03 DEP-BLQ-CH     PIC 9(02).
               03 QTDQ-BLQ-CH    PIC 9(05).
               03 QTDA-BLQ-CH    PIC 9(05).

       01 OBS-STATUS.
           02 FILLER         PIC X(07) VALUE "STATUS ".
           02 DE-OBS         PIC X(01).
           02 FILLER         PIC X(02) VALUE "->".
           02 PARA-OBS       PIC X(01).
           02 FILLER         PIC X(09) VALUE SPACES.

       COPY WSMOTBLQ.

       01 DATA-LOTE-X        PIC X(08) VALUE SPACES.
       01 DATA-LOTE REDEFINES DATA-LOTE-X PIC 9(08).

       COPY WSDATAMOV.

       COPY WSFECHEST.

       COPY WSPERCONT.

       01 CAB-01.
           02 FILLER         PIC X(26) VALUE
                        "FICHA KARDEX - MERCADORIA ".
           02 SALDOT-LIN     PIC ---99.
           02 FILLER         PIC X(33) VALUE SPACES.

       01 LIN-BLOQUEIO.
           02 FILLER         PIC X(24) VALUE
                        "BLOQUEADO - QUARENTENA: ".
           02 BLOQQ-LIN      PIC ZZZZ9.
           02 FILLER         PIC X(12) VALUE "  AVARIADO: ".
           02 BLOQA-LIN      PIC ZZZZ9.
           02 FILLER         PIC X(34) VALUE SPACES.

       01 LIN-FECHAMENTO.
           02 FILLER         PIC X(24) VALUE
                        "SALDO DE FECHAMENTO:    ".
       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-LOTE-X.
           PERFORM LE-FECHEST.
           PERFORM LE-PERCONT.
           DISPLAY "CODIGO DA MERCADORIA (ZEROS = TODAS): "
                   WITH NO ADVANCING.
           ACCEPT COD-CONSULTA.
           MOVE COD-CONSULTA TO COD-CONSULTA-X.
           PERFORM PRE-VARRE-TRANSFERENCIAS.
           PERFORM CARGA-BLOQUEIOS.
           OPEN INPUT  CADMERC
                       MOVMERC
                       ATUMERC
           READ MOVMERC AT END
               MOVE "SIM" TO FIM-PRE.
           IF FIM-PRE NOT EQUAL "SIM"
               MOVE DATA-MOV-MERC(1:6) TO ANOMES-TESTE-X
               PERFORM VERIFICA-PERIODO
               IF TIPO-MOV EQUAL "4" AND
                  DATA-MOV-MERC IS NOT GREATER THAN DATA-LOTE AND
                  DATA-MOV-MERC(1:6) IS GREATER THAN ANOMES-FECHADO-X
                  AND PERIODO-FECHADO NOT EQUAL "SIM"
                   PERFORM GUARDA-PERNA-ENTRADA.

       GUARDA-PERNA-ENTRADA.
                   MOVE DEPDEST-MOV TO DEP-TRF-TAB(QTD-TRANSF)
                   MOVE QTDE-MOV TO QTDE-TRF-TAB(QTD-TRANSF).

      * ESTOQUE BLOQUEADO DE ABERTURA (O MESMO CADBLOQ QUE O EM0403
      * LEU), SOMADO POR CHAVE E STATUS; AUSENTE = NADA BLOQUEADO.
       CARGA-BLOQUEIOS.
           OPEN INPUT CADBLOQ.
           IF FS-BLOQ EQUAL "00"
               PERFORM LE-BLOQ UNTIL FIM-BLOQ EQUAL "SIM"
               CLOSE CADBLOQ.

       LE-BLOQ.
           READ CADBLOQ AT END
               MOVE "SIM" TO FIM-BLOQ.
           IF FIM-BLOQ NOT EQUAL "SIM"
               MOVE COD-BLQ TO CH-ORIGEM(1:3)
               MOVE DEP-BLQ TO CH-ORIGEM(4:2)
               PERFORM ACHA-BLQ-CH
               IF POS-BLQ-CH EQUAL ZEROES
                   PERFORM INCLUI-BLQ-CH
               END-IF
               IF SIT-BLQ EQUAL "Q"
                   ADD QTDE-BLQ TO QTDQ-BLQ-CH(POS-BLQ-CH)
               ELSE
                   ADD QTDE-BLQ TO QTDA-BLQ-CH(POS-BLQ-CH).

       INCLUI-BLQ-CH.
           IF QTD-BLQ-CH GREATER THAN OR EQUAL TO 200
               DISPLAY "CADBLOQ EXCEDE 200 CHAVES - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               ADD 1 TO QTD-BLQ-CH
               MOVE QTD-BLQ-CH TO POS-BLQ-CH
               MOVE COD-BLQ TO COD-BLQ-CH(POS-BLQ-CH)
               MOVE DEP-BLQ TO DEP-BLQ-CH(POS-BLQ-CH)
               MOVE ZEROES TO QTDQ-BLQ-CH(POS-BLQ-CH)
                              QTDA-BLQ-CH(POS-BLQ-CH).

      * PROCURA A CHAVE GUARDADA EM CH-ORIGEM NA TABELA DE BLOQUEIOS.
       ACHA-BLQ-CH.
           MOVE ZEROES TO POS-BLQ-CH IDX-BLQ-CH.
           PERFORM TESTA-BLQ-CH QTD-BLQ-CH TIMES.

       TESTA-BLQ-CH.
           ADD 1 TO IDX-BLQ-CH.
           IF COD-BLQ-CH(IDX-BLQ-CH) EQUAL CH-ORIGEM(1:3) AND
              DEP-BLQ-CH(IDX-BLQ-CH) EQUAL CH-ORIGEM(4:2)
               MOVE IDX-BLQ-CH TO POS-BLQ-CH.

       LER-CAD.
           READ CADMERC AT END MOVE HIGH-VALUES TO CH-CAD.
           IF CH-CAD NOT EQUAL HIGH-VALUES
               ELSE
                   MOVE DESC-ATU TO DESC-CAB.
           MOVE CAD-NA-FICHA TO GRAVADO-FICHA.
           MOVE ZEROES TO BLOQ-Q BLOQ-A.
           MOVE CH-MENOR TO CH-ORIGEM.
           PERFORM ACHA-BLQ-CH.
           IF POS-BLQ-CH IS GREATER THAN ZEROES
               MOVE QTDQ-BLQ-CH(POS-BLQ-CH) TO BLOQ-Q
               MOVE QTDA-BLQ-CH(POS-BLQ-CH) TO BLOQ-A.
           WRITE REL-SAI FROM CAB-01 AFTER ADVANCING 2 LINES.
           MOVE SALDO-CORRENTE TO ABERTURA-LIN.
           WRITE REL-SAI FROM LIN-ABERTURA AFTER ADVANCING 1 LINE.
                   MOVE "SEM ATUMERC" TO OBS-LIN
                   ADD 1 TO CT-DIVERG.
           WRITE REL-SAI FROM LIN-FECHAMENTO AFTER ADVANCING 1 LINE.
           IF BLOQ-Q IS GREATER THAN ZEROES OR
              BLOQ-A IS GREATER THAN ZEROES
               MOVE BLOQ-Q TO BLOQQ-LIN
               MOVE BLOQ-A TO BLOQA-LIN
               WRITE REL-SAI FROM LIN-BLOQUEIO AFTER ADVANCING 1 LINE.

      * PERNAS DE ENTRADA DE TRANSFERENCIA RECEBIDAS POR ESTE
      * ITEM/DEPOSITO NA MESMA RODADA, EM LINHA PROPRIA.
      * MOVIMENTOS DA CHAVE ENTRAM EM SEQUENCIA SOBRE O MESMO SALDO
      * (GRAVADO-FICHA INDICA SE O REGISTRO EXISTE NO MOMENTO).
       LANCA-MOV.
           MOVE DATA-MOV-MERC(1:6) TO ANOMES-TESTE-X.
           PERFORM VERIFICA-PERIODO.
           EVALUATE TRUE
               WHEN TIPO-MOV NOT EQUAL "1" AND
                    TIPO-MOV NOT EQUAL "2" AND
                    TIPO-MOV NOT EQUAL "3" AND
                    TIPO-MOV NOT EQUAL "4" AND
                    TIPO-MOV NOT EQUAL "5" AND
                    TIPO-MOV NOT EQUAL "6" AND
                    TIPO-MOV NOT EQUAL "7" AND
                    TIPO-MOV NOT EQUAL "8" AND
                    TIPO-MOV NOT EQUAL "9"
                   MOVE ZEROES TO DELTA-MOV
                   MOVE "TIPO INVALIDO" TO OBS-MOV-LIN
               WHEN DATA-MOV-MERC(1:6) NOT GREATER THAN
                    ANOMES-FECHADO-X AND
                    LOTE-MOV NOT EQUAL "VENCID" AND
                    LOTE-MOV NOT EQUAL "TRANSF"
                   MOVE ZEROES TO DELTA-MOV
                   MOVE "REJ. PERIODO FECHADO" TO OBS-MOV-LIN
               WHEN PERIODO-FECHADO EQUAL "SIM" AND
                    LOTE-MOV NOT EQUAL "VENCID" AND
                    LOTE-MOV NOT EQUAL "TRANSF"
                   MOVE ZEROES TO DELTA-MOV
                   MOVE "REJ. PER. CONTABIL" TO OBS-MOV-LIN
               WHEN TIPO-MOV EQUAL "1"
                   IF GRAVADO-FICHA EQUAL "SIM"
                       MOVE ZEROES TO DELTA-MOV
                       MOVE "REJEITADO-NAO EXISTE" TO OBS-MOV-LIN
                   ELSE
                       COMPUTE DELTA-MOV = ZEROES - SALDO-CORRENTE
                       MOVE ZEROES TO BLOQ-Q BLOQ-A
                       MOVE "NAO" TO GRAVADO-FICHA
                       MOVE "APLICADO" TO OBS-MOV-LIN
                   END-IF
               WHEN TIPO-MOV EQUAL "4"
                   PERFORM CALCULA-LIVRE
                   IF GRAVADO-FICHA EQUAL "NAO" OR
                      QTDE-MOV IS GREATER THAN LIVRE
                       MOVE ZEROES TO DELTA-MOV
                       MOVE "REJEITADO EM0403" TO OBS-MOV-LIN
                   ELSE
                   IF GRAVADO-FICHA EQUAL "NAO"
                       MOVE ZEROES TO DELTA-MOV
                       MOVE "REJEITADO-NAO EXISTE" TO OBS-MOV-LIN
                   ELSE
                   IF QTDE-MOV IS LESS THAN BLOQ-Q + BLOQ-A AND
                      LOTE-MOV NOT EQUAL "VENCID"
                       MOVE ZEROES TO DELTA-MOV
                       MOVE "REJ. ABAIXO BLOQUEIO" TO OBS-MOV-LIN
                   ELSE
                       COMPUTE DELTA-MOV = QTDE-MOV - SALDO-CORRENTE
                       MOVE "AJUSTE INVENTARIO" TO OBS-MOV-LIN
                   END-IF
                   END-IF
               WHEN TIPO-MOV EQUAL "6"
                   IF GRAVADO-FICHA EQUAL "NAO"
                       MOVE ZEROES TO DELTA-MOV
                       MOVE QTDE-MOV TO DELTA-MOV
                       MOVE "APLICADO" TO OBS-MOV-LIN
                   END-IF
               WHEN TIPO-MOV EQUAL "7"
                   PERFORM CALCULA-LIVRE
                   IF GRAVADO-FICHA EQUAL "NAO" OR
                      QTDE-MOV IS GREATER THAN LIVRE
                       MOVE ZEROES TO DELTA-MOV
                       MOVE "REJEITADO EM0403" TO OBS-MOV-LIN
                   ELSE
                       COMPUTE DELTA-MOV = ZEROES - QTDE-MOV
                       MOVE "SAIDA POR VENDA" TO OBS-MOV-LIN
                   END-IF
               WHEN TIPO-MOV EQUAL "8"
                   IF GRAVADO-FICHA EQUAL "NAO"
                       MOVE ZEROES TO DELTA-MOV
                       MOVE "REJEITADO-NAO EXISTE" TO OBS-MOV-LIN
                   ELSE
                       MOVE QTDE-MOV TO DELTA-MOV
                       MOVE "DEVOLUCAO DE VENDA" TO OBS-MOV-LIN
                   END-IF
               WHEN TIPO-MOV EQUAL "9"
                   MOVE ZEROES TO DELTA-MOV
                   MOVE "REJEITADO EM0403" TO OBS-MOV-LIN
                   IF GRAVADO-FICHA EQUAL "SIM"
                       PERFORM LANCA-STATUS
                   END-IF
           END-EVALUATE.
           ADD DELTA-MOV TO SALDO-CORRENTE.
           MOVE TIPO-MOV TO TIPO-LIN.
           WRITE REL-SAI FROM LIN-MOV AFTER ADVANCING 1 LINE.
           PERFORM LER-MOV.

      * SALDO LIVRE DA FICHA = SALDO CORRENTE MENOS O BLOQUEADO.
       CALCULA-LIVRE.
           COMPUTE LIVRE = SALDO-CORRENTE - BLOQ-Q - BLOQ-A.
           IF LIVRE IS LESS THAN ZEROES
               MOVE ZEROES TO LIVRE.

      * MUDANCA DE STATUS COM A CRITICA DO EM0403: SO A BAIXA ("B")
      * MEXE NO SALDO; AS DEMAIS SO MOVEM ENTRE OS BLOQUEIOS.
       LANCA-STATUS.
           PERFORM CRITICA-STATUS.
           IF STATUS-VALIDO EQUAL 1
               PERFORM CALCULA-LIVRE
               IF SITDE-MOV EQUAL "D"
                   IF QTDE-MOV IS NOT GREATER THAN LIVRE
                       PERFORM SOMA-AO-BLOQUEIO
                       PERFORM MONTA-OBS-STATUS
                   END-IF
               ELSE
                   IF SITDE-MOV EQUAL "Q"
                       MOVE BLOQ-Q TO BLOQ-SIT
                   ELSE
                       MOVE BLOQ-A TO BLOQ-SIT
                   END-IF
                   IF QTDE-MOV IS NOT GREATER THAN BLOQ-SIT
                       PERFORM RETIRA-DO-BLOQUEIO
                       PERFORM MONTA-OBS-STATUS.

       MONTA-OBS-STATUS.
           MOVE SITDE-MOV TO DE-OBS.
           MOVE SITPARA-MOV TO PARA-OBS.
           MOVE OBS-STATUS TO OBS-MOV-LIN.

       SOMA-AO-BLOQUEIO.
           IF SITPARA-MOV EQUAL "Q"
               ADD QTDE-MOV TO BLOQ-Q
           ELSE
               ADD QTDE-MOV TO BLOQ-A.

       RETIRA-DO-BLOQUEIO.
           IF SITDE-MOV EQUAL "Q"
               SUBTRACT QTDE-MOV FROM BLOQ-Q
           ELSE
               SUBTRACT QTDE-MOV FROM BLOQ-A.
           IF SITPARA-MOV EQUAL "Q" OR SITPARA-MOV EQUAL "A"
               PERFORM SOMA-AO-BLOQUEIO
           ELSE
               IF SITPARA-MOV EQUAL "B"
                   IF QTDE-MOV IS GREATER THAN SALDO-CORRENTE
                       COMPUTE DELTA-MOV = ZEROES - SALDO-CORRENTE
                   ELSE
                       COMPUTE DELTA-MOV = ZEROES - QTDE-MOV.

       CRITICA-STATUS.
           MOVE 1 TO STATUS-VALIDO.
           IF (SITDE-MOV NOT EQUAL "D" AND SITDE-MOV NOT EQUAL "Q"
               AND SITDE-MOV NOT EQUAL "A") OR
              (SITPARA-MOV NOT EQUAL "D" AND SITPARA-MOV NOT EQUAL "Q"
               AND SITPARA-MOV NOT EQUAL "A"
               AND SITPARA-MOV NOT EQUAL "B") OR
              SITDE-MOV EQUAL SITPARA-MOV OR
              (SITDE-MOV EQUAL "D" AND SITPARA-MOV EQUAL "B") OR
              QTDE-MOV IS NOT NUMERIC OR QTDE-MOV EQUAL ZEROES
               MOVE ZEROES TO STATUS-VALIDO
           ELSE
           IF (SITPARA-MOV EQUAL "Q" OR SITPARA-MOV EQUAL "A") AND
              (MOTIVO-MOV IS NOT NUMERIC OR MOTIVO-MOV EQUAL ZEROES
               OR MOTIVO-MOV IS GREATER THAN QTD-MOTBLQ)
               MOVE ZEROES TO STATUS-VALIDO.

       CONSOME-MOV.
           PERFORM LER-MOV.

                 RELKARD.

       COPY LEDATAMOV.

       COPY LEFECHEST.

       COPY LEPERCONT.
