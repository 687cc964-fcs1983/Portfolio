      *              ALTERAR O SALDO, ENTAO O CALCULO DO ESPERADO
      *              TAMBEM A IGNORA. SEM CADFORN A CRITICA E PULADA,
      *              COM AVISO NO CONSOLE, COMO NO EM0403.
      *  15/10/2026  TIPO "7" (SAIDA POR VENDA DO EM0422) ENTRA NO
      *              CALCULO: SUBTRAI DO ESPERADO QUANDO HA CADASTRO E
      *              A QUANTIDADE CABE NO SALDO, COMO O EM0403 APLICA.
      *  15/10/2026  TIPO "8" (DEVOLUCAO DE VENDA DO EM0330) ENTRA NO
      *              CALCULO: SOMA AO ESPERADO QUANDO HA CADASTRO, COMO
      *              A ENTRADA.
      *  15/10/2026  ACOMPANHA O PERIODO FECHADO DO EM0403: MOVIMENTO
      *              DATADO EM COMPETENCIA JA FECHADA PELO EM0425
      *              (FECHEST.DAT) FOI REJEITADO POR LA E TAMBEM NAO
      *              ENTRA NO ESPERADO, SALVO OS ADIAMENTOS DO PROPRIO
      *              EM0403 ("VENCID"/"TRANSF" NO LOTE).
      *  15/10/2026  ACOMPANHA O ESTOQUE BLOQUEADO DO EM0403: O SALDO
      *              BLOQUEADO DE ABERTURA DE CADA CHAVE (QUARENTENA E
      *              AVARIADO) VEM DE CADBLOQ.DAT; TRANSFERENCIA E
      *              SAIDA SO ENTRAM NO ESPERADO QUANDO CABEM NO SALDO
      *              LIVRE, AJUSTE ABAIXO DO BLOQUEADO NAO ENTRA, E O
      *              TIPO "9" (MUDANCA DE STATUS) MOVE ENTRE OS
      *              BLOQUEIOS DA CHAVE COM A MESMA CRITICA DO EM0403 -
      *              SO A BAIXA ("B") SUBTRAI DO ESPERADO.
      *  15/10/2026  ACOMPANHA O BLOQUEIO CONTABIL DO EM0403: MOVIMENTO
      *              DATADO EM COMPETENCIA FECHADA OU EM FECHAMENTO NO
      *              CONTROLE DE PERIODOS (PERCONT.DAT) TAMBEM NAO
      *              ENTRA NO ESPERADO, COM AS MESMAS EXCECOES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

           SELECT FECHEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FECHEST.

           SELECT PERCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERCONT.

           SELECT CADFORN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FORN.

           SELECT CADBLOQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BLOQ.

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
           02 CONTATO-FORN   PIC X(12).
           02 CONDPAG-FORN   PIC X(05).

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
       01 TAB-FORN.
           02 COD-FORN-TAB   PIC 9(04) OCCURS 100 TIMES.

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

       COPY WSMOTBLQ.

       01 DATA-LOTE-X        PIC X(08) VALUE SPACES.
       01 DATA-LOTE REDEFINES DATA-LOTE-X PIC 9(08).

       COPY WSDATAMOV.

       COPY WSFECHEST.

       COPY WSPERCONT.

       01 CAB-01.
           02 FILLER         PIC X(24) VALUE SPACES.
           02 FILLER         PIC X(31) VALUE
       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-LOTE-X.
           PERFORM LE-FECHEST.
           PERFORM LE-PERCONT.
           PERFORM CARGA-FORNECEDORES.
           PERFORM CARGA-BLOQUEIOS.
           OPEN INPUT  CADMERC
                       MOVMERC
                       ATUMERC
                   ADD 1 TO QTD-FORN
                   MOVE COD-FORN TO COD-FORN-TAB(QTD-FORN).

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

       VALIDA-FORNECEDOR.
           MOVE ZEROES TO POS-FORN IDX-FORN.
           IF TEM-FORN EQUAL ZEROES
               MOVE COD-CAD TO CH-CAD(1:3)
               MOVE DEP-CAD TO CH-CAD(4:2).

      * MOVIMENTO FUTURO OU DE PERIODO FECHADO NAO FOI APLICADO PELO
      * EM0403 E TAMBEM NAO ENTRA NA CONFERENCIA.
       LER-MOV.
           MOVE "SIM" TO MOV-FUTURO.
           PERFORM LER-MOV-BRUTA
       LER-MOV-BRUTA.
           READ MOVMERC AT END MOVE HIGH-VALUES TO CH-MOV.
           IF CH-MOV NOT EQUAL HIGH-VALUES
               MOVE DATA-MOV-MERC(1:6) TO ANOMES-TESTE-X
               PERFORM VERIFICA-PERIODO
               IF DATA-MOV-MERC IS GREATER THAN DATA-LOTE OR
                  ((DATA-MOV-MERC(1:6) NOT GREATER THAN
                    ANOMES-FECHADO-X OR PERIODO-FECHADO EQUAL "SIM")
                   AND LOTE-MOV NOT EQUAL "VENCID"
                   AND LOTE-MOV NOT EQUAL "TRANSF")
                   MOVE "SIM" TO MOV-FUTURO
               ELSE
                   MOVE "NAO" TO MOV-FUTURO
               MOVE "SIM" TO REGISTRO-EXISTE.
           IF CH-ATU EQUAL CH-MENOR
               MOVE QTDE-ATU TO QTDE-ATU-1.
           MOVE ZEROES TO BLOQ-Q BLOQ-A.
           MOVE CH-MENOR TO CH-ORIGEM.
           PERFORM ACHA-BLQ-CH.
           IF POS-BLQ-CH IS GREATER THAN ZEROES
               MOVE QTDQ-BLQ-CH(POS-BLQ-CH) TO BLOQ-Q
               MOVE QTDA-BLQ-CH(POS-BLQ-CH) TO BLOQ-A.
           PERFORM APLICA-MOV-ESPERADO
               UNTIL CH-MOV NOT EQUAL CH-MENOR.
           PERFORM SOMA-TRANSF-RECEBIDA.
                   END-IF
               WHEN "3"
                   IF REGISTRO-EXISTE EQUAL "SIM"
                       MOVE ZEROES TO ESPERADO BLOQ-Q BLOQ-A
                       MOVE "NAO" TO REGISTRO-EXISTE
                   END-IF
               WHEN "4"
                   PERFORM CALCULA-LIVRE
                   IF REGISTRO-EXISTE EQUAL "SIM" AND
                      QTDE-MOV IS NOT GREATER THAN LIVRE
                       SUBTRACT QTDE-MOV FROM ESPERADO
                       PERFORM GUARDA-PERNA-ENTRADA
                   END-IF
               WHEN "5"
                   IF REGISTRO-EXISTE EQUAL "SIM" AND
                      (QTDE-MOV IS NOT LESS THAN BLOQ-Q + BLOQ-A OR
                       LOTE-MOV EQUAL "VENCID")
                       MOVE QTDE-MOV TO ESPERADO
                   END-IF
               WHEN "6"
                   IF REGISTRO-EXISTE EQUAL "SIM"
                       ADD QTDE-MOV TO ESPERADO
                   END-IF
               WHEN "7"
                   PERFORM CALCULA-LIVRE
                   IF REGISTRO-EXISTE EQUAL "SIM" AND
                      QTDE-MOV IS NOT GREATER THAN LIVRE
                       SUBTRACT QTDE-MOV FROM ESPERADO
                   END-IF
               WHEN "8"
                   IF REGISTRO-EXISTE EQUAL "SIM"
                       ADD QTDE-MOV TO ESPERADO
                   END-IF
               WHEN "9"
                   IF REGISTRO-EXISTE EQUAL "SIM"
                       PERFORM ESPERADO-STATUS
                   END-IF
           END-EVALUATE.
           PERFORM LER-MOV.

      * SALDO LIVRE DA CHAVE = ESPERADO MENOS O BLOQUEADO.
       CALCULA-LIVRE.
           COMPUTE LIVRE = ESPERADO - BLOQ-Q - BLOQ-A.
           IF LIVRE IS LESS THAN ZEROES
               MOVE ZEROES TO LIVRE.

      * MUDANCA DE STATUS COM A CRITICA DO EM0403: SO A BAIXA ("B")
      * MEXE NO ESPERADO; AS DEMAIS SO MOVEM ENTRE OS BLOQUEIOS.
       ESPERADO-STATUS.
           PERFORM CRITICA-STATUS.
           IF STATUS-VALIDO EQUAL 1
               PERFORM CALCULA-LIVRE
               IF SITDE-MOV EQUAL "D"
                   IF QTDE-MOV IS NOT GREATER THAN LIVRE
                       PERFORM SOMA-AO-BLOQUEIO
                   END-IF
               ELSE
                   IF SITDE-MOV EQUAL "Q"
                       MOVE BLOQ-Q TO BLOQ-SIT
                   ELSE
                       MOVE BLOQ-A TO BLOQ-SIT
                   END-IF
                   IF QTDE-MOV IS NOT GREATER THAN BLOQ-SIT
                       PERFORM RETIRA-DO-BLOQUEIO.

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
                   IF QTDE-MOV IS GREATER THAN ESPERADO
                       MOVE ZEROES TO ESPERADO
                   ELSE
                       SUBTRACT QTDE-MOV FROM ESPERADO.

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

       SOMA-TRANSF-RECEBIDA.
           IF REGISTRO-EXISTE EQUAL "SIM"
               MOVE ZEROES TO IDX-TRANSF
                 RELCONC.

       COPY LEDATAMOV.

       COPY LEFECHEST.

       COPY LEPERCONT.
