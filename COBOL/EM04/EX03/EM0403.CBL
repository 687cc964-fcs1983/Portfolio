      *              QUE COMPRAS PEDIA. A PERNA DE ENTRADA DE
      *              TRANSFERENCIA REPRECIFICA DO MESMO JEITO, AO
      *              CUSTO DO DEPOSITO DE ORIGEM.
      *  15/10/2026  TIPO "7" = SAIDA POR VENDA, GERADA PELO EM0422 A
      *              PARTIR DOS PEDIDOS DE VENDA (DOC-MOV = NUMERO DO
      *              PEDIDO): SUBTRAI QTDE-MOV DO SALDO E CONSOME OS
      *              LOTES POR FEFO, COMO A PERNA DE SAIDA DA
      *              TRANSFERENCIA. SAIDA SEM CADASTRO OU MAIOR QUE O
      *              SALDO E REJEITADA PARA RELERRO.
      *  15/10/2026  TIPO "8" = DEVOLUCAO DE VENDA, GERADA PELO EM0330
      *              (DOC-MOV = NUMERO DO PEDIDO ORIGINAL): SOMA
      *              QTDE-MOV AO SALDO SEM REPRECIFICAR (A MERCADORIA
      *              VOLTA AO CUSTO MEDIO CORRENTE) E, COM LOTE
      *              INFORMADO, DEVOLVE AO LOTE. DEVOLUCAO SEM
      *              CADASTRO E REJEITADA PARA RELERRO.
      *  15/10/2026  CADA SAIDA POR VENDA (TIPO 7) E DEVOLUCAO DE
      *              VENDA (TIPO 8) APLICADA E GRAVADA NO RAZAO
      *              LEDGCMV.DAT (COPY LEDGCMV) AO CUSTO MEDIO DO
      *              MOMENTO, BASE DO CMV DO FECHAMENTO MENSAL DO
      *              EM0425.
      *  15/10/2026  MOVIMENTO DATADO EM COMPETENCIA JA FECHADA PELO
      *              EM0425 (FECHEST.DAT, VIA LE-FECHEST) E REJEITADO
      *              PARA RELERRO COMO "MOVIMENTO EM PERIODO FECHADO".
      *              FICAM DE FORA SO OS LANCAMENTOS QUE O PROPRIO
      *              EM0403 ADIA VIA PENDMERC (BAIXA DE VALIDADE
      *              "VENCID" E PERNA DE ENTRADA DE TRANSFERENCIA,
      *              QUE PASSA A SAIR MARCADA "TRANSF" NO LOTE).
      *  15/10/2026  ESTOQUE BLOQUEADO: TIPO "9" = MUDANCA DE STATUS
      *              ENTRE DISPONIVEL ("D"), QUARENTENA ("Q") E
      *              AVARIADO ("A"), OU BAIXA ("B", SO A PARTIR DE Q
      *              OU A), COM MOTIVO (TABELA WSMOTBLQ, OBRIGATORIO
      *              PARA Q/A) E DOCUMENTO EM DOC-MOV. O MOVIMENTO
      *              GANHA SITDE-MOV, SITPARA-MOV E MOTIVO-MOV NO FIM
      *              DO REGISTRO. AS QUANTIDADES BLOQUEADAS FICAM NO
      *              REGISTRO CADBLOQ.DAT (ITEM/DEPOSITO/LOTE/STATUS/
      *              DATA DO BLOQUEIO/MOTIVO/DOCUMENTO), LIDO NO
      *              INICIO E GRAVADO AO FINAL COMO ATUBLOQ.DAT, QUE O
      *              DRIVER PROMOVE JUNTO COM O ATUMERC; QTDE-ATU
      *              CONTINUA SENDO O SALDO FISICO TOTAL. O BLOQUEIO
      *              TIRA A QUANTIDADE DO LOTE INFORMADO (SEM LOTE,
      *              POR FEFO), DE MODO QUE CADLOTE SO GUARDA SALDO
      *              LIVRE; A LIBERACAO DEVOLVE AO LOTE E A BAIXA SAI
      *              DO SALDO. SAIDA, TRANSFERENCIA E ESTOQUE CRITICO
      *              PASSAM A CONSIDERAR SO O SALDO LIVRE (TOTAL MENOS
      *              BLOQUEADO); AJUSTE DE INVENTARIO ABAIXO DO
      *              BLOQUEADO E REJEITADO. O ESTADO DO REGISTRO
      *              TAMBEM VAI NO CHECKPOINT (REGISTROS "B").
      *  15/10/2026  MOVIMENTO DATADO EM COMPETENCIA FECHADA (OU EM
      *              FECHAMENTO) NA CONTABILIDADE - CONTROLE DE
      *              PERIODOS PERCONT.DAT, VIA LE-PERCONT - E
      *              REJEITADO PARA RELERRO E EXCLOG COMO "PERIODO
      *              CONTABIL FECHADO", COM AS MESMAS EXCECOES
      *              "VENCID"/"TRANSF" DO FECHAMENTO DE ESTOQUE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LOTE.

           SELECT CADBLOQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BLOQ.

           SELECT ATUBLOQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELERRO ASSIGN TO DISK.

           SELECT RELMERC ASSIGN TO DISK.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

           SELECT FECHEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FECHEST.

           SELECT PERCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERCONT.

           SELECT LEDGCMV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LEDGCMV.

       DATA DIVISION.
       FILE SECTION.

           02 DEPDEST-MOV    PIC 9(02).
           02 LOTE-MOV       PIC X(06).
           02 VALID-MOV      PIC 9(08).
           02 SITDE-MOV      PIC X(01).
           02 SITPARA-MOV    PIC X(01).
           02 MOTIVO-MOV     PIC 9(02).

       FD PENDMERC
           LABEL RECORD ARE STANDARD
           02 DEPDEST-PEND   PIC 9(02).
           02 LOTE-PEND      PIC X(06).
           02 VALID-PEND     PIC 9(08).
           02 SITDE-PEND     PIC X(01).
           02 SITPARA-PEND   PIC X(01).
           02 MOTIVO-PEND    PIC 9(02).

       FD ATUMERC
           LABEL RECORD ARE STANDARD
           02 CKPT-PRECO-TRF PIC 9(04)V99.
           02 CKPT-SIT-TRF   PIC X(01).

       01 REG-CKPT-BLOQ.
           02 CKPT-TIPO-B    PIC X(01).
           02 CKPT-COD-BQ    PIC 9(03).
           02 CKPT-DEP-BQ    PIC 9(02).
           02 CKPT-LOTE-BQ   PIC X(06).
           02 CKPT-VALID-BQ  PIC 9(08).
           02 CKPT-SIT-BQ    PIC X(01).
           02 CKPT-QTDE-BQ   PIC 9(03).
           02 CKPT-DATA-BQ   PIC 9(08).
           02 CKPT-MOT-BQ    PIC 9(02).
           02 CKPT-DOC-BQ    PIC 9(06).

       FD CADFORN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFORN.DAT".
           02 VALID-LOTE     PIC 9(08).
           02 QTDE-LOTE      PIC 9(03).

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

       FD RELERRO
           LABEL RECORD IS OMITTED.


       COPY DATAMOV.

       COPY FECHEST.

       COPY PERCONT.

       COPY LEDGCMV.

       WORKING-STORAGE SECTION.

       77 CH-CAD             PIC X(05) VALUE SPACES.
               03 VALID-LOTE-TAB PIC 9(08).
               03 QTDE-LOTE-TAB  PIC 9(03).

       77 FS-BLOQ            PIC X(02) VALUE SPACES.
       77 FIM-BLOQ           PIC X(03) VALUE "NAO".
       77 QTD-BLOQ           PIC 9(03) VALUE ZEROES.
       77 IDX-BLOQ           PIC 9(03) VALUE ZEROES.
       77 POS-BLOQ           PIC 9(03) VALUE ZEROES.
       77 QTDE-BLOQ-Q        PIC 9(05) VALUE ZEROES.
       77 QTDE-BLOQ-A        PIC 9(05) VALUE ZEROES.
       77 QTDE-BLOQUEADA     PIC 9(05) VALUE ZEROES.
       77 QTDE-DA-SIT        PIC 9(05) VALUE ZEROES.
       77 QTDE-LIVRE         PIC S9(05) VALUE ZEROES.
       77 QTDE-A-BLOQUEAR    PIC 9(05) VALUE ZEROES.
       77 QTDE-A-LIBERAR     PIC 9(05) VALUE ZEROES.
       77 QTDE-DA-VEZ        PIC 9(03) VALUE ZEROES.
       77 MELHOR-DATA-BLQ    PIC 9(08) VALUE ZEROES.
       77 SO-LOTE-MOV        PIC X(03) VALUE "NAO".
       77 STATUS-VALIDO      PIC 9     VALUE ZEROES.
       77 CT-MUDANCA-STATUS  PIC 9(05) VALUE ZEROES.

      * ENTRADA NOVA DO REGISTRO DE BLOQUEIO (NOVO-BLOQUEIO).
       01 NOVO-BLQ.
           02 LOTE-NOVO-BLQ  PIC X(06).
           02 VALID-NOVO-BLQ PIC 9(08).
           02 QTDE-NOVO-BLQ  PIC 9(03).
           02 DATA-NOVO-BLQ  PIC 9(08).

       01 TAB-BLOQ.
           02 ENT-BLOQ OCCURS 200 TIMES.
               03 COD-BLQ-TAB    PIC 9(03).
               03 DEP-BLQ-TAB    PIC 9(02).
               03 LOTE-BLQ-TAB   PIC X(06).
               03 VALID-BLQ-TAB  PIC 9(08).
               03 SIT-BLQ-TAB    PIC X(01).
               03 QTDE-BLQ-TAB   PIC 9(03).
               03 DATA-BLQ-TAB   PIC 9(08).
               03 MOT-BLQ-TAB    PIC 9(02).
               03 DOC-BLQ-TAB    PIC 9(06).

       COPY WSMOTBLQ.

       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 PCT-ALERTA-PRECO   PIC 9(03)V99 VALUE 10.
       77 CAD-FIM-SALVO      PIC X(03) VALUE "NAO".
       77 MOV-FIM-SALVO      PIC X(03) VALUE "NAO".
       77 FIM-CKPT-EST       PIC X(03) VALUE "NAO".
       77 FS-LEDGCMV         PIC X(02) VALUE SPACES.

       COPY WSDATAMOV.

       COPY WSFECHEST.

       COPY WSPERCONT.

       01 CAB-01.
           02 FILLER         PIC X(28) VALUE SPACES.
           02 FILLER         PIC X(22) VALUE "RELACAO DE MERCADORIAS".
       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-LOTE-X.
           PERFORM LE-FECHEST.
           PERFORM LE-PERCONT.
           PERFORM VERIFICA-RESTART.
           OPEN INPUT CADMERC
                      MOVMERC.
           IF FS-RUNSTAT EQUAL "35"
               CLOSE RUNSTAT
               OPEN OUTPUT RUNSTAT.
           OPEN EXTEND LEDGCMV.
           IF FS-LEDGCMV EQUAL "35"
               CLOSE LEDGCMV
               OPEN OUTPUT LEDGCMV.
           IF MODO-RESTART EQUAL "SIM"
               PERFORM LER-CAD CT-CAD-SALVO TIMES
               IF CAD-FIM-SALVO EQUAL "SIM"
           OPEN OUTPUT CKPMERC.
           PERFORM CARGA-FORNECEDORES.
           IF MODO-RESTART NOT EQUAL "SIM"
               PERFORM CARGA-LOTES
               PERFORM CARGA-BLOQUEIOS.

       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
                   MOVE VALID-LOTE TO VALID-LOTE-TAB(QTD-LOTE)
                   MOVE QTDE-LOTE TO QTDE-LOTE-TAB(QTD-LOTE).

      * REGISTRO DO ESTOQUE BLOQUEADO DA RODADA ANTERIOR (PROMOVIDO
      * DE ATUBLOQ PELO DRIVER); AUSENTE = NADA BLOQUEADO.
       CARGA-BLOQUEIOS.
           OPEN INPUT CADBLOQ.
           IF FS-BLOQ EQUAL "00"
               PERFORM LE-BLOQ UNTIL FIM-BLOQ EQUAL "SIM"
               CLOSE CADBLOQ.

       LE-BLOQ.
           READ CADBLOQ AT END
               MOVE "SIM" TO FIM-BLOQ.
           IF FIM-BLOQ NOT EQUAL "SIM"
               PERFORM TESTA-LIMITE-BLOQ
               ADD 1 TO QTD-BLOQ
               MOVE COD-BLQ TO COD-BLQ-TAB(QTD-BLOQ)
               MOVE DEP-BLQ TO DEP-BLQ-TAB(QTD-BLOQ)
               MOVE LOTE-BLQ TO LOTE-BLQ-TAB(QTD-BLOQ)
               MOVE VALID-BLQ TO VALID-BLQ-TAB(QTD-BLOQ)
               MOVE SIT-BLQ TO SIT-BLQ-TAB(QTD-BLOQ)
               MOVE QTDE-BLQ TO QTDE-BLQ-TAB(QTD-BLOQ)
               MOVE DATA-BLQ TO DATA-BLQ-TAB(QTD-BLOQ)
               MOVE MOT-BLQ TO MOT-BLQ-TAB(QTD-BLOQ)
               MOVE DOC-BLQ TO DOC-BLQ-TAB(QTD-BLOQ).

       TESTA-LIMITE-BLOQ.
           IF QTD-BLOQ GREATER THAN OR EQUAL TO 200
               DISPLAY "CADBLOQ EXCEDE 200 BLOQUEIOS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       VALIDA-FORNECEDOR.
           MOVE ZEROES TO POS-FORN IDX-FORN.
           IF TEM-FORN EQUAL ZEROES
                   PERFORM RESTAURA-LOTE-CKPT
               ELSE
                   IF CKPT-TIPO-T EQUAL "T"
                       PERFORM RESTAURA-TRANSF-CKPT
                   ELSE
                       IF CKPT-TIPO-B EQUAL "B"
                           PERFORM RESTAURA-BLOQ-CKPT.

       RESTAURA-LOTE-CKPT.
           IF QTD-LOTE GREATER THAN OR EQUAL TO 200
               MOVE CKPT-PRECO-TRF TO PRECO-TRF-TAB(QTD-TRANSF)
               MOVE CKPT-SIT-TRF TO SIT-TRF-TAB(QTD-TRANSF).

       RESTAURA-BLOQ-CKPT.
           PERFORM TESTA-LIMITE-BLOQ.
           ADD 1 TO QTD-BLOQ.
           MOVE CKPT-COD-BQ TO COD-BLQ-TAB(QTD-BLOQ).
           MOVE CKPT-DEP-BQ TO DEP-BLQ-TAB(QTD-BLOQ).
           MOVE CKPT-LOTE-BQ TO LOTE-BLQ-TAB(QTD-BLOQ).
           MOVE CKPT-VALID-BQ TO VALID-BLQ-TAB(QTD-BLOQ).
           MOVE CKPT-SIT-BQ TO SIT-BLQ-TAB(QTD-BLOQ).
           MOVE CKPT-QTDE-BQ TO QTDE-BLQ-TAB(QTD-BLOQ).
           MOVE CKPT-DATA-BQ TO DATA-BLQ-TAB(QTD-BLOQ).
           MOVE CKPT-MOT-BQ TO MOT-BLQ-TAB(QTD-BLOQ).
           MOVE CKPT-DOC-BQ TO DOC-BLQ-TAB(QTD-BLOQ).

       LER-CAD.
           READ CADMERC AT END MOVE HIGH-VALUES TO CH-CAD.
           IF CH-CAD EQUAL HIGH-VALUES

      * MOVIMENTO DATADO ALEM DA DATA DO LOTE NAO E ERRO: E UM
      * PRE-LANCAMENTO DA FILIAL, GUARDADO EM PENDMERC PARA VOLTAR NO
      * MOVMERC DO DIA CERTO (O DRIVER FAZ A INTERCALACAO). MOVIMENTO
      * DATADO EM COMPETENCIA FECHADA E ERRO - O SALDO DAQUELE MES JA
      * ESTA CONGELADO EM SALDOPER - SALVO OS ADIAMENTOS DO PROPRIO
      * EM0403 ("VENCID"/"TRANSF"), QUE PERTENCEM AO LOTE SEGUINTE.
      * O MESMO VALE PARA A COMPETENCIA FECHADA NA CONTABILIDADE
      * (PERCONT.DAT).
       VALIDA-MOV.
           MOVE DATA-MOV-MERC(1:6) TO ANOMES-TESTE-X.
           PERFORM VERIFICA-PERIODO.
           IF TIPO-MOV NOT EQUAL 1 AND TIPO-MOV NOT EQUAL 2 AND
              TIPO-MOV NOT EQUAL 3 AND TIPO-MOV NOT EQUAL 4 AND
              TIPO-MOV NOT EQUAL 5 AND TIPO-MOV NOT EQUAL 6 AND
              TIPO-MOV NOT EQUAL 7 AND TIPO-MOV NOT EQUAL 8 AND
              TIPO-MOV NOT EQUAL 9
               MOVE 1 TO TIPO-MOV-INVALIDO
               MOVE COD-MOV  TO CODIGO1
               MOVE DEP-MOV  TO DEP1
               MOVE DOC-MOV  TO DOC-LIN
               MOVE "TIPO DE MOVIMENTO INVALIDO" TO MENSAGEM
               PERFORM RELATERRO
           ELSE
           IF DATA-MOV-MERC(1:6) NOT GREATER THAN ANOMES-FECHADO-X
              AND LOTE-MOV NOT EQUAL "VENCID"
              AND LOTE-MOV NOT EQUAL "TRANSF"
               MOVE 1 TO TIPO-MOV-INVALIDO
               MOVE COD-MOV  TO CODIGO1
               MOVE DEP-MOV  TO DEP1
               MOVE DESC-MOV TO DESCRICAO1
               MOVE DOC-MOV  TO DOC-LIN
               MOVE "MOVIMENTO EM PERIODO FECHADO" TO MENSAGEM
               PERFORM RELATERRO
           ELSE
           IF PERIODO-FECHADO EQUAL "SIM"
              AND LOTE-MOV NOT EQUAL "VENCID"
              AND LOTE-MOV NOT EQUAL "TRANSF"
               MOVE 1 TO TIPO-MOV-INVALIDO
               MOVE COD-MOV  TO CODIGO1
               MOVE DEP-MOV  TO DEP1
               MOVE DESC-MOV TO DESCRICAO1
               MOVE DOC-MOV  TO DOC-LIN
               MOVE "PERIODO CONTABIL FECHADO" TO MENSAGEM
               PERFORM RELATERRO
           ELSE
               IF DATA-MOV-MERC IS GREATER THAN DATA-LOTE
                   MOVE 1 TO TIPO-MOV-INVALIDO
           PERFORM GRAVA-CKPT-LOTE QTD-LOTE TIMES.
           MOVE ZEROES TO IDX-TRANSF.
           PERFORM GRAVA-CKPT-TRANSF QTD-TRANSF TIMES.
           MOVE ZEROES TO IDX-BLOQ.
           PERFORM GRAVA-CKPT-BLOQ QTD-BLOQ TIMES.

       GRAVA-CKPT-LOTE.
           ADD 1 TO IDX-LOTE.
           MOVE SIT-TRF-TAB(IDX-TRANSF) TO CKPT-SIT-TRF.
           WRITE REG-CKPT-TRANSF.

       GRAVA-CKPT-BLOQ.
           ADD 1 TO IDX-BLOQ.
           IF QTDE-BLQ-TAB(IDX-BLOQ) IS GREATER THAN ZEROES
               MOVE "B" TO CKPT-TIPO-B
               MOVE COD-BLQ-TAB(IDX-BLOQ) TO CKPT-COD-BQ
               MOVE DEP-BLQ-TAB(IDX-BLOQ) TO CKPT-DEP-BQ
               MOVE LOTE-BLQ-TAB(IDX-BLOQ) TO CKPT-LOTE-BQ
               MOVE VALID-BLQ-TAB(IDX-BLOQ) TO CKPT-VALID-BQ
               MOVE SIT-BLQ-TAB(IDX-BLOQ) TO CKPT-SIT-BQ
               MOVE QTDE-BLQ-TAB(IDX-BLOQ) TO CKPT-QTDE-BQ
               MOVE DATA-BLQ-TAB(IDX-BLOQ) TO CKPT-DATA-BQ
               MOVE MOT-BLQ-TAB(IDX-BLOQ) TO CKPT-MOT-BQ
               MOVE DOC-BLQ-TAB(IDX-BLOQ) TO CKPT-DOC-BQ
               WRITE REG-CKPT-BLOQ.

       INICIA-DO-CADASTRO.
           MOVE "SIM" TO ATU-EXISTE.
           MOVE COD-CAD   TO COD-ATU.
               WHEN "4" PERFORM APLICA-TRANSFERENCIA
               WHEN "5" PERFORM APLICA-AJUSTE
               WHEN "6" PERFORM APLICA-ENTRADA
               WHEN "7" PERFORM APLICA-SAIDA
               WHEN "8" PERFORM APLICA-DEVOLUCAO
               WHEN "9" PERFORM APLICA-STATUS
           END-EVALUATE.
           PERFORM LER-MOV.

               PERFORM ERRO-DO-MOVIMENTO
           ELSE
               MOVE "NAO" TO ATU-EXISTE
               PERFORM ZERA-LOTES-DA-CHAVE
               PERFORM ZERA-BLOQ-DA-CHAVE.

      * TRANSFERENCIA: SAI DESTE DEPOSITO E A PERNA DE ENTRADA FICA
      * NA TABELA, PARA SER SOMADA QUANDO O BALANCE LINE CHEGAR AO
               MOVE "TRANSFERENCIA SEM CADASTRO" TO MENSAGEM
               PERFORM ERRO-DO-MOVIMENTO
           ELSE
               PERFORM CALCULA-LIVRE
               IF QTDE-MOV IS GREATER THAN QTDE-ATU
                   MOVE "TRANSFERENCIA MAIOR QUE SALDO" TO MENSAGEM
                   PERFORM ERRO-DO-MOVIMENTO
               ELSE
               IF QTDE-MOV IS GREATER THAN QTDE-LIVRE
                   MOVE "TRANSF. ATINGE SALDO BLOQUEADO" TO MENSAGEM
                   PERFORM ERRO-DO-MOVIMENTO
               ELSE
                   SUBTRACT QTDE-MOV FROM QTDE-ATU
                   MOVE QTDE-MOV TO QTDE-A-CONSUMIR
                   PERFORM CONSOME-LOTES-FEFO
                   PERFORM GUARDA-PERNA-ENTRADA.

      * SAIDA POR VENDA (PEDIDO DE VENDA DO EM0422): BAIXA DO SALDO
      * E DOS LOTES, SEM PERNA DE ENTRADA.
       APLICA-SAIDA.
           IF ATU-EXISTE EQUAL "NAO"
               MOVE "SAIDA SEM CADASTRO" TO MENSAGEM
               PERFORM ERRO-DO-MOVIMENTO
           ELSE
               PERFORM CALCULA-LIVRE
               IF QTDE-MOV IS GREATER THAN QTDE-ATU
                   MOVE "SAIDA MAIOR QUE SALDO" TO MENSAGEM
                   PERFORM ERRO-DO-MOVIMENTO
               ELSE
               IF QTDE-MOV IS GREATER THAN QTDE-LIVRE
                   MOVE "SAIDA ATINGE SALDO BLOQUEADO" TO MENSAGEM
                   PERFORM ERRO-DO-MOVIMENTO
               ELSE
                   SUBTRACT QTDE-MOV FROM QTDE-ATU
                   MOVE QTDE-MOV TO QTDE-A-CONSUMIR
                   PERFORM CONSOME-LOTES-FEFO
                   PERFORM GRAVA-LEDGCMV.

      * DEVOLUCAO DE VENDA (EM0330): A MERCADORIA VOLTA AO SALDO AO
      * CUSTO MEDIO CORRENTE, SEM PONDERAR PRECO.
       APLICA-DEVOLUCAO.
           IF ATU-EXISTE EQUAL "NAO"
               MOVE "DEVOLUCAO SEM CADASTRO" TO MENSAGEM
               PERFORM ERRO-DO-MOVIMENTO
           ELSE
               ADD QTDE-MOV TO QTDE-ATU
               PERFORM GRAVA-LEDGCMV
               IF LOTE-MOV NOT EQUAL SPACES AND
                  VALID-MOV IS NUMERIC
                   PERFORM ENTRADA-DE-LOTE.

      * RAZAO DO CMV: VENDA OU DEVOLUCAO AO CUSTO MEDIO CORRENTE.
       GRAVA-LEDGCMV.
           MOVE DATA-MOV-MERC TO DATA-LC.
           MOVE COD-MOV TO COD-LC.
           MOVE DEP-MOV TO DEP-LC.
           MOVE TIPO-MOV TO TIPO-LC.
           MOVE QTDE-MOV TO QTDE-LC.
           MOVE PRECO-ATU TO CUSTO-LC.
           MOVE DOC-MOV TO DOC-LC.
           WRITE REG-LC.

       GUARDA-PERNA-ENTRADA.
           IF QTD-TRANSF GREATER THAN OR EQUAL TO 100
               DISPLAY "TAB-TRANSF EXCEDE 100 TRANSFERENCIAS - "
      * BAIXA DE VALIDADE DIFERIDA (LOTE-MOV = "VENCID") NAO CONSOME
      * FEFO - O LOTE VENCIDO JA FOI ZERADO NO RAZAO NO DIA DO
      * VENCIMENTO E CONSUMIR DE NOVO DESFALCARIA OS LOTES VALIDOS.
      * A CONTAGEM INCLUI O ESTOQUE BLOQUEADO (QUE CONTINUA FISICO NO
      * DEPOSITO): CONTAGEM ABAIXO DO BLOQUEADO E REJEITADA - A
      * DIFERENCA TEM DE SAIR ANTES PELA BAIXA (TIPO 9 PARA "B").
       APLICA-AJUSTE.
           PERFORM SOMA-BLOQUEADO.
           IF ATU-EXISTE EQUAL "NAO"
               MOVE "AJUSTE SEM CADASTRO" TO MENSAGEM
               PERFORM ERRO-DO-MOVIMENTO
           ELSE
           IF QTDE-MOV IS LESS THAN QTDE-BLOQUEADA AND
              LOTE-MOV NOT EQUAL "VENCID"
               MOVE "AJUSTE ABAIXO DO BLOQUEADO" TO MENSAGEM
               PERFORM ERRO-DO-MOVIMENTO
           ELSE
               IF QTDE-MOV IS LESS THAN QTDE-ATU AND
                  LOTE-MOV NOT EQUAL "VENCID"
              DEP-LOTE-TAB(IDX-LOTE) EQUAL DEP-ATU
               MOVE ZEROES TO QTDE-LOTE-TAB(IDX-LOTE).

      * SALDO BLOQUEADO DO ITEM/DEPOSITO CORRENTE, POR STATUS.
       SOMA-BLOQUEADO.
           MOVE ZEROES TO QTDE-BLOQ-Q QTDE-BLOQ-A IDX-BLOQ.
           PERFORM SOMA-UM-BLOQ QTD-BLOQ TIMES.
           ADD QTDE-BLOQ-Q QTDE-BLOQ-A GIVING QTDE-BLOQUEADA.

       SOMA-UM-BLOQ.
           ADD 1 TO IDX-BLOQ.
           IF COD-BLQ-TAB(IDX-BLOQ) EQUAL COD-ATU AND
              DEP-BLQ-TAB(IDX-BLOQ) EQUAL DEP-ATU
               IF SIT-BLQ-TAB(IDX-BLOQ) EQUAL "Q"
                   ADD QTDE-BLQ-TAB(IDX-BLOQ) TO QTDE-BLOQ-Q
               ELSE
                   ADD QTDE-BLQ-TAB(IDX-BLOQ) TO QTDE-BLOQ-A.

      * SALDO LIVRE = SALDO FISICO MENOS O BLOQUEADO (NUNCA NEGATIVO).
       CALCULA-LIVRE.
           PERFORM SOMA-BLOQUEADO.
           COMPUTE QTDE-LIVRE = QTDE-ATU - QTDE-BLOQUEADA.
           IF QTDE-LIVRE IS LESS THAN ZEROES
               MOVE ZEROES TO QTDE-LIVRE.

       ZERA-BLOQ-DA-CHAVE.
           MOVE ZEROES TO IDX-BLOQ.
           PERFORM ZERA-UM-BLOQ QTD-BLOQ TIMES.

       ZERA-UM-BLOQ.
           ADD 1 TO IDX-BLOQ.
           IF COD-BLQ-TAB(IDX-BLOQ) EQUAL COD-ATU AND
              DEP-BLQ-TAB(IDX-BLOQ) EQUAL DEP-ATU
               MOVE ZEROES TO QTDE-BLQ-TAB(IDX-BLOQ).

      * MUDANCA DE STATUS (TIPO 9): SITDE-MOV -> SITPARA-MOV, ENTRE
      * "D" (DISPONIVEL), "Q" (QUARENTENA) E "A" (AVARIADO), OU "B"
      * (BAIXA, SO A PARTIR DE Q/A). QTDE-ATU SO MUDA NA BAIXA.
       APLICA-STATUS.
           IF ATU-EXISTE EQUAL "NAO"
               MOVE "MUDANCA DE STATUS SEM CADASTRO" TO MENSAGEM
               PERFORM ERRO-DO-MOVIMENTO
           ELSE
               PERFORM CRITICA-STATUS
               IF STATUS-VALIDO EQUAL ZEROES
                   PERFORM ERRO-DO-MOVIMENTO
               ELSE
                   PERFORM CALCULA-LIVRE
                   IF SITDE-MOV EQUAL "D"
                       PERFORM BLOQUEIA-LIVRE
                   ELSE
                       PERFORM TRATA-BLOQUEADO.

       CRITICA-STATUS.
           MOVE 1 TO STATUS-VALIDO.
           IF (SITDE-MOV NOT EQUAL "D" AND SITDE-MOV NOT EQUAL "Q"
               AND SITDE-MOV NOT EQUAL "A") OR
              (SITPARA-MOV NOT EQUAL "D" AND SITPARA-MOV NOT EQUAL "Q"
               AND SITPARA-MOV NOT EQUAL "A"
               AND SITPARA-MOV NOT EQUAL "B") OR
              SITDE-MOV EQUAL SITPARA-MOV OR
              (SITDE-MOV EQUAL "D" AND SITPARA-MOV EQUAL "B")
               MOVE ZEROES TO STATUS-VALIDO
               MOVE "STATUS DE/PARA INVALIDO" TO MENSAGEM
           ELSE
           IF QTDE-MOV IS NOT NUMERIC OR QTDE-MOV EQUAL ZEROES
               MOVE ZEROES TO STATUS-VALIDO
               MOVE "MUDANCA DE STATUS SEM QTDE" TO MENSAGEM
           ELSE
           IF (SITPARA-MOV EQUAL "Q" OR SITPARA-MOV EQUAL "A") AND
              (MOTIVO-MOV IS NOT NUMERIC OR MOTIVO-MOV EQUAL ZEROES
               OR MOTIVO-MOV IS GREATER THAN QTD-MOTBLQ)
               MOVE ZEROES TO STATUS-VALIDO
               MOVE "MOTIVO DE BLOQUEIO INVALIDO" TO MENSAGEM.

      * BLOQUEIO DE SALDO LIVRE: PRIMEIRO DO LOTE INFORMADO, DEPOIS
      * DOS LOTES POR FEFO; O QUE NAO COUBER EM LOTE FICA BLOQUEADO
      * SEM LOTE. CADA PEDACO VIRA UMA ENTRADA DO REGISTRO.
       BLOQUEIA-LIVRE.
           IF QTDE-MOV IS GREATER THAN QTDE-LIVRE
               MOVE "BLOQUEIO MAIOR QUE SALDO LIVRE" TO MENSAGEM
               PERFORM ERRO-DO-MOVIMENTO
           ELSE
               ADD 1 TO CT-MUDANCA-STATUS
               MOVE QTDE-MOV TO QTDE-A-BLOQUEAR
               MOVE DATA-MOV-MERC TO DATA-NOVO-BLQ
               MOVE ZEROES TO POS-LOTE IDX-LOTE
               IF LOTE-MOV NOT EQUAL SPACES
                   PERFORM TESTA-LOTE-IGUAL QTD-LOTE TIMES
               END-IF
               IF POS-LOTE IS GREATER THAN ZEROES
                   PERFORM BLOQUEIA-DO-LOTE
               END-IF
               MOVE ZEROES TO POS-LOTE
               PERFORM BLOQUEIA-FEFO
                   UNTIL QTDE-A-BLOQUEAR EQUAL ZEROES
                      OR POS-LOTE EQUAL 999
               IF QTDE-A-BLOQUEAR IS GREATER THAN ZEROES
                   MOVE SPACES TO LOTE-NOVO-BLQ
                   MOVE ZEROES TO VALID-NOVO-BLQ
                   MOVE QTDE-A-BLOQUEAR TO QTDE-NOVO-BLQ
                   PERFORM NOVO-BLOQUEIO.

       BLOQUEIA-FEFO.
           PERFORM ACHA-LOTE-FEFO.
           IF POS-LOTE NOT EQUAL 999
               PERFORM BLOQUEIA-DO-LOTE.

       BLOQUEIA-DO-LOTE.
           IF QTDE-LOTE-TAB(POS-LOTE) IS GREATER THAN QTDE-A-BLOQUEAR
               MOVE QTDE-A-BLOQUEAR TO QTDE-DA-VEZ
           ELSE
               MOVE QTDE-LOTE-TAB(POS-LOTE) TO QTDE-DA-VEZ.
           SUBTRACT QTDE-DA-VEZ FROM QTDE-LOTE-TAB(POS-LOTE)
                                     QTDE-A-BLOQUEAR.
           MOVE LOTE-LOTE-TAB(POS-LOTE) TO LOTE-NOVO-BLQ.
           MOVE VALID-LOTE-TAB(POS-LOTE) TO VALID-NOVO-BLQ.
           MOVE QTDE-DA-VEZ TO QTDE-NOVO-BLQ.
           IF QTDE-DA-VEZ IS GREATER THAN ZEROES
               PERFORM NOVO-BLOQUEIO.

      * NOVA ENTRADA NO REGISTRO, NA PRIMEIRA POSICAO ZERADA OU NO
      * FIM DA TABELA.
       NOVO-BLOQUEIO.
           MOVE ZEROES TO POS-BLOQ IDX-BLOQ.
           PERFORM TESTA-VAGA-BLOQ QTD-BLOQ TIMES.
           IF POS-BLOQ EQUAL ZEROES
               PERFORM TESTA-LIMITE-BLOQ
               ADD 1 TO QTD-BLOQ
               MOVE QTD-BLOQ TO POS-BLOQ.
           MOVE COD-ATU TO COD-BLQ-TAB(POS-BLOQ).
           MOVE DEP-ATU TO DEP-BLQ-TAB(POS-BLOQ).
           MOVE LOTE-NOVO-BLQ TO LOTE-BLQ-TAB(POS-BLOQ).
           MOVE VALID-NOVO-BLQ TO VALID-BLQ-TAB(POS-BLOQ).
           MOVE SITPARA-MOV TO SIT-BLQ-TAB(POS-BLOQ).
           MOVE QTDE-NOVO-BLQ TO QTDE-BLQ-TAB(POS-BLOQ).
           MOVE DATA-NOVO-BLQ TO DATA-BLQ-TAB(POS-BLOQ).
           MOVE MOTIVO-MOV TO MOT-BLQ-TAB(POS-BLOQ).
           MOVE DOC-MOV TO DOC-BLQ-TAB(POS-BLOQ).

       TESTA-VAGA-BLOQ.
           ADD 1 TO IDX-BLOQ.
           IF POS-BLOQ EQUAL ZEROES AND
              QTDE-BLQ-TAB(IDX-BLOQ) EQUAL ZEROES
               MOVE IDX-BLOQ TO POS-BLOQ.

      * SAIDA DE Q/A (LIBERACAO, RECLASSIFICACAO OU BAIXA): CONSOME
      * AS ENTRADAS DO STATUS DE ORIGEM DA MAIS ANTIGA PARA A MAIS
      * NOVA, PRIMEIRO AS DO LOTE INFORMADO.
       TRATA-BLOQUEADO.
           IF SITDE-MOV EQUAL "Q"
               MOVE QTDE-BLOQ-Q TO QTDE-DA-SIT
           ELSE
               MOVE QTDE-BLOQ-A TO QTDE-DA-SIT.
           IF QTDE-MOV IS GREATER THAN QTDE-DA-SIT
               MOVE "QTDE MAIOR QUE A BLOQUEADA" TO MENSAGEM
               PERFORM ERRO-DO-MOVIMENTO
           ELSE
               PERFORM EFETIVA-LIBERACAO.

       EFETIVA-LIBERACAO.
           ADD 1 TO CT-MUDANCA-STATUS.
           MOVE QTDE-MOV TO QTDE-A-LIBERAR.
           MOVE ZEROES TO POS-BLOQ.
           IF LOTE-MOV NOT EQUAL SPACES
               MOVE "SIM" TO SO-LOTE-MOV
               PERFORM LIBERA-UM-BLOQUEIO
                   UNTIL QTDE-A-LIBERAR EQUAL ZEROES
                      OR POS-BLOQ EQUAL 999.
           MOVE "NAO" TO SO-LOTE-MOV.
           MOVE ZEROES TO POS-BLOQ.
           PERFORM LIBERA-UM-BLOQUEIO
               UNTIL QTDE-A-LIBERAR EQUAL ZEROES
                  OR POS-BLOQ EQUAL 999.
           IF SITPARA-MOV EQUAL "B"
               IF QTDE-MOV IS GREATER THAN QTDE-ATU
                   MOVE ZEROES TO QTDE-ATU
               ELSE
                   SUBTRACT QTDE-MOV FROM QTDE-ATU.

       LIBERA-UM-BLOQUEIO.
           PERFORM ACHA-BLOQ-ANTIGO.
           IF POS-BLOQ NOT EQUAL 999
               PERFORM RETIRA-DO-BLOQUEIO.

       ACHA-BLOQ-ANTIGO.
           MOVE 999 TO POS-BLOQ.
           MOVE 99999999 TO MELHOR-DATA-BLQ.
           MOVE ZEROES TO IDX-BLOQ.
           PERFORM TESTA-BLOQ-ANTIGO QTD-BLOQ TIMES.

       TESTA-BLOQ-ANTIGO.
           ADD 1 TO IDX-BLOQ.
           IF COD-BLQ-TAB(IDX-BLOQ) EQUAL COD-ATU AND
              DEP-BLQ-TAB(IDX-BLOQ) EQUAL DEP-ATU AND
              SIT-BLQ-TAB(IDX-BLOQ) EQUAL SITDE-MOV AND
              QTDE-BLQ-TAB(IDX-BLOQ) IS GREATER THAN ZEROES AND
              DATA-BLQ-TAB(IDX-BLOQ) IS LESS THAN MELHOR-DATA-BLQ AND
              (SO-LOTE-MOV EQUAL "NAO" OR
               LOTE-BLQ-TAB(IDX-BLOQ) EQUAL LOTE-MOV)
               MOVE DATA-BLQ-TAB(IDX-BLOQ) TO MELHOR-DATA-BLQ
               MOVE IDX-BLOQ TO POS-BLOQ.

      * A RECLASSIFICACAO (Q <-> A) GUARDA A DATA ORIGINAL DO
      * BLOQUEIO, PARA A IDADE NO RELATORIO DO EM0430; A LIBERACAO
      * DEVOLVE AO LOTE DE ORIGEM; A BAIXA SO SAI DO REGISTRO.
       RETIRA-DO-BLOQUEIO.
           IF QTDE-BLQ-TAB(POS-BLOQ) IS GREATER THAN QTDE-A-LIBERAR
               MOVE QTDE-A-LIBERAR TO QTDE-DA-VEZ
           ELSE
               MOVE QTDE-BLQ-TAB(POS-BLOQ) TO QTDE-DA-VEZ.
           SUBTRACT QTDE-DA-VEZ FROM QTDE-BLQ-TAB(POS-BLOQ)
                                     QTDE-A-LIBERAR.
           MOVE LOTE-BLQ-TAB(POS-BLOQ) TO LOTE-NOVO-BLQ.
           MOVE VALID-BLQ-TAB(POS-BLOQ) TO VALID-NOVO-BLQ.
           MOVE DATA-BLQ-TAB(POS-BLOQ) TO DATA-NOVO-BLQ.
           MOVE QTDE-DA-VEZ TO QTDE-NOVO-BLQ.
           IF SITPARA-MOV EQUAL "D"
               IF LOTE-NOVO-BLQ NOT EQUAL SPACES
                   PERFORM DEVOLVE-AO-LOTE
               END-IF
           ELSE
               IF SITPARA-MOV NOT EQUAL "B"
                   PERFORM NOVO-BLOQUEIO.

       DEVOLVE-AO-LOTE.
           MOVE ZEROES TO POS-LOTE IDX-LOTE.
           PERFORM TESTA-LOTE-DEVOLVIDO QTD-LOTE TIMES.
           IF POS-LOTE IS GREATER THAN ZEROES
               ADD QTDE-NOVO-BLQ TO QTDE-LOTE-TAB(POS-LOTE)
           ELSE
               IF QTD-LOTE GREATER THAN OR EQUAL TO 200
                   DISPLAY "CADLOTE EXCEDE 200 LOTES - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-LOTE
                   MOVE COD-ATU TO COD-LOTE-TAB(QTD-LOTE)
                   MOVE DEP-ATU TO DEP-LOTE-TAB(QTD-LOTE)
                   MOVE LOTE-NOVO-BLQ TO LOTE-LOTE-TAB(QTD-LOTE)
                   MOVE VALID-NOVO-BLQ TO VALID-LOTE-TAB(QTD-LOTE)
                   MOVE QTDE-NOVO-BLQ TO QTDE-LOTE-TAB(QTD-LOTE).

       TESTA-LOTE-DEVOLVIDO.
           ADD 1 TO IDX-LOTE.
           IF COD-LOTE-TAB(IDX-LOTE) EQUAL COD-ATU AND
              DEP-LOTE-TAB(IDX-LOTE) EQUAL DEP-ATU AND
              LOTE-LOTE-TAB(IDX-LOTE) EQUAL LOTE-NOVO-BLQ
               MOVE IDX-LOTE TO POS-LOTE.

       ERRO-DO-MOVIMENTO.
           MOVE COD-MOV  TO CODIGO1.
           MOVE DEP-MOV  TO DEP1.
           WRITE REG-ATU.
           ADD 1 TO CT-GRAVADOS.
           ADD COD-ATU TO HASH-ATU.
           PERFORM SOMA-BLOQUEADO.
           COMPUTE QTDE-DISPONIVEL = QTDE-ATU - QTDE-VENCIDA
                                   - QTDE-BLOQUEADA.
           IF QTDE-DISPONIVEL IS LESS THAN ZEROES
               MOVE ZEROES TO QTDE-DISPONIVEL.
           IF QTDE-DISPONIVEL IS LESS THAN OR EQUAL TO MIN-ATU
               MOVE COD-ATU   TO CODIGO2
               MOVE DEP-ATU   TO DEP2
               MOVE DESC-ATU  TO DESCRICAO2
               MOVE MIN-ATU   TO MINIMO
               MOVE QTDE-DISPONIVEL TO QTDE
               MOVE PRECO-ATU TO PRECO
               PERFORM RELCRITICO.

           ADD CT-CAD-LIDOS CT-MOV-LIDOS GIVING CT-LIDOS.
           PERFORM GRAVA-RUNSTAT.
           PERFORM REGRAVA-LOTES.
           PERFORM REGRAVA-BLOQUEIOS.
           IF CT-MUDANCA-STATUS IS GREATER THAN ZEROES
               DISPLAY "EM0403 - " CT-MUDANCA-STATUS " MUDANCA(S) DE "
                       "STATUS DE ESTOQUE APLICADA(S) - VER ATUBLOQ".
           IF CT-BAIXA-VALIDADE IS GREATER THAN ZEROES
               DISPLAY "EM0403 - " CT-BAIXA-VALIDADE " ITEM(NS) COM "
                       "BAIXA DE VALIDADE GERADA VIA PENDMERC".
                 RELMERC
                 RELPRECO
                 EXCLOG
                 RUNSTAT
                 LEDGCMV.

      * PERNA DE ENTRADA CUJO DESTINO JA TINHA PASSADO NO BALANCE
      * LINE: VIRA UMA ENTRADA (TIPO 6) EM PENDMERC E CHEGA NO LOTE
      * SEGUINTE, MARCADA "TRANSF" NO LOTE (NAO CRIA LOTE - A
      * VALIDADE VAI EM BRANCO).
       DESCARTA-TRANSF-PENDENTES.
           MOVE ZEROES TO IDX-TRANSF.
           PERFORM TESTA-TRANSF-PENDENTE QTD-TRANSF TIMES.
               MOVE PRECO-TRF-TAB(IDX-TRANSF) TO PRECO-PEND
               MOVE "6" TO TIPO-PEND
               MOVE DATA-LOTE TO DATA-PEND
               MOVE "TRANSF" TO LOTE-PEND
               WRITE REG-PEND
               ADD 1 TO CT-TRANSF-PEND
               MOVE "P" TO SIT-TRF-TAB(IDX-TRANSF).
               MOVE QTDE-LOTE-TAB(IDX-LOTE) TO QTDE-LOTE
               WRITE REG-LOTE.

      * GRAVA O REGISTRO DO ESTOQUE BLOQUEADO (SO AS ENTRADAS COM
      * SALDO) EM ATUBLOQ; O DRIVER O PROMOVE A CADBLOQ JUNTO COM O
      * ATUMERC.
       REGRAVA-BLOQUEIOS.
           OPEN OUTPUT ATUBLOQ.
           MOVE ZEROES TO IDX-BLOQ.
           PERFORM GRAVA-UM-BLOQ QTD-BLOQ TIMES.
           CLOSE ATUBLOQ.

       GRAVA-UM-BLOQ.
           ADD 1 TO IDX-BLOQ.
           IF QTDE-BLQ-TAB(IDX-BLOQ) IS GREATER THAN ZEROES
               MOVE COD-BLQ-TAB(IDX-BLOQ) TO COD-ATB
               MOVE DEP-BLQ-TAB(IDX-BLOQ) TO DEP-ATB
               MOVE LOTE-BLQ-TAB(IDX-BLOQ) TO LOTE-ATB
               MOVE VALID-BLQ-TAB(IDX-BLOQ) TO VALID-ATB
               MOVE SIT-BLQ-TAB(IDX-BLOQ) TO SIT-ATB
               MOVE QTDE-BLQ-TAB(IDX-BLOQ) TO QTDE-ATB
               MOVE DATA-BLQ-TAB(IDX-BLOQ) TO DATA-ATB
               MOVE MOT-BLQ-TAB(IDX-BLOQ) TO MOT-ATB
               MOVE DOC-BLQ-TAB(IDX-BLOQ) TO DOC-ATB
               WRITE REG-ATB.

           COPY GRAVAEXC
               REPLACING ==CPY-PROGID== BY =="EM0403"==
                         ==CPY-CHAVE==  BY ==CODIGO1==
                         ==CPY-REJEITADOS== BY ==CT-ERRO-MOV==.

       COPY LEDATAMOV.

       COPY LEFECHEST.

       COPY LEPERCONT.
