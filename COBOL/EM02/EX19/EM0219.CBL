      *               MENOR QUE O TOTAL DO BOLETO) SAEM EM RELRET COM
      *               A MARCA, DEVOLVENDO RETURN-CODE 4 - O PARCIAL E
      *               BAIXADO PELO VALOR EFETIVAMENTE PAGO.
      *
      *MODIFICACAO
      *  15/10/2026  TITULOS DE CLIENTE (VENDA A PRAZO, EM0229). O
      *              NOSSO NUMERO DO RETORNO E PROCURADO PRIMEIRO NOS
      *              TITULOS EM ABERTO DO CADTITC.DAT (OPCIONAL) -
      *              INDEPENDENTE DO BOLETO.DAT DO DIA, QUE O EM0211
      *              REGRAVA - E O PAGAMENTO DE CLIENTE GERA A BAIXA
      *              EM MOVPAGC.DAT (TITULO + VALOR + DATA, CONSUMIDO
      *              PELO EM0229). PARCIAL = VALOR PAGO MENOR QUE O
      *              SALDO DO TITULO.
      *  15/10/2026  PARCELAS DE ACORDO DE SOCIO (EM0234). O NOSSO
      *              NUMERO DO RETORNO E PROCURADO TAMBEM NAS PARCELAS
      *              EM ABERTO DO CADACORD.DAT (OPCIONAL, FAIXA
      *              8NNNNNN) E O PAGAMENTO GERA A BAIXA EM MOVPAGA.DAT
      *              (SOCIO + PARCELA + VALOR + DATA, CONSUMIDO PELO
      *              EM0234). PARCIAL = VALOR PAGO MENOR QUE O SALDO DA
      *              PARCELA.
      *  15/10/2026  CADSOC1 GANHOU NO FIM DO REGISTRO O CPF DO SOCIO
      *              (CPF-SOC1), USADO NA NEGATIVACAO DO EM0235.
      *  15/10/2026  BOLETO.DAT GANHOU NO FIM DO REGISTRO O TXID DA
      *              COBRANCA PIX (TXID-BOL, VER WSPIX.CPY), GRAVADO
      *              PELO EM0211 E PELO EM0320.
      *              O PAGAMENTO POR PIX NAO VEM NO RETCOB - E
      *              BAIXADO PELO RETORNO PIX DO EM0239.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT MOVPAGM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CADTITC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TITC.

           SELECT MOVPAGC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CADACORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACD.

           SELECT MOVPAGA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELRET ASSIGN TO DISK.

       DATA DIVISION.
           02 NOSSONUM-BOL.
               03 NOSSONUM-NUM   PIC 9(07).
               03 NOSSONUM-DATA  PIC 9(06).
           02 TXID-BOL       PIC X(26).

       FD CADSOC1
           LABEL RECORD ARE STANDARD
           02 FILIAL-SOC1    PIC 9(02).
           02 STATUS-SOC1    PIC X(01).
           02 DATACANC-SOC1  PIC 9(08).
           02 CPF-SOC1       PIC 9(11).

       FD MOVPAG
           LABEL RECORD ARE STANDARD
           02 VALOR-PAGM     PIC 9(09)V9(02).
           02 DATA-PAGM      PIC 9(08).

       COPY CADTITC.

       FD MOVPAGC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVPAGC.DAT".

       01 REG-PAGC.
           02 NUM-PAGC       PIC 9(06).
           02 VALOR-PAGC     PIC 9(09)V9(02).
           02 DATA-PAGC      PIC 9(08).

       COPY CADACORD.

       FD MOVPAGA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVPAGA.DAT".

       01 REG-PGA.
           02 SOC-PGA        PIC 9(06).
           02 PARC-PGA       PIC 9(02).
           02 VALOR-PGA      PIC 9(09)V99.
           02 DATA-PGA       PIC 9(08).

       FD RELRET
           LABEL RECORD IS OMITTED.

       77 CT-ALUNOS          PIC 9(05) VALUE ZEROES.
       77 CT-SEM-BOLETO      PIC 9(05) VALUE ZEROES.
       77 CT-PARCIAIS        PIC 9(05) VALUE ZEROES.
       77 FIM-TITC           PIC X(03) VALUE "NAO".
       77 FS-TITC            PIC X(02) VALUE SPACES.
       77 QTD-TITC           PIC 9(04) VALUE ZEROES.
       77 IDX-TITC           PIC 9(04) VALUE ZEROES.
       77 POS-TITC           PIC 9(04) VALUE ZEROES.
       77 CT-CLIENTES        PIC 9(05) VALUE ZEROES.
       77 FIM-ACD            PIC X(03) VALUE "NAO".
       77 FS-ACD             PIC X(02) VALUE SPACES.
       77 QTD-ACD            PIC 9(04) VALUE ZEROES.
       77 IDX-ACD            PIC 9(04) VALUE ZEROES.
       77 POS-ACD            PIC 9(04) VALUE ZEROES.
       77 CT-ACORDOS         PIC 9(05) VALUE ZEROES.

       01 TAB-BOL.
           02 ENT-BOL OCCURS 500 TIMES.
       01 TAB-SOC.
           02 NUM-SOC-TAB    PIC 9(06) OCCURS 300 TIMES.

      * TITULOS DE CLIENTE EM ABERTO (CADTITC), COM O SALDO A PAGAR.
       01 TAB-TITC.
           02 ENT-TITC OCCURS 2000 TIMES.
               03 NOSSONUM-TITC-TAB PIC X(13).
               03 NUM-TITC-TAB      PIC 9(06).
               03 SALDO-TITC-TAB    PIC 9(09)V99.

      * PARCELAS DE ACORDO EM ABERTO (CADACORD), COM O SALDO A PAGAR.
       01 TAB-ACD.
           02 ENT-ACD OCCURS 2000 TIMES.
               03 NOSSONUM-ACD-TAB  PIC X(13).
               03 SOC-ACD-TAB       PIC 9(06).
               03 PARC-ACD-TAB      PIC 9(02).
               03 SALDO-ACD-TAB     PIC 9(09)V99.

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
                "RETORNO DE COBRANCA - BAIXAS AUTOMATICAS".
           02 PARC-LIN       PIC ZZ.ZZ9.
           02 FILLER         PIC X(15) VALUE SPACES.

       01 LIN-RESUMO-CLI.
           02 FILLER         PIC X(10) VALUE "CLIENTES: ".
           02 CLI-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(10) VALUE " ACORDOS: ".
           02 ACD-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.

       EM02-19.
       INICIO.
           PERFORM CARGA-BOLETOS.
           PERFORM CARGA-SOCIOS.
           PERFORM CARGA-TITULOS-CLI.
           PERFORM CARGA-PARCELAS-ACD.
           OPEN INPUT  RETCOB
                OUTPUT MOVPAG
                       MOVPAGM
                       MOVPAGC
                       MOVPAGA
                       RELRET.
           IF FS-RET NOT EQUAL "00"
               DISPLAY "RETCOB NAO ENCONTRADO/INACESSIVEL - STATUS "
                   ADD 1 TO QTD-SOC
                   MOVE NUM-SOC1 TO NUM-SOC-TAB(QTD-SOC).

      * TITULOS DE CLIENTE EM ABERTO; SEM O CADASTRO, NENHUM RETORNO
      * E ROTEADO PARA O CONTAS A RECEBER DE CLIENTES.
       CARGA-TITULOS-CLI.
           OPEN INPUT CADTITC.
           IF FS-TITC EQUAL "00"
               PERFORM LE-TITC UNTIL FIM-TITC EQUAL "SIM"
               CLOSE CADTITC
           ELSE
               DISPLAY "EM0219 - SEM CADTITC - NENHUM TITULO DE "
                       "CLIENTE".

       LE-TITC.
           READ CADTITC AT END
               MOVE "SIM" TO FIM-TITC.
           IF FIM-TITC NOT EQUAL "SIM"
               IF SIT-TITC EQUAL "A"
                   PERFORM GUARDA-TITULO-CLI.

       GUARDA-TITULO-CLI.
           IF QTD-TITC GREATER THAN OR EQUAL TO 2000
               DISPLAY "TAB-TITC EXCEDE LIMITE DE 2000 TITULOS - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               ADD 1 TO QTD-TITC
               MOVE NOSSONUM-TITC TO NOSSONUM-TITC-TAB(QTD-TITC)
               MOVE NUM-TITC TO NUM-TITC-TAB(QTD-TITC)
               COMPUTE SALDO-TITC-TAB(QTD-TITC) =
                   VALOR-TITC - PAGO-TITC.

      * PARCELAS DE ACORDO EM ABERTO; SEM O CADASTRO, NENHUM RETORNO
      * E ROTEADO PARA OS ACORDOS DE PARCELAMENTO.
       CARGA-PARCELAS-ACD.
           OPEN INPUT CADACORD.
           IF FS-ACD EQUAL "00"
               PERFORM LE-ACD UNTIL FIM-ACD EQUAL "SIM"
               CLOSE CADACORD
           ELSE
               DISPLAY "EM0219 - SEM CADACORD - NENHUMA PARCELA DE "
                       "ACORDO".

       LE-ACD.
           READ CADACORD AT END
               MOVE "SIM" TO FIM-ACD.
           IF FIM-ACD NOT EQUAL "SIM"
               IF SIT-ACD EQUAL "A"
                   PERFORM GUARDA-PARCELA-ACD.

       GUARDA-PARCELA-ACD.
           IF QTD-ACD GREATER THAN OR EQUAL TO 2000
               DISPLAY "TAB-ACD EXCEDE LIMITE DE 2000 PARCELAS - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               ADD 1 TO QTD-ACD
               MOVE NOSSONUM-ACD TO NOSSONUM-ACD-TAB(QTD-ACD)
               MOVE SOC-ACD TO SOC-ACD-TAB(QTD-ACD)
               MOVE PARC-ACD TO PARC-ACD-TAB(QTD-ACD)
               COMPUTE SALDO-ACD-TAB(QTD-ACD) =
                   VALOR-ACD - PAGO-ACD.

       LE-RET.
           READ RETCOB AT END MOVE "SIM" TO FIM-RET.

       PRINCIPAL.
           PERFORM PROCURA-TITULO-CLI.
           IF POS-TITC IS GREATER THAN ZEROES
               PERFORM BAIXA-CLIENTE
           ELSE
               PERFORM PROCURA-PARCELA-ACD
               IF POS-ACD IS GREATER THAN ZEROES
                   PERFORM BAIXA-ACORDO
               ELSE
                   PERFORM PROCURA-BOLETO
                   IF POS-BOL EQUAL ZEROES
                       PERFORM SEM-BOLETO
                   ELSE
                       PERFORM BAIXA-TITULO.
           PERFORM LE-RET.

       PROCURA-TITULO-CLI.
           MOVE ZEROES TO POS-TITC IDX-TITC.
           PERFORM TESTA-TITULO-CLI QTD-TITC TIMES.

       TESTA-TITULO-CLI.
           ADD 1 TO IDX-TITC.
           IF NOSSONUM-TITC-TAB(IDX-TITC) EQUAL NOSSONUM-RET
               MOVE IDX-TITC TO POS-TITC.

      * TITULO DE CLIENTE: BAIXA PARA O EM0229 PELO VALOR PAGO.
       BAIXA-CLIENTE.
           ADD 1 TO CT-CLIENTES.
           MOVE NOSSONUM-RET TO NOSSONUM-LIN.
           MOVE VALORPG-RET TO VALOR-LIN.
           IF VALORPG-RET IS LESS THAN SALDO-TITC-TAB(POS-TITC)
               ADD 1 TO CT-PARCIAIS
               MOVE "CLIENTE - PAGAMENTO PARCIAL" TO OBS-LIN
           ELSE
               MOVE "CLIENTE - PAGO" TO OBS-LIN.
           MOVE NUM-TITC-TAB(POS-TITC) TO NUM-PAGC.
           MOVE VALORPG-RET TO VALOR-PAGC.
           MOVE DATAPG-RET TO DATA-PAGC.
           WRITE REG-PAGC.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

       PROCURA-PARCELA-ACD.
           MOVE ZEROES TO POS-ACD IDX-ACD.
           PERFORM TESTA-PARCELA-ACD QTD-ACD TIMES.

       TESTA-PARCELA-ACD.
           ADD 1 TO IDX-ACD.
           IF NOSSONUM-ACD-TAB(IDX-ACD) EQUAL NOSSONUM-RET
               MOVE IDX-ACD TO POS-ACD.

      * PARCELA DE ACORDO: BAIXA PARA O EM0234 PELO VALOR PAGO.
       BAIXA-ACORDO.
           ADD 1 TO CT-ACORDOS.
           MOVE NOSSONUM-RET TO NOSSONUM-LIN.
           MOVE VALORPG-RET TO VALOR-LIN.
           IF VALORPG-RET IS LESS THAN SALDO-ACD-TAB(POS-ACD)
               ADD 1 TO CT-PARCIAIS
               MOVE "ACORDO - PAGAMENTO PARCIAL" TO OBS-LIN
           ELSE
               MOVE "ACORDO - PARCELA PAGA" TO OBS-LIN.
           MOVE SOC-ACD-TAB(POS-ACD) TO SOC-PGA.
           MOVE PARC-ACD-TAB(POS-ACD) TO PARC-PGA.
           MOVE VALORPG-RET TO VALOR-PGA.
           MOVE DATAPG-RET TO DATA-PGA.
           WRITE REG-PGA.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

       PROCURA-BOLETO.
           MOVE ZEROES TO POS-BOL IDX-BOL.
           PERFORM TESTA-BOLETO QTD-BOL TIMES.
           MOVE CT-SEM-BOLETO TO SEMB-LIN.
           MOVE CT-PARCIAIS TO PARC-LIN.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 2 LINES.
           MOVE CT-CLIENTES TO CLI-LIN.
           MOVE CT-ACORDOS TO ACD-LIN.
           WRITE REL-SAI FROM LIN-RESUMO-CLI AFTER ADVANCING 1 LINE.
           CLOSE RETCOB
                 MOVPAG
                 MOVPAGM
                 MOVPAGC
                 MOVPAGA
                 RELRET.
