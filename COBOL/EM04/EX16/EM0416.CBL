      *                    PEDIDOS EM ABERTO PEDABERTO.DAT (PEDIDO +
      *                    FORNECEDOR + ITEM + DEPOSITO + QTDE PEDIDA
      *                    + RECEBIDA + DATA + PRAZO + STATUS
      *                    A/P/F + DATA DO ULTIMO RECEBIMENTO);
      *                 2) LE O ARQUIVO DE RECEBIMENTOS
      *                    RECEBMERC.DAT (PEDIDO 9(06) + COD 9(03) +
      *                    DEP 9(02) + QTDE RECEBIDA 9(03)), CASA
      *               INCORPORACAO FAZ DUAS PASSADAS: A PRIMEIRA MONTA
      *               O MAPA PEDIDO -> FORNECEDOR PELOS "F" E A
      *               SEGUNDA INCORPORA OS "I" CONSULTANDO O MAPA.
      *
      *MODIFICACAO
      *  15/10/2026  O ITEM DO PEDIDO EM ABERTO GUARDA A DATA DO
      *              ULTIMO RECEBIMENTO (DTREC-AB, NO FIM DO
      *              REGISTRO - ZERO ENQUANTO NADA CHEGOU), BASE DA
      *              PONTUALIDADE NO SCORECARD DE FORNECEDORES
      *              (EM0426). REGISTRO ANTIGO SEM A DATA ENTRA COM
      *              ZERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 DATA-AB        PIC 9(08).
           02 PRAZO-AB       PIC 9(03).
           02 STATUS-AB      PIC X(01).
           02 DTREC-AB       PIC 9(08).

       FD PENDMERC
           LABEL RECORD ARE STANDARD

       01 TAB-ABERTO.
           02 ENT-ABERTO OCCURS 500 TIMES.
               03 REG-AB-TAB     PIC X(79).

       01 REG-AB-TRAB.
           02 PEDIDO-TRAB    PIC 9(06).
           02 DATA-TRAB      PIC 9(08).
           02 PRAZO-TRAB     PIC 9(03).
           02 STATUS-TRAB    PIC X(01).
           02 DTREC-TRAB     PIC 9(08).

       01 LIN-TITULO.
           02 FILLER         PIC X(44) VALUE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-ABERTO
                   IF DTREC-AB NOT NUMERIC
                       MOVE ZEROES TO DTREC-AB
                   END-IF
                   MOVE REG-ABERTO TO REG-AB-TAB(QTD-ABERTO).

      * OS ITENS "I" DO ARQPEDIDO DO DIA VIRAM PEDIDOS EM ABERTO;
                   MOVE DATA-RODADA-9 TO DATA-TRAB
                   MOVE PRAZO-PED TO PRAZO-TRAB
                   MOVE "A" TO STATUS-TRAB
                   MOVE ZEROES TO DTREC-TRAB
                   MOVE REG-AB-TRAB TO REG-AB-TAB(QTD-ABERTO).

       PROCURA-ITEM.
               MOVE "F" TO STATUS-TRAB
           ELSE
               MOVE "P" TO STATUS-TRAB.
           MOVE DATA-RODADA-9 TO DTREC-TRAB.
           MOVE REG-AB-TRAB TO REG-AB-TAB(POS-ABERTO).
           MOVE SPACES TO REG-PEND.
           MOVE COD-REC TO COD-PEND.
