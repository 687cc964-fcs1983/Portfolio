      *--------------------------------------------------------------
      * WSMOTDEV.CPY
      *
      * TABELA DOS MOTIVOS DE DEVOLUCAO DE VENDA, COMUM AO EM0330
      * (CRITICA DO MOVIMENTO DEVVENDA) E AO EM0331 (RELATORIO
      * MENSAL). O CODIGO DO MOTIVO E O PROPRIO INDICE DA TABELA:
      *   01 DEFEITO DE FABRICACAO
      *   02 AVARIA NO TRANSPORTE
      *   03 PRODUTO DIVERGENTE (DO PEDIDO)
      *   04 DESISTENCIA DO CLIENTE
      *   05 PRAZO DE VALIDADE
      *   06 OUTROS
      * CODIGO FORA DE 01..QTD-MOTDEV E MOTIVO INVALIDO.
      *
      * USO (WORKING-STORAGE SECTION):
      *       COPY WSMOTDEV.
      *--------------------------------------------------------------

       77 QTD-MOTDEV         PIC 9(02) VALUE 6.

       01 TAB-MOTDEV-VAL.
           02 FILLER         PIC X(25) VALUE
               "DEFEITO DE FABRICACAO".
           02 FILLER         PIC X(25) VALUE
               "AVARIA NO TRANSPORTE".
           02 FILLER         PIC X(25) VALUE
               "PRODUTO DIVERGENTE".
           02 FILLER         PIC X(25) VALUE
               "DESISTENCIA DO CLIENTE".
           02 FILLER         PIC X(25) VALUE
               "PRAZO DE VALIDADE".
           02 FILLER         PIC X(25) VALUE
               "OUTROS".
       01 TAB-MOTDEV REDEFINES TAB-MOTDEV-VAL.
           02 DESC-MOTDEV    PIC X(25) OCCURS 6 TIMES.
