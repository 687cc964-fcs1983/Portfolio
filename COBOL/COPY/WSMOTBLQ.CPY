      *--------------------------------------------------------------
      * WSMOTBLQ.CPY
      *
      * TABELA DOS MOTIVOS DE BLOQUEIO DE ESTOQUE (QUARENTENA OU
      * AVARIA), COMUM AO EM0403 (CRITICA DA MUDANCA DE STATUS,
      * TIPO 9 DE MOVMERC), AO EM0404 E AO EM0412 (QUE REPRODUZEM A
      * CRITICA) E AO EM0430 (RELATORIO DO ESTOQUE BLOQUEADO). O
      * CODIGO DO MOTIVO E O PROPRIO INDICE DA TABELA:
      *   01 AVARIA NO RECEBIMENTO
      *   02 AVARIA NO ARMAZEM
      *   03 INSPECAO DE QUALIDADE
      *   04 RECALL DO FORNECEDOR
      *   05 EMBALAGEM VIOLADA
      *   06 OUTROS
      * CODIGO FORA DE 01..QTD-MOTBLQ E MOTIVO INVALIDO.
      *
      * USO (WORKING-STORAGE SECTION):
      *       COPY WSMOTBLQ.
      *--------------------------------------------------------------

       77 QTD-MOTBLQ         PIC 9(02) VALUE 6.

       01 TAB-MOTBLQ-VAL.
           02 FILLER         PIC X(25) VALUE
               "AVARIA NO RECEBIMENTO".
           02 FILLER         PIC X(25) VALUE
               "AVARIA NO ARMAZEM".
           02 FILLER         PIC X(25) VALUE
               "INSPECAO DE QUALIDADE".
           02 FILLER         PIC X(25) VALUE
               "RECALL DO FORNECEDOR".
           02 FILLER         PIC X(25) VALUE
               "EMBALAGEM VIOLADA".
           02 FILLER         PIC X(25) VALUE
               "OUTROS".
       01 TAB-MOTBLQ REDEFINES TAB-MOTBLQ-VAL.
           02 DESC-MOTBLQ    PIC X(25) OCCURS 6 TIMES.
