      *--------------------------------------------------------------
      * FECHEST.CPY
      *
      * LAYOUT DO CONTROLE DE FECHAMENTO MENSAL DE ESTOQUE
      * (FECHEST.DAT), GRAVADO EM EXTEND PELO EM0425 - UM REGISTRO
      * POR COMPETENCIA FECHADA:
      *   ANOMES-FE     COMPETENCIA FECHADA (AAAAMM).
      *   DATA-FE       DATA DE MOVIMENTO DO FECHAMENTO (AAAAMMDD).
      *   ITENS-FE      ITENS/DEPOSITOS CONGELADOS EM SALDOPER.
      *   VALOR-FE      VALOR DO ESTOQUE FINAL (QTDE X CUSTO MEDIO).
      *   CMV-FE        CUSTO DAS MERCADORIAS VENDIDAS NO MES
      *                 (SAIDAS POR VENDA MENOS DEVOLUCOES, AO CUSTO
      *                 MEDIO - VER LEDGCMV.CPY).
      * A MAIOR COMPETENCIA DO ARQUIVO E O PERIODO FECHADO: O EM0403
      * REJEITA MOVIMENTO DATADO ATE ELA (VER LEFECHEST.CPY) E O
      * EM0414 EXPORTA OS EVENTOS ESTOQUE E CMV DA COMPETENCIA.
      *
      * USO (FILE SECTION):
      *       COPY FECHEST.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT FECHEST ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-FECHEST.
      *--------------------------------------------------------------

       FD FECHEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FECHEST.DAT".

       01 REG-FECHEST.
           02 ANOMES-FE      PIC 9(06).
           02 DATA-FE        PIC 9(08).
           02 ITENS-FE       PIC 9(05).
           02 VALOR-FE       PIC 9(09)V99.
           02 CMV-FE         PIC S9(09)V99.
