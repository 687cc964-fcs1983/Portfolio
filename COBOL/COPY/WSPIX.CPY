      *--------------------------------------------------------------
      * WSPIX.CPY
      *
      * AREA DE WORKING-STORAGE PARA MONTAR O IDENTIFICADOR DA
      * COBRANCA PIX (TXID) QUE SAI JUNTO COM O NOSSO NUMERO NO
      * BOLETO DE SOCIO (EM0211), NA MENSALIDADE DE ALUNO (EM0320) E
      * NO AVISO DA REGUA DE COBRANCA (EM0220). O TXID TEM 26
      * POSICOES ALFANUMERICAS (MINIMO EXIGIDO PELO PIX PARA A
      * COBRANCA) E CARREGA O PROPRIO PAGADOR, PARA O RETORNO PIX DO
      * EM0239 IDENTIFICAR O SOCIO OU ALUNO SEM DEPENDER DO
      * BOLETO.DAT DO DIA:
      *   EMISSOR-TXID  "FATECSP" - COBRANCA EMITIDA POR ESTE SISTEMA.
      *   ORIGEM-TXID   "SOC" = SOCIO, "ALU" = ALUNO, "RSP" =
      *                 RESPONSAVEL FINANCEIRO DE ALUNOS (CADRESP).
      *   DOC-TXID      "BOL" = BOLETO DE SOCIO EM ATRASO (EM0211),
      *                 "MEN" = MENSALIDADE ESCOLAR (EM0320),
      *                 "AVS" = AVISO DA REGUA DE COBRANCA (EM0220).
      *   NUM-TXID      NUMERO DO SOCIO (ZERO A ESQUERDA),
      *                 MATRICULA DO ALUNO OU CODIGO DO RESPONSAVEL.
      *   DATA-TXID     AAMMDD DA DATA DE MOVIMENTO DA EMISSAO - NO
      *                 BOLETO, NUM-TXID + DATA-TXID E O NOSSO NUMERO.
      *
      * O PROGRAMA HOSPEDEIRO PREENCHE ORIGEM/DOC/NUM/DATA E MOVE
      * TXID-PIX-X PARA O CAMPO DE SAIDA.
      *
      * USO (WORKING-STORAGE SECTION):
      *       COPY WSPIX.
      *--------------------------------------------------------------

       01 TXID-PIX.
           02 EMISSOR-TXID   PIC X(07) VALUE "FATECSP".
           02 ORIGEM-TXID    PIC X(03) VALUE SPACES.
           02 DOC-TXID       PIC X(03) VALUE SPACES.
           02 NUM-TXID       PIC 9(07) VALUE ZEROES.
           02 DATA-TXID      PIC 9(06) VALUE ZEROES.
       01 TXID-PIX-X REDEFINES TXID-PIX PIC X(26).
