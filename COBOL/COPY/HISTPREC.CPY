      *--------------------------------------------------------------
      * HISTPREC.CPY
      *
      * LAYOUT DO HISTORICO DE ALTERACOES DE PRECO DE VENDA
      * (HISTPRECO.DAT), GRAVADO EM EXTEND PELO EM0423 - UMA LINHA
      * POR TRANSACAO APLICADA NA TABELA CADPRECO (VER CADPRECO.CPY):
      *   DATA-HP       DATA DE MOVIMENTO EM QUE A ALTERACAO ENTROU.
      *   OPER-HP       I = INCLUSAO, A = NOVO PRECO/VIGENCIA,
      *                 E = EXCLUSAO (DE UMA VIGENCIA OU DO ITEM).
      *   COD-HP/DEP-HP ITEM E DEPOSITO (00 = TODOS).
      *   VIG-HP        VIGENCIA AFETADA (AAAAMMDD; ZERO NA EXCLUSAO
      *                 DO ITEM INTEIRO).
      *   PRECO-ANT-HP  PRECO EM VIGOR ANTES DA ALTERACAO (ZERO NA
      *                 INCLUSAO).
      *   PRECO-HP      PRECO NOVO (ZERO NA EXCLUSAO).
      *   MARKUP-ANT-HP MARKUP ALVO ANTERIOR E NOVO, EM %.
      *   MARKUP-HP
      *   CUSTO-HP      CUSTO MEDIO DO ITEM/DEPOSITO EM CADMERC NO DIA
      *                 (ZERO QUANDO NAO CONSULTADO).
      *   DOC-HP        NUMERO DO DOCUMENTO DA TRANSACAO.
      *
      * USO (FILE SECTION):
      *       COPY HISTPREC.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT HISTPRECO ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-HPR.
      *--------------------------------------------------------------

       FD HISTPRECO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTPRECO.DAT".

       01 REG-HPR.
           02 DATA-HP        PIC 9(08).
           02 OPER-HP        PIC X(01).
           02 COD-HP         PIC 9(03).
           02 DEP-HP         PIC 9(02).
           02 VIG-HP         PIC 9(08).
           02 PRECO-ANT-HP   PIC 9(05)V99.
           02 PRECO-HP       PIC 9(05)V99.
           02 MARKUP-ANT-HP  PIC 9(03)V99.
           02 MARKUP-HP      PIC 9(03)V99.
           02 CUSTO-HP       PIC 9(04)V99.
           02 DOC-HP         PIC 9(06).
