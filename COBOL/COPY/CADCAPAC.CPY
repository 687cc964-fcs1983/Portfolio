      *--------------------------------------------------------------
      * CADCAPAC.CPY
      *
      * LAYOUT DA TABELA DE ITENS DE CAPACIDADE MONITORADOS
      * (CADCAPAC.DAT), MANTIDA PELO MANREF (TABELA "CAPAC"), UM
      * REGISTRO POR CAMPO, CHAVE OU TABELA COM TETO FIXO. O MONITOR
      * EM0439 MEDE CADA ITEM NO ARQUIVO INDICADO E COMPARA COM O
      * LIMITE.
      *
      *   ID-CAP         IDENTIFICACAO DO ITEM, CHAVE DA TABELA.
      *   ARQ-CAP        ARQUIVO MEDIDO, RELATIVO AO DIRETORIO DE
      *                  DADOS (EX.: "EM04/CADMERC.DAT").
      *   TIPO-CAP       "K" MAIOR CHAVE EM USO (CAMPO NUMERICO);
      *                  "V" MAIOR VALOR DO CAMPO NUMERICO (SEM
      *                      VIRGULA: 9(05)V99 E MEDIDO EM CENTAVOS);
      *                  "Q" QUANTIDADE DE REGISTROS, CONTRA O TETO DA
      *                      TABELA EM MEMORIA (OCCURS) QUE O CARREGA.
      *   POS-CAP        POSICAO INICIAL DO CAMPO NO REGISTRO ("K" E
      *   TAM-CAP        "V"; 1 A 500) E SEU TAMANHO (1 A 12 DIGITOS).
      *   LIMITE-CAP     LIMITE DO ITEM; ZERO NO "K" E NO "V" = TODOS
      *                  OS DIGITOS DO CAMPO EM 9 (9(03) = 999).
      *                  OBRIGATORIO NO "Q".
      *   DESC-CAP       DESCRICAO LIVRE.
      *
      * EXEMPLOS:
      *   CODMERC EM04/CADMERC.DAT  K 001 03 (COD-CAD, 999 ITENS)
      *   QTDMERC EM04/CADMERC.DAT  V 039 03 (QTDE-CAD, 999 UNIDADES)
      *   QTDATU  EM04/ATUMERC.DAT  V 039 03 (QTDE-ATU, 999 UNIDADES)
      *   CCANT   EM04/CADANT.DAT   K 001 03 (CC-ANT, 999 CONTAS)
      *   CODCLI  EM02/CADCLI.DAT   K 001 03 (CODIGO-ENT)
      *   CTAEVT  EM04/CADCTA.DAT   Q LIMITE 20 (TAB-CTA DO EM0414)
      *
      * USO (FILE SECTION):
      *       COPY CADCAPAC.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADCAPAC ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-CAPAC.
      *--------------------------------------------------------------

       FD CADCAPAC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCAPAC.DAT".

       01 REG-CAP.
           02 ID-CAP         PIC X(08).
           02 ARQ-CAP        PIC X(18).
           02 TIPO-CAP       PIC X(01).
           02 POS-CAP        PIC 9(03).
           02 TAM-CAP        PIC 9(02).
           02 LIMITE-CAP     PIC 9(12).
           02 DESC-CAP       PIC X(16).
