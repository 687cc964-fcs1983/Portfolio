      *--------------------------------------------------------------
      * CADCASO.CPY
      *
      * LAYOUT DO CADASTRO DE CASOS DE EXCECAO (CADCASO.DAT). O EM0437
      * ABRE UM CASO PARA CADA OCORRENCIA NOVA DO LOG COMUM EXCLOG.DAT
      * (PROGRAMA + CHAVE) E ANEXA AO CASO AINDA NAO RESOLVIDO AS
      * REPETICOES DA MESMA OCORRENCIA; O EM0438 APLICA AS TRANSACOES
      * DE TRATAMENTO (ATRIBUICAO, COMENTARIO E RESOLUCAO). OS CASOS
      * RESOLVIDOS SAEM DESTE ARQUIVO PARA O CASOENC.DAT (MESMO
      * LAYOUT) NA RODADA SEGUINTE DO EM0437.
      *   NUM-CASO       NUMERO DO CASO, SEQUENCIAL.
      *   PROGID/CHAVE   PROGRAMA E CHAVE DA OCORRENCIA NO EXCLOG.
      *   SEVER/MSG      SEVERIDADE E MENSAGEM DA PRIMEIRA OCORRENCIA.
      *   ABERTURA-CASO  DATA (AAAAMMDD) DA PRIMEIRA OCORRENCIA.
      *   ULTIMA-CASO    DATA DA OCORRENCIA MAIS RECENTE.
      *   QTD-CASO       OCORRENCIAS ANEXADAS (A PRIMEIRA INCLUSIVE).
      *   SIT-CASO       "A" ABERTO, "T" EM TRATAMENTO (ATRIBUIDO),
      *                  "R" RESOLVIDO.
      *   RESP-CASO      OPERADOR RESPONSAVEL (ID DO CADOPER).
      *   RESOL-CASO     CODIGO DE RESOLUCAO:
      *                    "CD" CORRIGIDO NO DADO DE ORIGEM;
      *                    "CP" CORRIGIDO NO PARAMETRO OU TABELA;
      *                    "RP" REPROCESSADO;
      *                    "AS" ACEITO SEM ACAO (NAO ERA ERRO);
      *                    "DP" DUPLICADO DE OUTRO CASO.
      *   DTRESOL-CASO   DATA DE MOVIMENTO DA RESOLUCAO.
      *   ESCAL-CASO     DATA DA ULTIMA ESCALACAO (ZERO = NUNCA).
      *   OBS-CASO       ULTIMO COMENTARIO (O HISTORICO COMPLETO ESTA
      *                  NO HISTCASO.DAT).
      *
      * O PRIMEIRO REGISTRO E O DE CONTROLE (REG-CTL-CASO, NUMERO
      * ZERO): ULTIMO DIA DO EXCLOG JA INCORPORADO E ULTIMO NUMERO DE
      * CASO USADO.
      *
      * USO (FILE SECTION):
      *       COPY CADCASO.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADCASO ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-CASO.
      *--------------------------------------------------------------

       FD CADCASO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCASO.DAT".

       01 REG-CASO.
           02 NUM-CASO       PIC 9(06).
           02 PROGID-CASO    PIC X(08).
           02 CHAVE-CASO     PIC X(15).
           02 SEVER-CASO     PIC X(01).
           02 MSG-CASO       PIC X(40).
           02 ABERTURA-CASO  PIC 9(08).
           02 ULTIMA-CASO    PIC 9(08).
           02 QTD-CASO       PIC 9(05).
           02 SIT-CASO       PIC X(01).
               88 CASO-ABERTO      VALUE "A".
               88 CASO-ATRIBUIDO   VALUE "T".
               88 CASO-RESOLVIDO   VALUE "R".
           02 RESP-CASO      PIC X(08).
           02 RESOL-CASO     PIC X(02).
               88 RESOLUCAO-VALIDA VALUE "CD" "CP" "RP" "AS" "DP".
           02 DTRESOL-CASO   PIC 9(08).
           02 ESCAL-CASO     PIC 9(08).
           02 OBS-CASO       PIC X(40).

       01 REG-CTL-CASO.
           02 NUM-CTL        PIC 9(06).
           02 ULT-DATA-CTL   PIC 9(08).
           02 ULT-NUM-CTL    PIC 9(06).
           02 FILLER         PIC X(138).
