      *--------------------------------------------------------------
      * FILAMSG.CPY
      *
      * LAYOUT DA FILA DE SAIDA PARA O GATEWAY DE MENSAGENS
      * (FILAMSG.DAT), GRAVADA PELA CENTRAL DE COMUNICACAO EM0240 EM
      * EXTEND - O GATEWAY RETIRA O ARQUIVO QUANDO O CONSOME. CADA
      * MENSAGEM E UM CABECALHO (SEQ 00) SEGUIDO DAS LINHAS DO TEXTO
      * (SEQ 01 EM DIANTE):
      *   ID-FIL        IDENTIFICADOR DA MENSAGEM: AAMMDD DA DATA DE
      *                 MOVIMENTO + SEQUENCIAL DO DIA (6 DIGITOS). E
      *                 ELE QUE VOLTA NO RETORNO DO GATEWAY (RETMSG) E
      *                 QUE LIGA A MENSAGEM AO HISTMSG.
      *   SEQ-FIL       00 CABECALHO; 01.. LINHA DO TEXTO.
      *   CANAL-FIL     "E" EMAIL; "S" SMS.
      *   ENDER-FIL     (CABECALHO) EMAIL OU TELEFONE COM DDD.
      *   ASSUNTO-FIL   (CABECALHO) ASSUNTO DO EMAIL (BRANCO NO SMS).
      *   TEXTO-FIL     (LINHA) TEXTO JA MONTADO PELO MODELO.
      *
      * USO (FILE SECTION):
      *       COPY FILAMSG.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT FILAMSG ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-FIL.
      *--------------------------------------------------------------

       FD FILAMSG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FILAMSG.DAT".

       01 REG-FIL.
           02 ID-FIL         PIC 9(12).
           02 SEQ-FIL        PIC 9(02).
           02 CANAL-FIL      PIC X(01).
           02 ENDER-FIL      PIC X(40).
           02 ASSUNTO-FIL    PIC X(51).

       01 REG-FIL-LIN.
           02 ID-FIL-LIN     PIC 9(12).
           02 SEQ-FIL-LIN    PIC 9(02).
           02 CANAL-FIL-LIN  PIC X(01).
           02 TEXTO-FIL      PIC X(91).
