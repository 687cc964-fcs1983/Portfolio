      *--------------------------------------------------------------
      * HISTMSG.CPY
      *
      * LAYOUT DO HISTORICO DE MENSAGENS (HISTMSG.DAT), SO ACRESCIDO
      * (EXTEND): A CENTRAL DE COMUNICACAO EM0240 GRAVA UMA SITUACAO
      * "P" POR MENSAGEM POSTA NA FILA E UMA "N" POR EVENTO QUE NAO
      * SAIU POR CANAL NENHUM; O EM0241 ACRESCENTA A SITUACAO DEVOLVIDA
      * PELO GATEWAY (E/D/F). A SITUACAO ATUAL DE UMA MENSAGEM E A DO
      * ULTIMO REGISTRO DO SEU ID.
      *   ID-HIS        IDENTIFICADOR DA MENSAGEM (VER FILAMSG.CPY).
      *   DATA-HIS      DATA DE MOVIMENTO DO ENVIO A FILA.
      *   TIPO-HIS      TIPO DO EVENTO DE ORIGEM.
      *   PROG-HIS      PROGRAMA QUE GEROU O EVENTO.
      *   DEST-HIS      DESTINATARIO DO EVENTO (S/C/A/R).
      *   CHAVE-HIS     CHAVE DO DESTINATARIO NO CADASTRO DE ORIGEM.
      *   CANAL-HIS     "E" EMAIL; "S" SMS; BRANCO NA SITUACAO "N".
      *   ENDER-HIS     EMAIL OU TELEFONE USADO.
      *   SIT-HIS       "P" POSTA NA FILA; "N" NAO ENVIADA (MOTIVO);
      *                 "E" ENTREGUE; "D" DEVOLVIDA - ENDERECO
      *                 INVALIDO, VAI PARA O ENDINV; "F" FALHA
      *                 TEMPORARIA DO GATEWAY.
      *   DATASIT-HIS   DATA DA SITUACAO (MOVIMENTO OU DATA DO
      *                 RETORNO).
      *   MOTIVO-HIS    MOTIVO DA NAO ENVIADA OU TEXTO DO GATEWAY.
      *
      * USO (FILE SECTION):
      *       COPY HISTMSG.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT HISTMSG ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-HIS.
      *--------------------------------------------------------------

       FD HISTMSG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTMSG.DAT".

       01 REG-HIS.
           02 ID-HIS         PIC 9(12).
           02 ID-HIS-R REDEFINES ID-HIS.
               03 DIA-ID-HIS     PIC 9(06).
               03 SEQ-ID-HIS     PIC 9(06).
           02 DATA-HIS       PIC 9(08).
           02 TIPO-HIS       PIC X(04).
           02 PROG-HIS       PIC X(06).
           02 DEST-HIS       PIC X(01).
           02 CHAVE-HIS      PIC X(15).
           02 CANAL-HIS      PIC X(01).
           02 ENDER-HIS      PIC X(40).
           02 SIT-HIS        PIC X(01).
           02 DATASIT-HIS    PIC 9(08).
           02 MOTIVO-HIS     PIC X(20).
