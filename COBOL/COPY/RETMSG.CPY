      *--------------------------------------------------------------
      * RETMSG.CPY
      *
      * LAYOUT DO RETORNO DO GATEWAY DE MENSAGENS (RETMSG.DAT),
      * APLICADO PELO EM0241 - UMA LINHA POR MENSAGEM DA FILAMSG CUJA
      * SITUACAO O GATEWAY CONHECE:
      *   ID-RET        IDENTIFICADOR DA MENSAGEM (VER FILAMSG.CPY).
      *   SIT-RET       "E" ENTREGUE; "D" DEVOLVIDA (ENDERECO
      *                 INEXISTENTE, CAIXA/LINHA DESATIVADA); "F"
      *                 FALHA TEMPORARIA.
      *   DATA-RET      DATA DA SITUACAO NO GATEWAY (AAAAMMDD).
      *   MOTIVO-RET    TEXTO DO GATEWAY.
      *
      * USO (FILE SECTION):
      *       COPY RETMSG.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT RETMSG ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-RET.
      *--------------------------------------------------------------

       FD RETMSG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RETMSG.DAT".

       01 REG-RET.
           02 ID-RET         PIC 9(12).
           02 SIT-RET        PIC X(01).
           02 DATA-RET       PIC 9(08).
           02 MOTIVO-RET     PIC X(20).
