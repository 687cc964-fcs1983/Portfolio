      *--------------------------------------------------------------
      * ENDINV.CPY
      *
      * LAYOUT DO CADASTRO DE ENDERECOS DEVOLVIDOS (ENDINV.DAT), SO
      * ACRESCIDO (EXTEND) PELO EM0241 A CADA DEVOLUCAO DO GATEWAY. A
      * CENTRAL DE COMUNICACAO EM0240 NAO MANDA MAIS NADA PARA UM
      * EMAIL/TELEFONE QUE ESTA AQUI; QUANDO O CADASTRO DE ORIGEM E
      * CORRIGIDO O ENDERECO NOVO JA NAO CASA E O ENVIO VOLTA.
      *   CANAL-INV     "E" EMAIL; "S" SMS.
      *   ENDER-INV     EMAIL OU TELEFONE DEVOLVIDO.
      *   DATA-INV      DATA DA DEVOLUCAO.
      *   ID-INV        MENSAGEM DEVOLVIDA.
      *   DEST-INV      DESTINATARIO (S/C/A/R) E
      *   CHAVE-INV     CHAVE NO CADASTRO DE ORIGEM, PARA A CORRECAO.
      *   MOTIVO-INV    TEXTO DO GATEWAY.
      *
      * USO (FILE SECTION):
      *       COPY ENDINV.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT ENDINV ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-INV.
      *--------------------------------------------------------------

       FD ENDINV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ENDINV.DAT".

       01 REG-INV.
           02 CANAL-INV      PIC X(01).
           02 ENDER-INV      PIC X(40).
           02 DATA-INV       PIC 9(08).
           02 ID-INV         PIC 9(12).
           02 DEST-INV       PIC X(01).
           02 CHAVE-INV      PIC X(15).
           02 MOTIVO-INV     PIC X(20).
