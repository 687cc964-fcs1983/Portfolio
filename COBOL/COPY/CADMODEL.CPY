      *--------------------------------------------------------------
      * CADMODEL.CPY
      *
      * LAYOUT DA TABELA DE MODELOS DE MENSAGEM (CADMODEL.DAT),
      * MANTIDA PELO MANREF (TABELA "MODELO") EM ORDEM DE CHAVE E LIDA
      * PELA CENTRAL DE COMUNICACAO EM0240. UM MODELO POR TIPO DE
      * EVENTO (VER MSGEVT.CPY) E CANAL; SEM MODELO NO CANAL, O EVENTO
      * NAO SAI POR ELE.
      *
      *   TIPO-MOD      TIPO DO EVENTO ("BOLS", "COB1", ...).
      *   CANAL-MOD     "E" EMAIL; "S" SMS.
      *   LINHA-MOD     00 = CABECALHO DO MODELO; 01 EM DIANTE = LINHAS
      *                 DO TEXTO, NA ORDEM EM QUE SAEM.
      *   CLASSE-MOD    (SO NA LINHA 00) "T" TRANSACIONAL - SAI A MENOS
      *                 QUE A PESSOA TENHA REVOGADO O CONTATO POR
      *                 SMS/EMAIL NO CADCONS; "M" MARKETING - SO SAI COM
      *                 OS CONSENTIMENTOS DE CONTATO E DE MARKETING
      *                 VIGENTES.
      *   MODO-MOD      (SO NA LINHA 00) "S" SAI SEMPRE QUE HOUVER
      *                 ENDERECO; "A" SO SAI QUANDO O OUTRO CANAL NAO
      *                 SAIU (O SMS COMO ALTERNATIVA AO EMAIL).
      *   TEXTO-MOD     NA LINHA 00, O ASSUNTO DO EMAIL; NAS DEMAIS, O
      *                 TEXTO, COM OS CAMPOS DO EVENTO MARCADOS POR
      *                 @N (NOME), @D (DATA DD/MM/AAAA), @V (VALOR) E
      *                 @R (REFERENCIA).
      *
      * USO (FILE SECTION):
      *       COPY CADMODEL.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADMODEL ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-MOD.
      *--------------------------------------------------------------

       FD CADMODEL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMODEL.DAT".

       01 REG-MOD.
           02 CHAVE-MOD.
               03 TIPO-MOD       PIC X(04).
               03 CANAL-MOD      PIC X(01).
               03 LINHA-MOD      PIC 9(02).
           02 CLASSE-MOD     PIC X(01).
           02 MODO-MOD       PIC X(01).
           02 TEXTO-MOD      PIC X(51).
