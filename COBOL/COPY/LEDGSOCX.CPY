      *--------------------------------------------------------------
      * LEDGSOCX.CPY
      *
      * COMPANHEIRO INDEXADO DO RAZAO DE MOVIMENTOS POR SOCIO
      * (LEDGSOC.DAT - VER LEDGSOC.CPY). O RAZAO SEQUENCIAL SEGUE
      * SENDO GRAVADO EM EXTEND E CONTINUA SENDO A FONTE OFICIAL;
      * AQUI FICA A MESMA IMAGEM DE CADA MOVIMENTO, COM CHAVE, PARA O
      * EXTRATO (EM0221) LER SO OS MOVIMENTOS DO SOCIO PEDIDO EM VEZ
      * DE ORDENAR O RAZAO INTEIRO A CADA CONSULTA.
      *
      * CHAVE (CHAVE-LSX): NUMERO DO SOCIO (NUM-LEDG) + DATA DO
      * MOVIMENTO (DATA-LEDG-SOC) + SEQUENCIA (SEQ-LSX, 1 = PRIMEIRO
      * MOVIMENTO DO SOCIO NA DATA, NA ORDEM DO RAZAO). IMAGEM-LSX E
      * O REGISTRO DO LEDGSOC INTEIRO.
      *
      * MANTIDO NA GRAVACAO PELOS PROGRAMAS QUE ACRESCENTAM AO RAZAO
      * (EM0201, EM0211, EM0212, EM0222, EM0234, EM0237, EM0238 -
      * VER GRAVALSX.CPY), COM JORNAL NO JRNMOV. NAO E CRIADO
      * AUTOMATICAMENTE: A CARGA INICIAL E A CONFERENCIA CONTRA O
      * RAZAO SAO FEITAS PELO UTILITARIO REORGIDX (COBOL/UTIL).
      *
      * USO (FILE SECTION):
      *       COPY LEDGSOCX.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT LEDGSOCX ASSIGN TO DISK
      *       ORGANIZATION IS INDEXED
      *       ACCESS MODE IS DYNAMIC
      *       RECORD KEY IS CHAVE-LSX
      *       FILE STATUS IS FS-LSX.
      *
      *   FS-LSX E AS AREAS DE TRABALHO ESTAO NO WSLEDGX.CPY.
      *--------------------------------------------------------------

       FD LEDGSOCX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LEDGSOCX.DAT".

       01 REG-LSX.
           02 CHAVE-LSX.
               03 NUM-LSX        PIC 9(06).
               03 DATA-LSX       PIC 9(08).
               03 SEQ-LSX        PIC 9(04).
           02 IMAGEM-LSX         PIC X(37).
