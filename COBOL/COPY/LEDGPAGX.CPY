      *--------------------------------------------------------------
      * LEDGPAGX.CPY
      *
      * COMPANHEIRO INDEXADO DO RAZAO DE PAGAMENTOS (LEDGPAG.DAT). O
      * RAZAO SEQUENCIAL SEGUE SENDO GRAVADO PELO EM0309 NO RETORNO
      * DO BANCO E CONTINUA SENDO A FONTE OFICIAL; AQUI FICA A MESMA
      * IMAGEM DE CADA LINHA, COM CHAVE, PARA AS CONSULTAS DE
      * PAGAMENTOS DE UMA CONTA NAO PRECISAREM VARRER O RAZAO.
      *
      * CHAVE (CHAVE-LPX): CONTA DO FAVORECIDO (CONTA-LEDG) + DATA
      * (DATA-LEDG) + SEQUENCIA (SEQ-LPX, 1 = PRIMEIRA LINHA DA CONTA
      * NA DATA, NA ORDEM DO RAZAO). O RAZAO DE PAGAMENTOS NAO TRAZ A
      * MATRICULA - A CONTA E O IDENTIFICADOR ESTAVEL DO FAVORECIDO
      * QUE ELE TEM. IMAGEM-LPX E O REGISTRO DO LEDGPAG INTEIRO.
      *
      * MANTIDO PELO EM0309 NA GRAVACAO (VER GRAVALPX.CPY), COM
      * JORNAL NO JRNMOV. NAO E CRIADO AUTOMATICAMENTE: A CARGA
      * INICIAL E A CONFERENCIA CONTRA O RAZAO SAO FEITAS PELO
      * UTILITARIO REORGIDX (COBOL/UTIL).
      *
      * USO (FILE SECTION):
      *       COPY LEDGPAGX.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT LEDGPAGX ASSIGN TO DISK
      *       ORGANIZATION IS INDEXED
      *       ACCESS MODE IS DYNAMIC
      *       RECORD KEY IS CHAVE-LPX
      *       FILE STATUS IS FS-LPX.
      *
      *   FS-LPX E AS AREAS DE TRABALHO ESTAO NO WSLEDGX.CPY.
      *--------------------------------------------------------------

       FD LEDGPAGX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LEDGPAGX.DAT".

       01 REG-LPX.
           02 CHAVE-LPX.
               03 CONTA-LPX      PIC 9(10).
               03 DATA-LPX       PIC 9(08).
               03 SEQ-LPX        PIC 9(04).
           02 IMAGEM-LPX         PIC X(78).
