      *--------------------------------------------------------------
      * VENDHSTX.CPY
      *
      * COMPANHEIRO INDEXADO DO HISTORICO DE VENDAS POR PERIODO
      * (VENDHIST.DAT). O HISTORICO SEQUENCIAL SEGUE SENDO GRAVADO
      * PELO EM0305 E CONTINUA SENDO A FONTE OFICIAL; AQUI FICA A
      * MESMA IMAGEM DE CADA LINHA, COM CHAVE, PARA A ESTATISTICA
      * COMPARATIVA (EM0308) E A PREVISAO (EM0322) LEREM SO OS
      * PERIODOS QUE USAM EM VEZ DE VARRER O HISTORICO INTEIRO.
      *
      * CHAVE (CHAVE-VHX): PERIODO AAAAMM (PERIODO-VH) + VENDEDOR
      * (NR-VH) + SEQUENCIA (SEQ-VHX, 1 = PRIMEIRA LINHA DO VENDEDOR
      * NO PERIODO, NA ORDEM DO HISTORICO). IMAGEM-VHX E O REGISTRO
      * DO VENDHIST INTEIRO.
      *
      * MANTIDO PELO EM0305 NA GRAVACAO (VER GRAVAVHX.CPY) E PELO
      * EM0330, QUE REGRAVA OU EXCLUI AS LINHAS ALTERADAS PELAS
      * DEVOLUCOES, COM JORNAL NO JRNMOV. NAO E CRIADO
      * AUTOMATICAMENTE: A CARGA INICIAL E A CONFERENCIA CONTRA O
      * HISTORICO SAO FEITAS PELO UTILITARIO REORGIDX (COBOL/UTIL).
      *
      * USO (FILE SECTION):
      *       COPY VENDHSTX.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT VENDHSTX ASSIGN TO DISK
      *       ORGANIZATION IS INDEXED
      *       ACCESS MODE IS DYNAMIC
      *       RECORD KEY IS CHAVE-VHX
      *       FILE STATUS IS FS-VHX.
      *
      *   FS-VHX E AS AREAS DE TRABALHO ESTAO NO WSLEDGX.CPY.
      *--------------------------------------------------------------

       FD VENDHSTX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDHSTX.DAT".

       01 REG-VHX.
           02 CHAVE-VHX.
               03 PERIODO-VHX    PIC 9(06).
               03 NR-VHX         PIC 9(05).
               03 SEQ-VHX        PIC 9(04).
           02 IMAGEM-VHX         PIC X(44).
