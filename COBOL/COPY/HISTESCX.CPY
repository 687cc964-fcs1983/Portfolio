      *--------------------------------------------------------------
      * HISTESCX.CPY
      *
      * COMPANHEIRO INDEXADO DO HISTORICO ESCOLAR (HISTESC.DAT). O
      * HISTORICO SEQUENCIAL SEGUE SENDO GRAVADO PELO EM0307 E
      * CONTINUA SENDO A FONTE OFICIAL; AQUI FICA A MESMA IMAGEM DE
      * CADA LINHA, COM CHAVE, PARA A CONSULTA DO BOLETIM (EM0311)
      * LER SO O ALUNO PEDIDO EM VEZ DE VARRER TODOS OS PERIODOS DE
      * TODOS OS ALUNOS.
      *
      * CHAVE (CHAVE-HEX): MATRICULA DO ALUNO (COD-HE) + PERIODO
      * (PERIODO-HE) + SEQUENCIA (SEQ-HEX, 1 = PRIMEIRA LINHA DO
      * ALUNO NO PERIODO, NA ORDEM DO HISTORICO). IMAGEM-HEX E O
      * REGISTRO DO HISTESC INTEIRO.
      *
      * MANTIDO PELO EM0307 NA GRAVACAO (VER GRAVAHEX.CPY), COM
      * JORNAL NO JRNMOV. NAO E CRIADO AUTOMATICAMENTE: A CARGA
      * INICIAL E A CONFERENCIA CONTRA O HISTORICO SAO FEITAS PELO
      * UTILITARIO REORGIDX (COBOL/UTIL).
      *
      * USO (FILE SECTION):
      *       COPY HISTESCX.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT HISTESCX ASSIGN TO DISK
      *       ORGANIZATION IS INDEXED
      *       ACCESS MODE IS DYNAMIC
      *       RECORD KEY IS CHAVE-HEX
      *       FILE STATUS IS FS-HEX.
      *
      *   FS-HEX E AS AREAS DE TRABALHO ESTAO NO WSLEDGX.CPY.
      *--------------------------------------------------------------

       FD HISTESCX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTESCX.DAT".

       01 REG-HEX.
           02 CHAVE-HEX.
               03 COD-HEX        PIC 9(07).
               03 PERIODO-HEX    PIC 9(06).
               03 SEQ-HEX        PIC 9(04).
           02 IMAGEM-HEX         PIC X(45).
