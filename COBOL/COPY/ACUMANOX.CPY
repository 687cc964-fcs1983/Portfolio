      *--------------------------------------------------------------
      * ACUMANOX.CPY
      *
      * COMPANHEIRO INDEXADO DO ACUMULADO ANUAL DA FOLHA
      * (ACUMANO.DAT). O ACUMULADO SEQUENCIAL SEGUE SENDO GRAVADO EM
      * EXTEND E CONTINUA SENDO A FONTE OFICIAL; AQUI FICA A MESMA
      * IMAGEM DE CADA LINHA, COM CHAVE, PARA O INFORME ANUAL
      * (EM0313) LER CADA MATRICULA SO NO ANO PEDIDO EM VEZ DE
      * ORDENAR O ACUMULADO DE TODOS OS ANOS.
      *
      * CHAVE (CHAVE-ACX): MATRICULA (MAT-ACUM) + COMPETENCIA AAAAMM
      * (ANOMES-ACUM) + SEQUENCIA (SEQ-ACX, 1 = PRIMEIRA LINHA DA
      * MATRICULA NA COMPETENCIA, NA ORDEM DO ACUMULADO - FOLHA,
      * RESCISAO E FERIAS SAEM EM LINHAS PROPRIAS). IMAGEM-ACX E O
      * REGISTRO DO ACUMANO INTEIRO.
      *
      * MANTIDO NA GRAVACAO PELOS PROGRAMAS QUE ACRESCENTAM AO
      * ACUMULADO (EM0306, EM0312, EM0323 - VER GRAVAACX.CPY), COM
      * JORNAL NO JRNMOV. NAO E CRIADO AUTOMATICAMENTE: A CARGA
      * INICIAL E A CONFERENCIA CONTRA O ACUMULADO SAO FEITAS PELO
      * UTILITARIO REORGIDX (COBOL/UTIL).
      *
      * USO (FILE SECTION):
      *       COPY ACUMANOX.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT ACUMANOX ASSIGN TO DISK
      *       ORGANIZATION IS INDEXED
      *       ACCESS MODE IS DYNAMIC
      *       RECORD KEY IS CHAVE-ACX
      *       FILE STATUS IS FS-ACX.
      *
      *   FS-ACX E AS AREAS DE TRABALHO ESTAO NO WSLEDGX.CPY.
      *--------------------------------------------------------------

       FD ACUMANOX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ACUMANOX.DAT".

       01 REG-ACX.
           02 CHAVE-ACX.
               03 MAT-ACX        PIC 9(05).
               03 ANOMES-ACX     PIC 9(06).
               03 SEQ-ACX        PIC 9(04).
           02 IMAGEM-ACX         PIC X(90).
