      *--------------------------------------------------------------
      * WSHISTHOL.CPY
      *
      * AREA DE WORKING-STORAGE DO DEMONSTRATIVO EM IMPRESSAO, NO
      * MESMO LAYOUT DE REG-HHL (VER HISTHOL.CPY). O PROGRAMA
      * PREENCHE A IDENTIFICACAO E O CREDITO DO DOCUMENTO (MATRICULA,
      * COMPETENCIA, TIPO, DATA, CONTA, REFERENCIA, LIQUIDO,
      * SITUACAO) E ZERA SEQ-DHOL ANTES DA PRIMEIRA LINHA; DEPOIS,
      * PARA CADA LINHA, MOVE O TEXTO PARA LINHA-DHOL E O AVANCO PARA
      * AVANCO-DHOL E EXECUTA GRAVA-LINHA-HOL (GRAVAHOL.CPY).
      *
      * USO (WORKING-STORAGE SECTION):
      *       COPY WSHISTHOL.
      *--------------------------------------------------------------

       77 FS-HHL             PIC X(02) VALUE SPACES.

       01 DADOS-HOL.
           02 MAT-DHOL       PIC 9(05) VALUE ZEROES.
           02 COMPET-DHOL    PIC 9(06) VALUE ZEROES.
           02 TIPO-DHOL      PIC X(01) VALUE SPACES.
           02 DATA-DHOL      PIC 9(08) VALUE ZEROES.
           02 SEQ-DHOL       PIC 9(03) VALUE ZEROES.
           02 AVANCO-DHOL    PIC 9(01) VALUE ZEROES.
           02 CONTA-DHOL     PIC 9(10) VALUE ZEROES.
           02 REF-DHOL       PIC X(20) VALUE SPACES.
           02 LIQUIDO-DHOL   PIC 9(07)V99 VALUE ZEROES.
           02 SIT-DHOL       PIC X(01) VALUE SPACES.
           02 LINHA-DHOL     PIC X(80) VALUE SPACES.
