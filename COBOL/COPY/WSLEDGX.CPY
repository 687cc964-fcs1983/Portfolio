      *--------------------------------------------------------------
      * WSLEDGX.CPY
      *
      * AREAS DE WORKING-STORAGE PARA OS COMPANHEIROS INDEXADOS DOS
      * RAZOES SEQUENCIAIS (LEDGSOCX, VENDHSTX, HISTESCX, ACUMANOX E
      * LEDGPAGX - VER O .CPY DE CADA UM):
      *   FS-xxx        FILE STATUS DE CADA COMPANHEIRO;
      *   TEM-xxx       "SIM" QUANDO O COMPANHEIRO ABRIU E ESTA SENDO
      *                 MANTIDO NESTA EXECUCAO (VER ABRE-xxx NO
      *                 GRAVAxxx.CPY);
      *   FIM-SEQX      FIM DA BUSCA DA ULTIMA SEQUENCIA DE UMA CHAVE;
      *   ULT-SEQX      ULTIMA SEQUENCIA ENCONTRADA (ZERO = NENHUMA);
      *   CHAVE-BUSCAX  CHAVE DE ORIGEM GUARDADA DURANTE A BUSCA.
      *
      * USO (WORKING-STORAGE SECTION):
      *       COPY WSLEDGX.
      *--------------------------------------------------------------

       77 FS-LSX             PIC X(02) VALUE SPACES.
       77 FS-VHX             PIC X(02) VALUE SPACES.
       77 FS-HEX             PIC X(02) VALUE SPACES.
       77 FS-ACX             PIC X(02) VALUE SPACES.
       77 FS-LPX             PIC X(02) VALUE SPACES.
       77 TEM-LSX            PIC X(03) VALUE "NAO".
       77 TEM-VHX            PIC X(03) VALUE "NAO".
       77 TEM-HEX            PIC X(03) VALUE "NAO".
       77 TEM-ACX            PIC X(03) VALUE "NAO".
       77 TEM-LPX            PIC X(03) VALUE "NAO".
       77 FIM-SEQX           PIC X(03) VALUE "NAO".
       77 ULT-SEQX           PIC 9(04) VALUE ZEROES.

       01 CHAVE-BUSCAX       PIC X(22) VALUE SPACES.
