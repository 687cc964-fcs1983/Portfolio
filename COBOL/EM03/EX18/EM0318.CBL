      *               9,0). A TURMA SAI COM O CURSO/PROFESSOR DO
      *               CADASTRO CADTURMA QUANDO ELE EXISTE. ALUNO SEM
      *               REGISTRO EM ARQALUN SAI COM FALTAS ZERADAS.
      *
      *MODIFICACAO
      *  15/10/2026  CADA BOLETIM EMITIDO GERA UM EVENTO "BOLT" NO
      *              MSGEVT.DAT (EXTEND - VER MSGEVT.CPY: MEDIA E
      *              RESULTADO), PARA A CENTRAL DE COMUNICACAO EM0240
      *              AVISAR O RESPONSAVEL DO ALUNO POR EMAIL/SMS. AS
      *              ROTINAS COPIADAS PASSARAM PARA A SECTION PROPRIA
      *              ROTINAS-COMUNS, FORA DA FIM SECTION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

           SELECT MSGEVT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EVT.

       DATA DIVISION.
       FILE SECTION.


       COPY DATAMOV.

       COPY MSGEVT.

       WORKING-STORAGE SECTION.

       77 FIM-ARQ            PIC X(03) VALUE "NAO".
       77 FS-PESO            PIC X(02) VALUE SPACES.
       77 FS-TURMA           PIC X(02) VALUE SPACES.
       77 FS-FALTA           PIC X(02) VALUE SPACES.
       77 FS-EVT             PIC X(02) VALUE SPACES.
       77 QTD-PESO           PIC 9(02) VALUE ZEROES.
       77 IDX-PESO           PIC 9(02) VALUE ZEROES.
       77 ACHOU-PESO         PIC 9     VALUE ZEROES.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO(1:6) TO PERIODO-ATU.
           MOVE PERIODO-ATU TO PERIODO-BOL.
           OPEN OUTPUT RELBOL
                EXTEND MSGEVT.
           IF FS-EVT EQUAL "35"
               CLOSE MSGEVT
               OPEN OUTPUT MSGEVT.
           PERFORM CARGA-PESO.
           PERFORM CARGA-TURMA.
           PERFORM CARGA-FALTAS.
           MOVE FALTAS-ALU TO FALTAS-BOL.
           MOVE RESULTADO-ALU TO RESULT-BOL.
           WRITE REL-SAI FROM BOL-FALTAS AFTER ADVANCING 1 LINE.
           PERFORM GERA-EVENTO.
           ADD 1 TO CT-BOLETINS.

      * EVENTO DO BOLETIM PARA A CENTRAL DE COMUNICACAO (EM0240),
      * QUE ENDERECA A MENSAGEM AO RESPONSAVEL DA MATRICULA.
       GERA-EVENTO SECTION.
           MOVE "BOLT" TO TIPO-EVT.
           MOVE "A" TO DEST-EVT.
           MOVE SPACES TO CHAVE-EVT.
           MOVE COD-TRAB TO CHAVE-NUM-EVT.
           MOVE ZEROES TO IDENT-EVT.
           MOVE NOME-TRAB TO NOME-EVT.
           MOVE DATA-MOVTO TO DATA-EVT.
           MOVE MEDIA-ALU TO VALOR-EVT.
           MOVE RESULTADO-ALU TO REF-EVT.
           PERFORM GRAVA-MSGEVT.

       BUSCA-TURMA SECTION.
           MOVE SPACES TO CURSO-BOL PROF-BOL.
           IF TEM-TURMAS EQUAL 1
               MOVE IDX-TURMA TO POS-TURMA.

       FIM SECTION.
           CLOSE RELBOL
                 MSGEVT.
           DISPLAY "EM0318 - " CT-BOLETINS " BOLETINS EMITIDOS".

       ROTINAS-COMUNS SECTION.

       COPY LEDATAMOV.

       COPY GRAVAEVT
           REPLACING ==CPY-PROGID== BY =="EM0318"==.
