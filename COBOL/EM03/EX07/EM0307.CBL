      *              CADASTRO - + RESULTADO APROVADO/REPROVADO/
      *              DESTAQUE), EM EXTEND; O EM0311 IMPRIME O
      *              HISTORICO COMPLETO DE UM ALUNO A PARTIR DELE.
      *  15/10/2026  AS LINHAS DO HISTESC PASSAM A SER GRAVADAS TAMBEM
      *              NO COMPANHEIRO INDEXADO HISTESCX.DAT (VER
      *              HISTESCX.CPY E GRAVAHEX.CPY), COM JORNAL DA
      *              INCLUSAO NO JRNMOV.DAT (EXTEND), PARA O EM0311
      *              LER SO O ALUNO PEDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTESC.

           SELECT HISTESCX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-HEX
           FILE STATUS IS FS-HEX.

           SELECT JRNMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JRNMOV.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.
           02 MEDIA-HE       PIC 99V99.
           02 RESULTADO-HE   PIC X(09).

       COPY HISTESCX.

       COPY JRNMOV.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       COPY WSDATAMOV.

       COPY WSJRN.

       COPY WSLEDGX.

       01 TAB-PESO OCCURS 30 TIMES.
           02 TURMA-TAB      PIC 9(03).
           02 PESO1-TAB      PIC 9V99.
           IF FS-HISTESC EQUAL "35"
               CLOSE HISTESC
               OPEN OUTPUT HISTESC.
           OPEN EXTEND JRNMOV.
           IF FS-JRNMOV EQUAL "35"
               CLOSE JRNMOV
               OPEN OUTPUT JRNMOV.
           MOVE DATA-MOVTO TO JRN-DATA.
           PERFORM ABRE-HEX.
           PERFORM CARGA-PESO.
           PERFORM CARGA-TURMA.
           PERFORM LE-SORT.
           MOVE NOTA4-TRAB TO NOTA4-HE.
           MOVE MEDIA-ALU TO MEDIA-HE.
           MOVE RESULTADO-ALU TO RESULTADO-HE.
           PERFORM GRAVA-HEX.

       PROCURA-PESO SECTION.
           MOVE ZEROES TO ACHOU-PESO.

       FIM SECTION.
           PERFORM IMP-TOTAL.
           PERFORM FECHA-HEX.
           CLOSE JRNMOV.
           CLOSE RELALU
                 RELDUP
                 HISTESC.
       ROTINAS-COMUNS SECTION.

       COPY LEDATAMOV.

       COPY GRAVAHEX
           REPLACING ==CPY-PROGID== BY =="EM0307"==.
           
  

