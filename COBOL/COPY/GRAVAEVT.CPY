      *--------------------------------------------------------------
      * GRAVAEVT.CPY
      *
      * PARAGRAFO PADRAO DE GRAVACAO NO ARQUIVO DE EVENTOS DE
      * MENSAGEM (MSGEVT.DAT - VER MSGEVT.CPY), NO PONTO EM QUE O
      * PROGRAMA PRODUTOR EMITE O DOCUMENTO DA PESSOA.
      *
      * REQUER, NO PROGRAMA QUE USAR ESTE PARAGRAFO:
      *   - SELECT MSGEVT ASSIGN TO DISK ORGANIZATION IS LINE
      *     SEQUENTIAL FILE STATUS IS FS-EVT, NO FILE-CONTROL;
      *   - COPY MSGEVT NA FILE SECTION;
      *   - 77 FS-EVT PIC X(02) NA WORKING-STORAGE SECTION;
      *   - EM INICIO, ABRIR O ARQUIVO COM "EXTEND MSGEVT" E, SE
      *     FS-EVT FOR IGUAL A "35", FECHAR E REABRIR COM
      *     "OPEN OUTPUT MSGEVT"; EM FIM, FECHAR MSGEVT;
      *   - DATAMOV/WSDATAMOV/LEDATAMOV, COM LE-DATAMOV EM INICIO.
      *
      * USO (PROCEDURE DIVISION):
      *       COPY GRAVAEVT
      *           REPLACING ==CPY-PROGID== BY =="EM0211"==.
      *
      *   ANTES DE "PERFORM GRAVA-MSGEVT" O PROGRAMA MOVE O TIPO, O
      *   DESTINATARIO, A CHAVE, A IDENTIDADE (OU ZERO), O NOME, A
      *   DATA, O VALOR E A REFERENCIA DO EVENTO; O PARAGRAFO CARIMBA
      *   O PROGRAMA E A DATA DE MOVIMENTO E GRAVA O REGISTRO.
      *--------------------------------------------------------------

       GRAVA-MSGEVT.
           MOVE CPY-PROGID      TO PROG-EVT.
           MOVE DATA-MOVTO      TO DATAGER-EVT.
           WRITE REG-EVT.
