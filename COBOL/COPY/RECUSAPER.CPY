      *--------------------------------------------------------------
      * RECUSAPER.CPY
      *
      * PARAGRAFO PADRAO DE RECUSA DA RODADA EM PERIODO CONTABIL
      * FECHADO, PARA OS PROGRAMAS EM QUE TODO LANCAMENTO TEM A DATA
      * DE MOVIMENTO (COBRANCA, ENCARGOS, BAIXAS POR PERDA, FOLHA,
      * RETORNO BANCARIO ETC.). SE A COMPETENCIA DE DATA-MOVTO ESTA
      * EM FECHAMENTO OU FECHADA (VER LEPERCONT.CPY), GRAVA UM
      * REGISTRO "E" NO EXCLOG COM A COMPETENCIA COMO CHAVE E ENCERRA
      * COM RETURN-CODE 16 ANTES DE QUALQUER ARQUIVO SER ABERTO PARA
      * GRAVACAO - NADA DA RODADA E LANCADO.
      *
      * REQUER, NO PROGRAMA QUE USAR ESTE PARAGRAFO:
      *   - O BLOQUEIO DE PERIODO (PERCONT/WSPERCONT/LEPERCONT) E
      *     "PERFORM LE-PERCONT." ANTES DELE;
      *   - SELECT/COPY EXCLOG E 77 FS-EXCLOG PIC X(02) (O PARAGRAFO
      *     ABRE E FECHA O EXCLOG ELE MESMO - EXECUTAR ANTES DE O
      *     PROGRAMA ABRIR O EXCLOG);
      *   - DATAMOV/WSDATAMOV/LEDATAMOV, COM LE-DATAMOV JA EXECUTADO.
      *
      * USO (PROCEDURE DIVISION):
      *       COPY RECUSAPER
      *           REPLACING ==CPY-PROGID== BY =="EM0201"==.
      *
      *   E, EM INICIO, LOGO APOS LE-DATAMOV E LE-PERCONT:
      *       PERFORM RECUSA-PERIODO-FECHADO.
      *--------------------------------------------------------------

       RECUSA-PERIODO-FECHADO.
           MOVE DATA-MOVTO(1:6) TO ANOMES-TESTE-X.
           PERFORM VERIFICA-PERIODO.
           IF PERIODO-FECHADO EQUAL "SIM"
               OPEN EXTEND EXCLOG
               IF FS-EXCLOG EQUAL "35"
                   CLOSE EXCLOG
                   OPEN OUTPUT EXCLOG
               END-IF
               MOVE DATA-MOVTO-6 TO EXCLOG-DATA
               ACCEPT EXCLOG-HORA FROM TIME
               MOVE CPY-PROGID TO EXCLOG-PROGID
               MOVE ANOMES-TESTE-X TO EXCLOG-CHAVE
               MOVE "E" TO EXCLOG-SEVERIDADE
               MOVE "COMPETENCIA FECHADA - RODADA RECUSADA"
                   TO EXCLOG-MENSAGEM
               WRITE REG-EXCLOG
               CLOSE EXCLOG
               DISPLAY CPY-PROGID " - COMPETENCIA " ANOMES-TESTE-X
                       " FECHADA NA CONTABILIDADE - NADA LANCADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
