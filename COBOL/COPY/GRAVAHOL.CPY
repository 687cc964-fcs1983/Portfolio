      *--------------------------------------------------------------
      * GRAVAHOL.CPY
      *
      * PARAGRAFO PADRAO DE IMPRESSAO DE UMA LINHA DO DEMONSTRATIVO DE
      * PAGAMENTO: IMPRIME LINHA-DHOL NO ARQUIVO DE IMPRESSAO DO
      * PROGRAMA, COM O AVANCO DE AVANCO-DHOL (0 = SALTO DE PAGINA), E
      * GRAVA A MESMA LINHA NO HISTORICO PERMANENTE HISTHOL.DAT.
      *
      * REQUER, NO PROGRAMA QUE USAR ESTE PARAGRAFO:
      *   - SELECT HISTHOL ... FILE STATUS IS FS-HHL E COPY HISTHOL;
      *   - COPY WSHISTHOL NA WORKING-STORAGE SECTION;
      *   - HISTHOL ABERTO EM EXTEND (FALLBACK OUTPUT NO STATUS "35").
      *
      * USO (PROCEDURE DIVISION):
      *       COPY GRAVAHOL
      *           REPLACING ==CPY-REGHOL== BY ==REG-HOL==.
      *
      *   ONDE CPY-REGHOL E O REGISTRO (X(80)) DO ARQUIVO DE IMPRESSAO
      *   DO DEMONSTRATIVO.
      *--------------------------------------------------------------

       GRAVA-LINHA-HOL.
           IF AVANCO-DHOL EQUAL ZEROES
               WRITE CPY-REGHOL FROM LINHA-DHOL AFTER ADVANCING PAGE
           ELSE
               WRITE CPY-REGHOL FROM LINHA-DHOL
                   AFTER ADVANCING AVANCO-DHOL LINES.
           ADD 1 TO SEQ-DHOL.
           MOVE DADOS-HOL TO REG-HHL.
           WRITE REG-HHL.
