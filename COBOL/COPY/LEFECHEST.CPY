      *--------------------------------------------------------------
      * LEFECHEST.CPY
      *
      * PARAGRAFO PADRAO DE LEITURA DO PERIODO FECHADO DE ESTOQUE
      * (FECHEST.DAT - VER FECHEST.CPY), PARA SER EXECUTADO UMA
      * UNICA VEZ EM INICIO. PERCORRE O ARQUIVO E GUARDA A MAIOR
      * COMPETENCIA FECHADA EM ANOMES-FECHADO (COM O VALOR DO ESTOQUE
      * FINAL DELA EM VALOR-FECHADO). SEM FECHEST.DAT NENHUM PERIODO
      * ESTA FECHADO E ANOMES-FECHADO FICA ZERADO.
      *
      * MOVIMENTO DE MERCADORIA COM DATA(1:6) NAO MAIOR QUE
      * ANOMES-FECHADO-X CAI EM PERIODO FECHADO E E REJEITADO PELO
      * EM0403 (EM0404 E EM0412 ACOMPANHAM A MESMA REGRA).
      *
      * REQUER, NO PROGRAMA QUE USAR ESTE PARAGRAFO:
      *   - SELECT FECHEST ASSIGN TO DISK ORGANIZATION IS LINE
      *     SEQUENTIAL FILE STATUS IS FS-FECHEST, NO FILE-CONTROL;
      *   - COPY FECHEST NA FILE SECTION;
      *   - COPY WSFECHEST NA WORKING-STORAGE SECTION;
      *   - "PERFORM LE-FECHEST." EM INICIO.
      *
      * USO (PROCEDURE DIVISION):
      *       COPY LEFECHEST.
      *--------------------------------------------------------------

       LE-FECHEST.
           MOVE ZEROES TO ANOMES-FECHADO VALOR-FECHADO.
           OPEN INPUT FECHEST.
           IF FS-FECHEST EQUAL "00"
               PERFORM LE-REG-FECHEST UNTIL FIM-FECHEST EQUAL "SIM"
               CLOSE FECHEST.

       LE-REG-FECHEST.
           READ FECHEST AT END
               MOVE "SIM" TO FIM-FECHEST.
           IF FIM-FECHEST NOT EQUAL "SIM"
               IF ANOMES-FE IS GREATER THAN ANOMES-FECHADO
                   MOVE ANOMES-FE TO ANOMES-FECHADO
                   MOVE VALOR-FE TO VALOR-FECHADO.
