      *--------------------------------------------------------------
      * CALCPLANO.CPY
      *
      * PARAGRAFOS PADRAO DO PRECO DOS PLANOS DE SAUDE E
      * ODONTOLOGICO (VER WSPLANO.CPY E CADPLANO.CPY).
      *   CARGA-PLANO  CARREGA EM TAB-PLANO AS FAIXAS DA VIGENCIA
      *                MAIS RECENTE QUE NAO SEJA POSTERIOR A
      *                DATA-BASE-PRECO; SEM O ARQUIVO, A TABELA FICA
      *                VAZIA E NENHUMA VIDA TEM PRECO.
      *   PRECO-PLANO  IDADE EM ANOS COMPLETOS NA DATA-BASE E A
      *                PRIMEIRA FAIXA DO PLANO QUE A COMPORTA (O
      *                MANREF MANTEM O ARQUIVO EM ORDEM DE PLANO E
      *                IDADE LIMITE).
      *
      * REQUER, NO PROGRAMA QUE USAR ESTES PARAGRAFOS:
      *   - SELECT CADPLANO ... FILE STATUS IS FS-PLANO, NO
      *     FILE-CONTROL, E COPY CADPLANO NA FILE SECTION;
      *   - COPY WSPLANO NA WORKING-STORAGE SECTION.
      *
      * USO (PROCEDURE DIVISION):
      *       COPY CALCPLANO.
      *--------------------------------------------------------------

       CARGA-PLANO.
           MOVE ZEROES TO QTD-PLANO VIG-ATU-PLANO.
           OPEN INPUT CADPLANO.
           IF FS-PLANO EQUAL "00"
               PERFORM LE-PLANO UNTIL FIM-PLANO EQUAL "SIM"
               CLOSE CADPLANO.

       LE-PLANO.
           READ CADPLANO AT END
               MOVE "SIM" TO FIM-PLANO.
           IF FIM-PLANO NOT EQUAL "SIM"
               IF VIG-PLANO IS GREATER THAN DATA-BASE-PRECO
                  OR VIG-PLANO IS LESS THAN VIG-ATU-PLANO
                   CONTINUE
               ELSE
                   IF VIG-PLANO IS GREATER THAN VIG-ATU-PLANO
                       MOVE VIG-PLANO TO VIG-ATU-PLANO
                       MOVE ZEROES TO QTD-PLANO
                   END-IF
                   IF QTD-PLANO GREATER THAN OR EQUAL TO 200
                       DISPLAY "CADPLANO EXCEDE LIMITE DE 200 FAIXAS "
                               "- ENCERRANDO"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO QTD-PLANO
                       MOVE COD-PLANO TO COD-PLANO-TAB(QTD-PLANO)
                       MOVE IDADE-PLANO TO IDADE-PLANO-TAB(QTD-PLANO)
                       MOVE FUNC-PLANO TO FUNC-PLANO-TAB(QTD-PLANO)
                       MOVE EMPR-PLANO TO EMPR-PLANO-TAB(QTD-PLANO)
                   END-IF
               END-IF.

       PRECO-PLANO.
           MOVE ZEROES TO ACHOU-PRECO IDADE-PRECO FUNC-PRECO
                          EMPR-PRECO.
           IF NASC-PRECO IS LESS THAN DATA-BASE-PRECO
               COMPUTE IDADE-PRECO = AAAA-BASE-PRECO - AAAA-NASC-PRECO
               IF MMDD-BASE-PRECO IS LESS THAN MMDD-NASC-PRECO
                   SUBTRACT 1 FROM IDADE-PRECO.
           MOVE 1 TO IDX-PLANO.
           PERFORM TESTA-PLANO
               UNTIL IDX-PLANO IS GREATER THAN QTD-PLANO
                  OR ACHOU-PRECO EQUAL 1.

       TESTA-PLANO.
           IF COD-PLANO-TAB(IDX-PLANO) EQUAL PLANO-PRECO AND
              IDADE-PLANO-TAB(IDX-PLANO) IS NOT LESS THAN IDADE-PRECO
               MOVE 1 TO ACHOU-PRECO
               MOVE FUNC-PLANO-TAB(IDX-PLANO) TO FUNC-PRECO
               MOVE EMPR-PLANO-TAB(IDX-PLANO) TO EMPR-PRECO
           ELSE
               ADD 1 TO IDX-PLANO.
