      *--------------------------------------------------------------
      * LEPERCONT.CPY
      *
      * PARAGRAFOS PADRAO DO BLOQUEIO DE PERIODO CONTABIL (PERCONT.DAT
      * - VER PERCONT.CPY). LE-PERCONT, EXECUTADO UMA UNICA VEZ EM
      * INICIO, CARREGA EM TAB-PERC AS COMPETENCIAS EM FECHAMENTO
      * ("E") OU FECHADAS ("F"); SEM PERCONT.DAT NENHUMA COMPETENCIA
      * ESTA FECHADA. VERIFICA-PERIODO RECEBE A COMPETENCIA (AAAAMM)
      * EM ANOMES-TESTE-X E DEVOLVE PERIODO-FECHADO = "SIM" QUANDO
      * ELA ESTA NA TABELA.
      *
      * LANCAMENTO DATADO EM COMPETENCIA FECHADA NAO ENTRA NO LEDGSOC,
      * LEDGPAG, ACUMANO, BAIXAPERDA NEM NO MOVIMENTO DE MERCADORIAS:
      * O PROGRAMA O REJEITA PARA O SEU RELATORIO E PARA O EXCLOG.
      * QUANDO TODOS OS LANCAMENTOS DA RODADA TEM A DATA DE MOVIMENTO,
      * A RODADA INTEIRA E RECUSADA (VER RECUSAPER.CPY).
      *
      * REQUER, NO PROGRAMA QUE USAR ESTES PARAGRAFOS:
      *   - SELECT PERCONT ASSIGN TO DISK ORGANIZATION IS LINE
      *     SEQUENTIAL FILE STATUS IS FS-PERCONT, NO FILE-CONTROL;
      *   - COPY PERCONT NA FILE SECTION;
      *   - COPY WSPERCONT NA WORKING-STORAGE SECTION;
      *   - "PERFORM LE-PERCONT." EM INICIO.
      *
      * USO (PROCEDURE DIVISION):
      *       COPY LEPERCONT.
      *--------------------------------------------------------------

       LE-PERCONT.
           MOVE ZEROES TO QTD-PERC.
           OPEN INPUT PERCONT.
           IF FS-PERCONT EQUAL "00"
               PERFORM LE-REG-PERCONT UNTIL FIM-PERCONT EQUAL "SIM"
               CLOSE PERCONT.

       LE-REG-PERCONT.
           READ PERCONT AT END
               MOVE "SIM" TO FIM-PERCONT.
           IF FIM-PERCONT NOT EQUAL "SIM"
               IF SITU-PERC EQUAL "E" OR SITU-PERC EQUAL "F"
                   IF QTD-PERC NOT LESS THAN 240
                       DISPLAY "PERCONT EXCEDE 240 COMPETENCIAS "
                               "FECHADAS - ENCERRANDO"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO QTD-PERC
                       MOVE ANOMES-PERC TO ANOMES-PERC-TAB(QTD-PERC).

       VERIFICA-PERIODO.
           MOVE "NAO" TO PERIODO-FECHADO.
           MOVE ZEROES TO IDX-PERC.
           PERFORM TESTA-COMPETENCIA QTD-PERC TIMES.

       TESTA-COMPETENCIA.
           ADD 1 TO IDX-PERC.
           IF ANOMES-PERC-TAB(IDX-PERC) EQUAL ANOMES-TESTE-X
               MOVE "SIM" TO PERIODO-FECHADO.
