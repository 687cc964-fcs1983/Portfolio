      *              COM QUEDA PARA A DATA DO SISTEMA QUANDO O ARQUIVO
      *              NAO EXISTE, PARA QUE UMA RERODADA DE DATA
      *              ANTERIOR CONFIRA A COMPLETUDE DO DIA CERTO.
      *  15/10/2026  OS JOBS PERIODICOS AGENDADOS PARA O DIA PELO
      *              EM0434 (AGENDJOB.DAT) ENTRAM COMO PASSOS
      *              ESPERADOS, MARCADOS "PERIODICO" NO RELPASSO, E
      *              CONTAM COMO RODADOS PELO HISTORICO DE EXECUCAO
      *              HISTJOBP.DAT DA DATA DE MOVIMENTO, ALEM DO
      *              RUNSTAT. SEM AGENDA NADA MUDA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQ.

           SELECT AGENDJOB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AGENDJOB.

           SELECT HISTJOBP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTJOBP.

           SELECT RELPASSO ASSIGN TO DISK.

           SELECT DATAMOV ASSIGN TO DISK

       COPY RUNSTAT.

       COPY AGENDJOB.

       COPY HISTJOBP.

       COPY DATAMOV.

       FD RELPASSO
       77 FIM-PASSO          PIC X(03) VALUE "NAO".
       77 FS-ARQ             PIC X(02) VALUE SPACES.
       77 FS-PASSO           PIC X(02) VALUE SPACES.
       77 FS-AGENDJOB        PIC X(02) VALUE SPACES.
       77 FS-HISTJOBP        PIC X(02) VALUE SPACES.
       77 FIM-AGENDA         PIC X(03) VALUE "NAO".
       77 FIM-HIST           PIC X(03) VALUE "NAO".
       77 PROGID-MARCA       PIC X(08) VALUE SPACES.
       77 POS-PASSO          PIC 9(02) VALUE ZEROES.
       77 QTD-PASSO          PIC 9(02) VALUE ZEROES.
       77 IDX-PASSO          PIC 9(02) VALUE ZEROES.
       77 CT-FALTANTES       PIC 9(02) VALUE ZEROES.
       01 TAB-PASSO.
           02 PROGID-TAB     PIC X(08) OCCURS 99 TIMES.
           02 RODOU-TAB      PIC X(03) OCCURS 99 TIMES.
           02 TIPO-TAB       PIC X(09) OCCURS 99 TIMES.

       01 DATA-SIS.
           03 ANO-SIS        PIC 9(02) VALUE ZEROES.
           02 PROGID-LIN     PIC X(08).
           02 FILLER         PIC X(10) VALUE SPACES.
           02 STATUS-LIN     PIC X(09).
           02 FILLER         PIC X(04) VALUE SPACES.
           02 TIPO-LIN       PIC X(09).
           02 FILLER         PIC X(30) VALUE SPACES.

       01 LIN-TOTAL.
           02 FILLER         PIC X(26) VALUE
       EM04-09.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM CONFERE-HISTJOBP.
           PERFORM CONFRONTA.
           PERFORM FIM.
           IF CT-FALTANTES IS GREATER THAN ZEROES
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM CARGA-PASSO.
           PERFORM CARGA-AGENDA.
           IF QTD-PASSO EQUAL ZEROES
               DISPLAY "CADPASSO SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
                   ADD 1 TO QTD-PASSO
                   MOVE PROGID-PASSO TO PROGID-TAB(QTD-PASSO)
                   MOVE "NAO" TO RODOU-TAB(QTD-PASSO)
                   MOVE SPACES TO TIPO-TAB(QTD-PASSO)
               END-IF.

      * JOBS PERIODICOS DO DIA (AGENDA DO EM0434); O QUE JA ESTA EM
      * CADPASSO NAO ENTRA DE NOVO. SEM AGENDJOB.DAT, NADA A FAZER.
       CARGA-AGENDA.
           OPEN INPUT AGENDJOB.
           IF FS-AGENDJOB EQUAL "00"
               PERFORM LE-AGENDA UNTIL FIM-AGENDA EQUAL "SIM"
               CLOSE AGENDJOB.

       LE-AGENDA.
           READ AGENDJOB AT END
               MOVE "SIM" TO FIM-AGENDA.
           IF FIM-AGENDA NOT EQUAL "SIM"
               MOVE PROGID-AGEN TO PROGID-MARCA
               PERFORM PROCURA-PASSO
               IF POS-PASSO EQUAL ZEROES
                   IF QTD-PASSO GREATER THAN OR EQUAL TO 99
                       DISPLAY "CADPASSO E AGENDA EXCEDEM LIMITE DE 99 "
                               "PASSOS - ENCERRANDO"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO QTD-PASSO
                       MOVE PROGID-AGEN TO PROGID-TAB(QTD-PASSO)
                       MOVE "NAO" TO RODOU-TAB(QTD-PASSO)
                       MOVE "PERIODICO" TO TIPO-TAB(QTD-PASSO)
                   END-IF
               END-IF.

       PROCURA-PASSO.
           MOVE ZEROES TO POS-PASSO IDX-PASSO.
           PERFORM TESTA-PROCURA QTD-PASSO TIMES.

       TESTA-PROCURA.
           ADD 1 TO IDX-PASSO.
           IF PROGID-TAB(IDX-PASSO) EQUAL PROGID-MARCA
               MOVE IDX-PASSO TO POS-PASSO.

       LEITURA.
           READ RUNSTAT AT END MOVE "SIM" TO FIM-ARQ.

           IF RUNSTAT-ANO EQUAL ANO-SIS AND
              RUNSTAT-MES EQUAL MES-SIS AND
              RUNSTAT-DIA EQUAL DIA-SIS
               MOVE RUNSTAT-PROGID TO PROGID-MARCA
               PERFORM MARCA-PASSO.
           PERFORM LEITURA.

               UNTIL IDX-PASSO IS GREATER THAN QTD-PASSO.

       TESTA-PASSO.
           IF PROGID-TAB(IDX-PASSO) EQUAL PROGID-MARCA
               MOVE "SIM" TO RODOU-TAB(IDX-PASSO).
           ADD 1 TO IDX-PASSO.

      * OS JOBS PERIODICOS NAO GRAVAM RUNSTAT: A EXECUCAO DELES FICA
      * NO HISTORICO QUE O DRIVER DO LOTE GRAVA (HISTJOBP.DAT).
       CONFERE-HISTJOBP.
           OPEN INPUT HISTJOBP.
           IF FS-HISTJOBP EQUAL "00"
               PERFORM LE-HISTJOBP UNTIL FIM-HIST EQUAL "SIM"
               CLOSE HISTJOBP.

       LE-HISTJOBP.
           READ HISTJOBP AT END
               MOVE "SIM" TO FIM-HIST.
           IF FIM-HIST NOT EQUAL "SIM"
               IF DATA-HISTJ EQUAL DATA-MOVTO
                   MOVE PROGID-HISTJ TO PROGID-MARCA
                   PERFORM MARCA-PASSO.

       CONFRONTA.
           MOVE DIA-SIS TO DD-CAB.
           MOVE MES-SIS TO MM-CAB.
           ELSE
               MOVE "NAO RODOU" TO STATUS-LIN
               ADD 1 TO CT-FALTANTES.
           MOVE TIPO-TAB(IDX-PASSO) TO TIPO-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

       FIM.
