      *               QUEBRA (FALTAS E SOBRAS VALORIZADAS AO PRECO DO
      *               CADASTRO). RETURN-CODE 4 QUANDO HOUVE
      *               RECONTAGEM OU REJEICAO.
      *
      *MODIFICACAO
      *  15/10/2026  CADA LINHA CONTADA E REGISTRADA NO HISTORICO DE
      *              CONTAGENS HISTCONT.DAT (DATA, ITEM/DEPOSITO,
      *              SALDO DO SISTEMA, CONTADO, RESULTADO E CONTADOR -
      *              VER HISTCONT.CPY), BASE DO PLANEJAMENTO DE
      *              CONTAGEM CICLICA E DA ACURACIDADE DO EM0431.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           SELECT RELCONT ASSIGN TO DISK.

           SELECT HISTCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HIST.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

       01 REL-SAI            PIC X(80).

       COPY HISTCONT.

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".
       77 FS-ATU             PIC X(02) VALUE SPACES.
       77 FS-PEND            PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FS-HIST            PIC X(02) VALUE SPACES.
       77 TOLERANCIA         PIC 9(03) VALUE 10.
       77 QTD-ATU-TAB        PIC 9(03) VALUE ZEROES.
       77 IDX-ATU            PIC 9(03) VALUE ZEROES.
           IF FS-PEND EQUAL "35"
               CLOSE PENDMERC
               OPEN OUTPUT PENDMERC.
           OPEN EXTEND HISTCONT.
           IF FS-HIST EQUAL "35"
               CLOSE HISTCONT
               OPEN OUTPUT HISTCONT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           MOVE DIFERENCA TO DIF-LIN.
           IF DIFERENCA EQUAL ZEROES
               MOVE "CONFERE" TO OBS-LIN
               MOVE "C" TO RESULT-HC
           ELSE
               IF DIF-ABS IS GREATER THAN TOLERANCIA
                   ADD 1 TO CT-RECONTAGEM
                   MOVE "RECONTAR" TO OBS-LIN
                   MOVE "R" TO RESULT-HC
               ELSE
                   PERFORM GERA-AJUSTE
                   MOVE "AJUSTADO" TO OBS-LIN
                   MOVE "A" TO RESULT-HC.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.
           MOVE QTDE-ATU-TAB(POS-ATU) TO SISTEMA-HC.
           PERFORM GRAVA-HISTORICO.

      * UMA LINHA DO HISTORICO DE CONTAGENS POR LINHA CONTADA.
       GRAVA-HISTORICO.
           MOVE DATA-RODADA TO DATA-HC.
           MOVE COD-CONT TO COD-HC.
           MOVE DEP-CONT TO DEP-HC.
           MOVE QTDE-CONT TO CONTADO-HC.
           MOVE CONTADOR-CONT TO CONTADOR-HC.
           WRITE REG-HC.

       GERA-AJUSTE.
           ADD 1 TO CT-AJUSTADOS.
           MOVE ZEROES TO DIF-LIN.
           MOVE "SEM SALDO" TO OBS-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.
           MOVE "X" TO RESULT-HC.
           MOVE ZEROES TO SISTEMA-HC.
           PERFORM GRAVA-HISTORICO.

       FIM.
           MOVE TOT-QUEBRA TO QUEBRA-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 1 LINE.
           CLOSE CONTAGEM
                 PENDMERC
                 HISTCONT
                 RELCONT.

       COPY LEDATAMOV.
