      *               PRIMEIRO". LOTE JA VENCIDO SAI MARCADO (A BAIXA
      *               AUTOMATICA E DO EM0403). RETURN-CODE 4 QUANDO
      *               HA LOTE VENCENDO OU VENCIDO.
      *
      *MODIFICACAO
      *  15/10/2026  LOTES BLOQUEADOS (QUARENTENA/AVARIA) NAO ESTAO
      *              MAIS EM CADLOTE; SAO LIDOS DO ATUBLOQ.DAT DO DIA
      *              (GRAVADO PELO EM0403) E, SE VENCEM DENTRO DA
      *              JANELA, SAEM NA LISTA MARCADOS "BLOQUEADO-Q" OU
      *              "BLOQUEADO-A" - NAO SAO SEPARAVEIS, FICAM FORA DA
      *              CONTAGEM DE VENCENDO (E DO RETURN-CODE) E TEM
      *              TOTAL PROPRIO. SEM ATUBLOQ, NADA BLOQUEADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           SELECT RELFEFO ASSIGN TO DISK.

           SELECT ATUBLOQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BLOQ.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.
           02 DEP-TRAB       PIC 9(02).
           02 LOTE-TRAB      PIC X(06).
           02 QTDE-TRAB      PIC 9(03).
           02 SIT-TRAB       PIC X(01).

       FD RELFEFO
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       FD ATUBLOQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ATUBLOQ.DAT".

       01 REG-ATB.
           02 COD-ATB        PIC 9(03).
           02 DEP-ATB        PIC 9(02).
           02 LOTE-ATB       PIC X(06).
           02 VALID-ATB      PIC 9(08).
           02 SIT-ATB        PIC X(01).
           02 QTDE-ATB       PIC 9(03).
           02 DATA-ATB       PIC 9(08).
           02 MOT-ATB        PIC 9(02).
           02 DOC-ATB        PIC 9(06).

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".
       77 DIAS-AVISO         PIC 9(04) VALUE 30.
       77 DIAS-PARA-VENCER   PIC S9(05) VALUE ZEROES.
       77 CT-VENCENDO        PIC 9(05) VALUE ZEROES.
       77 FIM-BLOQ           PIC X(03) VALUE "NAO".
       77 FS-BLOQ            PIC X(02) VALUE SPACES.
       77 CT-BLOQUEADOS      PIC 9(05) VALUE ZEROES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X.
           02 CT-LIN         PIC ZZ.ZZ9.
           02 FILLER         PIC X(48) VALUE SPACES.

       01 LIN-TOTAL-BLQ.
           02 FILLER         PIC X(26) VALUE
                        "LOTES BLOQUEADOS (JANELA):".
           02 CT-BLQ-LIN     PIC ZZ.ZZ9.
           02 FILLER         PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.

       EM04-18.
               STOP RUN.
           PERFORM SOLTA-LOTE UNTIL FIM-LOTE EQUAL "SIM".
           CLOSE CADLOTE.
           OPEN INPUT ATUBLOQ.
           IF FS-BLOQ EQUAL "00"
               PERFORM LE-BLOQ
               PERFORM SOLTA-BLOQUEIO UNTIL FIM-BLOQ EQUAL "SIM"
               CLOSE ATUBLOQ.

       CARGA-RUNCTL SECTION.
           OPEN INPUT RUNCTL.
                   MOVE DEP-LOTE TO DEP-TRAB
                   MOVE LOTE-LOTE TO LOTE-TRAB
                   MOVE QTDE-LOTE TO QTDE-TRAB
                   MOVE "D" TO SIT-TRAB
                   RELEASE REG-TRAB.
           PERFORM LE-LOTE.

       LE-BLOQ SECTION.
           READ ATUBLOQ AT END MOVE "SIM" TO FIM-BLOQ.

      * BLOQUEIO COM LOTE IDENTIFICADO ENTRA PELA MESMA JANELA DE
      * AVISO, MARCADO COM O STATUS (Q/A) DO BLOQUEIO.
       SOLTA-BLOQUEIO SECTION.
           IF QTDE-ATB IS GREATER THAN ZEROES AND
              LOTE-ATB NOT EQUAL SPACES
               MOVE VALID-ATB TO DATA-VALID-X
               COMPUTE DIAS-PARA-VENCER =
                   (ANO-VAL - ANO-ROD) * 360
                 + (MES-VAL - MES-ROD) * 30
                 + (DIA-VAL - DIA-ROD)
               IF DIAS-PARA-VENCER IS NOT GREATER THAN DIAS-AVISO
                   MOVE VALID-ATB TO VALID-TRAB
                   MOVE COD-ATB TO COD-TRAB
                   MOVE DEP-ATB TO DEP-TRAB
                   MOVE LOTE-ATB TO LOTE-TRAB
                   MOVE QTDE-ATB TO QTDE-TRAB
                   MOVE SIT-ATB TO SIT-TRAB
                   RELEASE REG-TRAB.
           PERFORM LE-BLOQ.

       ROT-SAIDA SECTION.
           OPEN OUTPUT RELFEFO.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           PERFORM PRINCIPAL UNTIL FIM-TRAB EQUAL "SIM".
           MOVE CT-VENCENDO TO CT-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           IF CT-BLOQUEADOS IS GREATER THAN ZEROES
               MOVE CT-BLOQUEADOS TO CT-BLQ-LIN
               WRITE REL-SAI FROM LIN-TOTAL-BLQ
                   AFTER ADVANCING 1 LINE.
           CLOSE RELFEFO.

       LE-TRAB SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

       PRINCIPAL SECTION.
           MOVE COD-TRAB TO COD-LIN.
           MOVE DEP-TRAB TO DEP-LIN.
           MOVE LOTE-TRAB TO LOTE-LIN.
           MOVE VALID-TRAB TO VALID-LIN.
           MOVE QTDE-TRAB TO QTDE-LIN.
           IF SIT-TRAB NOT EQUAL "D"
               ADD 1 TO CT-BLOQUEADOS
               MOVE "BLOQUEADO-" TO OBS-LIN
               MOVE SIT-TRAB TO OBS-LIN(11:1)
           ELSE
               ADD 1 TO CT-VENCENDO
               IF VALID-TRAB IS LESS THAN DATA-RODADA-9
                   MOVE "JA VENCIDO" TO OBS-LIN
               ELSE
                   MOVE "VENCENDO" TO OBS-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.
           PERFORM LE-TRAB.

