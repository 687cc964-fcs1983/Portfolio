      *               SUGERIDAS SUGMETA.DAT SAI NO PROPRIO LAYOUT DO
      *               METAS.DAT (VENDEDOR + VALOR), PRONTO PARA O
      *               GERENTE REVISAR E CARREGAR.
      *
      *MODIFICACAO
      *  15/10/2026  A PREVISAO PASSA A LER O COMPANHEIRO INDEXADO
      *              VENDHSTX.DAT (VER VENDHSTX.CPY), POSICIONANDO NOS
      *              PERIODOS ATUAL, ANTERIOR E SAZONAL, EM VEZ DE
      *              VARRER O VENDHIST DE TODOS OS ANOS. VENDHSTX
      *              AUSENTE DEVOLVE 16 (RECONSTRUIR COM O REORGIDX).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDHSTX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-VHX
           FILE STATUS IS FS-VHX.

           SELECT METAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.

       COPY VENDHSTX.

       FD METAS
           LABEL RECORD ARE STANDARD

       77 FIM-ARQ            PIC X(03) VALUE "NAO".
       77 FIM-METAS          PIC X(03) VALUE "NAO".
       77 FS-METAS           PIC X(02) VALUE SPACES.
       77 PERIODO-ATUAL      PIC 9(06) VALUE ZEROES.
       77 PERIODO-ANTERIOR   PIC 9(06) VALUE ZEROES.
       77 PERIODO-SEGUINTE   PIC 9(06) VALUE ZEROES.
       77 PERIODO-SAZONAL    PIC 9(06) VALUE ZEROES.
       77 PERIODO-BUSCA      PIC 9(06) VALUE ZEROES.
       77 QTD-EST            PIC 9(02) VALUE ZEROES.
       77 IDX-EST            PIC 9(02) VALUE ZEROES.
       77 POS-EST            PIC 9(02) VALUE ZEROES.

       COPY WSDATAMOV.

       COPY WSLEDGX.

      * LINHA CORRENTE, NO LAYOUT DO VENDHIST (IMAGEM-VHX).
       01 REG-VHIST.
           02 PERIODO-VH     PIC 9(06).
           02 ESTADO-VH      PIC X(02).
           02 NR-VH          PIC 9(05).
           02 NOME-VH        PIC X(20).
           02 TOTAL-VH       PIC 9(09)V99.

       01 TAB-EST.
           02 ENT-EST OCCURS 40 TIMES.
               03 SIGLA-EST-TAB  PIC X(02).

       EM03-22.
           PERFORM INICIO.
           MOVE PERIODO-ATUAL TO PERIODO-BUSCA.
           PERFORM LE-PERIODO.
           MOVE PERIODO-ANTERIOR TO PERIODO-BUSCA.
           PERFORM LE-PERIODO.
           MOVE PERIODO-SAZONAL TO PERIODO-BUSCA.
           PERFORM LE-PERIODO.
           PERFORM IMPRIME-PREVISAO.
           PERFORM GRAVA-SUGESTOES.
           PERFORM FIM.
           PERFORM LE-DATAMOV.
           PERFORM CALCULA-PERIODOS.
           PERFORM CARGA-METAS.
           OPEN INPUT  VENDHSTX
                OUTPUT SUGMETA
                       RELPREV.
           IF FS-VHX NOT EQUAL "00"
               DISPLAY "VENDHSTX NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-VHX
               DISPLAY "RECONSTRUIR O COMPANHEIRO DO VENDHIST COM O "
                       "REORGIDX (VENDHSTX.DAT, MODO R)"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE PERIODO-SEGUINTE TO PER-CAB.
           WRITE REL-SAI FROM CAB-01 AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           READ VENDHSTX NEXT RECORD
               AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ EQUAL "SIM"
               DISPLAY "VENDHSTX SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

                   MOVE NR-META TO NR-META-TAB(QTD-METAS)
                   MOVE VALOR-META TO VALOR-META-TAB(QTD-METAS).

      * LINHAS DE UM PERIODO: POSICIONA NO PRIMEIRO VENDEDOR DO
      * PERIODO E LE ATE O PERIODO MUDAR.
       LE-PERIODO.
           MOVE "NAO" TO FIM-ARQ.
           MOVE PERIODO-BUSCA TO PERIODO-VHX.
           MOVE ZEROES TO NR-VHX SEQ-VHX.
           START VENDHSTX KEY IS NOT LESS THAN CHAVE-VHX
               INVALID KEY MOVE "SIM" TO FIM-ARQ.
           PERFORM LEITURA.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".

       LEITURA.
           IF FIM-ARQ EQUAL "NAO"
               READ VENDHSTX NEXT RECORD
                   AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ EQUAL "NAO"
               IF PERIODO-VHX NOT EQUAL PERIODO-BUSCA
                   MOVE "SIM" TO FIM-ARQ
               ELSE
                   MOVE IMAGEM-VHX TO REG-VHIST.

       PRINCIPAL.
           IF PERIODO-VH EQUAL PERIODO-ATUAL OR
       FIM.
           MOVE CT-SUGERIDAS TO SUG-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           CLOSE VENDHSTX
                 SUGMETA
                 RELPREV.

