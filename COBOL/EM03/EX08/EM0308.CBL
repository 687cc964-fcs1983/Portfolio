      *               PASSADO, OS TOTAIS POR ESTADO E POR VENDEDOR,
      *               LADO A LADO EM RELCOMP - O COMPARATIVO QUE A
      *               DIRETORIA PEDE TODO MES.
      *
      *MODIFICACAO
      *  15/10/2026  O COMPARATIVO PASSA A LER O COMPANHEIRO INDEXADO
      *              VENDHSTX.DAT (VER VENDHSTX.CPY), POSICIONANDO EM
      *              CADA UM DOS TRES PERIODOS, EM VEZ DE VARRER O
      *              VENDHIST DE TODOS OS ANOS. VENDHSTX AUSENTE
      *              DEVOLVE 16 (RECONSTRUIR COM O REORGIDX).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDHSTX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-VHX
           FILE STATUS IS FS-VHX.

           SELECT RELCOMP ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       COPY VENDHSTX.

       FD RELCOMP
           LABEL RECORD IS OMITTED.
       WORKING-STORAGE SECTION.

       77 FIM-ARQ            PIC X(03) VALUE "NAO".
       77 PERIODO-BUSCA      PIC 9(06) VALUE ZEROES.
       77 PERIODO-ATUAL      PIC 9(06) VALUE ZEROES.
       77 PERIODO-ANTERIOR   PIC 9(06) VALUE ZEROES.
       77 PERIODO-ANOPASS    PIC 9(06) VALUE ZEROES.

       COPY WSDATAMOV.

       COPY WSLEDGX.

      * LINHA CORRENTE, NO LAYOUT DO VENDHIST (IMAGEM-VHX).
       01 REG-VHIST.
           02 PERIODO-VH     PIC 9(06).
           02 ESTADO-VH      PIC X(02).
           02 NR-VH          PIC 9(05).
           02 NOME-VH        PIC X(20).
           02 TOTAL-VH       PIC 9(09)V99.

       01 PERIODO-MONTA.
           02 ANO-MONTA      PIC 9(04).
           02 MES-MONTA      PIC 9(02).

       EM03-08.
           PERFORM INICIO.
           MOVE PERIODO-ATUAL TO PERIODO-BUSCA.
           PERFORM LE-PERIODO.
           MOVE PERIODO-ANTERIOR TO PERIODO-BUSCA.
           PERFORM LE-PERIODO.
           MOVE PERIODO-ANOPASS TO PERIODO-BUSCA.
           PERFORM LE-PERIODO.
           PERFORM IMPRIME.
           PERFORM FIM.
           MOVE ZEROES TO RETURN-CODE.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO(1:6) TO PERIODO-ATUAL.
           PERFORM CALCULA-PERIODOS.
           OPEN INPUT  VENDHSTX
                OUTPUT RELCOMP.
           IF FS-VHX NOT EQUAL "00"
               DISPLAY "VENDHSTX NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-VHX
               DISPLAY "RECONSTRUIR O COMPANHEIRO DO VENDHIST COM O "
                       "REORGIDX (VENDHSTX.DAT, MODO R)"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           READ VENDHSTX NEXT RECORD
               AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ EQUAL "SIM"
               DISPLAY "VENDHSTX SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           SUBTRACT 1 FROM ANO-MONTA.
           MOVE PERIODO-MONTA TO PERIODO-ANOPASS.

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
           MOVE ZEROES TO NIVEL-PERIODO.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

       FIM.
           CLOSE VENDHSTX
                 RELCOMP.

       COPY LEDATAMOV.
