      *               TODOS OS PERIODOS AO FINAL, EM RELHIST.
      *               DEVOLVE RETURN-CODE 4 QUANDO A MATRICULA NAO
      *               TEM NENHUM PERIODO NO HISTORICO.
      *
      *MODIFICACAO
      *  15/10/2026  A CONSULTA PASSA A LER O COMPANHEIRO INDEXADO
      *              HISTESCX.DAT (VER HISTESCX.CPY), POSICIONANDO NA
      *              MATRICULA PEDIDA, EM VEZ DE VARRER O HISTESC DE
      *              TODOS OS ALUNOS; OS PERIODOS SAEM EM ORDEM DE
      *              PERIODO. HISTESCX AUSENTE DEVOLVE 16 (RECONSTRUIR
      *              COM O REORGIDX).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTESCX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-HEX
           FILE STATUS IS FS-HEX.

           SELECT RELHIST ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       COPY HISTESCX.

       FD RELHIST
           LABEL RECORD IS OMITTED.
       WORKING-STORAGE SECTION.

       77 FIM-ARQ            PIC X(03) VALUE "NAO".
       77 MAT-CONSULTA       PIC 9(07) VALUE ZEROES.
       77 CT-PERIODOS        PIC 9(03) VALUE ZEROES.
       77 SOMA-MEDIAS        PIC 9(05)V99 VALUE ZEROES.
       77 MEDIA-ACUM         PIC 99V99 VALUE ZEROES.

       COPY WSLEDGX.

      * PERIODO CORRENTE, NO LAYOUT DO HISTESC (IMAGEM-HEX).
       01 REG-HISTESC.
           02 COD-HE         PIC 9(07).
           02 PERIODO-HE     PIC 9(06).
           02 TURMA-HE       PIC 9(03).
           02 NOTA1-HE       PIC 99V99.
           02 NOTA2-HE       PIC 99V99.
           02 NOTA3-HE       PIC 99V99.
           02 NOTA4-HE       PIC 99V99.
           02 MEDIA-HE       PIC 99V99.
           02 RESULTADO-HE   PIC X(09).

       01 CAB-01.
           02 FILLER         PIC X(17) VALUE "HISTORICO ESCOLAR".
           02 FILLER         PIC X(14) VALUE " - MATRICULA: ".
       INICIO.
           DISPLAY "MATRICULA DO ALUNO: " WITH NO ADVANCING.
           ACCEPT MAT-CONSULTA.
           OPEN INPUT  HISTESCX
                OUTPUT RELHIST.
           IF FS-HEX NOT EQUAL "00"
               DISPLAY "HISTESCX NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-HEX
               DISPLAY "RECONSTRUIR O COMPANHEIRO DO HISTESC COM O "
                       "REORGIDX (HISTESCX.DAT, MODO R)"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE MAT-CONSULTA TO MAT-CAB.
           WRITE REL-SAI FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REL-SAI FROM CAB-03 AFTER ADVANCING 1 LINE.
           READ HISTESCX NEXT RECORD
               AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ EQUAL "SIM"
               DISPLAY "HISTESCX SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE MAT-CONSULTA TO COD-HEX.
           MOVE ZEROES TO PERIODO-HEX SEQ-HEX.
           START HISTESCX KEY IS NOT LESS THAN CHAVE-HEX
               INVALID KEY MOVE "SIM" TO FIM-ARQ.
           PERFORM LEITURA.

      * SO OS PERIODOS DA MATRICULA PEDIDA: A LEITURA PARA QUANDO A
      * MATRICULA MUDA.
       LEITURA.
           IF FIM-ARQ EQUAL "NAO"
               READ HISTESCX NEXT RECORD
                   AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ EQUAL "NAO"
               IF COD-HEX NOT EQUAL MAT-CONSULTA
                   MOVE "SIM" TO FIM-ARQ
               ELSE
                   MOVE IMAGEM-HEX TO REG-HISTESC.

       PRINCIPAL.
           PERFORM IMPRIME-PERIODO.
           PERFORM LEITURA.

       IMPRIME-PERIODO.
               DISPLAY "MATRICULA SEM PERIODOS NO HISTORICO".

       FIM.
           CLOSE HISTESCX
                 RELHIST.
