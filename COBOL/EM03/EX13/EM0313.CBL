      *               MAIS O TOTAL GERAL DA COMPANHIA AO FINAL - QUE
      *               DEVE BATER COM A SOMA DOS BANCOPAG DOS DOZE
      *               MESES REMETIDOS AO BANCO.
      *
      *MODIFICACAO
      *  15/10/2026  ACUMANO ESTENDIDO COM TIPO-ACUM E AS PARCELAS DE
      *              FIXO E HORAS EXTRAS DA RODADA (LAYOUT DO EM0306).
      *              O INFORME CONTINUA SOMANDO TODAS AS RODADAS,
      *              INCLUSIVE O RETROATIVO (TIPO "R"); OS CAMPOS NOVOS
      *              NAO PASSAM PARA O SORT.
      *  15/10/2026  O INFORME PASSA A LER O COMPANHEIRO INDEXADO
      *              ACUMANOX.DAT (VER ACUMANOX.CPY), JA EM ORDEM DE
      *              MATRICULA E COMPETENCIA: PARA CADA MATRICULA
      *              POSICIONA NA JANEIRO DO ANO DE REFERENCIA E SALTA
      *              PARA A PROXIMA MATRICULA AO SAIR DO ANO, EM VEZ DE
      *              ORDENAR O ACUMANO DE TODOS OS ANOS. ACUMANOX
      *              AUSENTE DEVOLVE 16 (RECONSTRUIR COM O REORGIDX).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACUMANOX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-ACX
           FILE STATUS IS FS-ACX.

           SELECT RELINF ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       COPY ACUMANOX.

       FD RELINF
           LABEL RECORD IS OMITTED.

       WORKING-STORAGE SECTION.

       77 FIM-TRAB           PIC X(03) VALUE "NAO".
       77 ACHOU-TRAB         PIC X(03) VALUE "NAO".
       77 MAT-ANT            PIC 9(05) VALUE ZEROES.
       77 PRIMEIRO           PIC 9     VALUE 1.
       77 CT-FUNCIONARIOS    PIC 9(05) VALUE ZEROES.

       COPY WSDATAMOV.

       COPY WSLEDGX.

      * COMPETENCIA CORRENTE, NO INICIO DO LAYOUT DO ACUMANO
      * (IMAGEM-ACX).
       01 REG-TRAB.
           02 MAT-TRAB       PIC 9(05).
           02 ANOMES-TRAB    PIC 9(06).
           02 NOME-TRAB      PIC X(20).
           02 BRUTO-TRAB     PIC 9(09)V99.
           02 INSS-TRAB      PIC 9(07)V99.
           02 IRRF-TRAB      PIC 9(07)V99.
           02 LIQUIDO-TRAB   PIC 9(09)V99.

       01 CAB-01.
           02 FILLER         PIC X(25) VALUE SPACES.
           02 FILLER         PIC X(30) VALUE
       PROCEDURE DIVISION.

       EM03-13.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-TRAB EQUAL "SIM".
           PERFORM FIM.
           MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

      * SO ENTRAM AS COMPETENCIAS DO ANO DE REFERENCIA (O ANO DA
      * DATA DE MOVIMENTO DO LOTE).
       INICIO SECTION.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO(1:4) TO ANO-REF-X.
           OPEN INPUT ACUMANOX.
           IF FS-ACX NOT EQUAL "00"
               DISPLAY "ACUMANOX NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-ACX
               DISPLAY "RECONSTRUIR O COMPANHEIRO DO ACUMANO COM O "
                       "REORGIDX (ACUMANOX.DAT, MODO R)"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           READ ACUMANOX NEXT RECORD
               AT END MOVE "SIM" TO FIM-TRAB.
           IF FIM-TRAB EQUAL "SIM"
               DISPLAY "ACUMANOX SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE ZEROES TO MAT-ACX.
           PERFORM POSICIONA-ANO.
           OPEN OUTPUT RELINF.
           MOVE ANO-REF TO ANO-CAB.
           PERFORM LE-TRAB.
           IF FIM-TRAB EQUAL "SIM"
               DISPLAY "NENHUMA COMPETENCIA DO ANO " ANO-REF
                       " EM ACUMANOX - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       FIM SECTION.
           PERFORM TOTAL-FUNCIONARIO.
           PERFORM TOTAL-COMPANHIA.
           CLOSE ACUMANOX
                 RELINF.

      * PROXIMA COMPETENCIA DO ANO DE REFERENCIA: ANTES DO ANO, A
      * LEITURA SALTA PARA JANEIRO DA MESMA MATRICULA; DEPOIS DO ANO,
      * PARA A PRIMEIRA COMPETENCIA DA MATRICULA SEGUINTE.
       LE-TRAB SECTION.
           MOVE "NAO" TO ACHOU-TRAB.
           PERFORM PROCURA-TRAB
               UNTIL ACHOU-TRAB EQUAL "SIM" OR FIM-TRAB EQUAL "SIM".

       PROCURA-TRAB SECTION.
           READ ACUMANOX NEXT RECORD
               AT END MOVE "SIM" TO FIM-TRAB.
           IF FIM-TRAB EQUAL "NAO"
               IF ANOMES-ACX(1:4) EQUAL ANO-REF-X
                   MOVE "SIM" TO ACHOU-TRAB
                   MOVE IMAGEM-ACX TO REG-TRAB
               ELSE
                   IF ANOMES-ACX(1:4) IS LESS THAN ANO-REF-X
                       PERFORM POSICIONA-ANO
                   ELSE
                       PERFORM SALTA-MATRICULA.

       POSICIONA-ANO SECTION.
           COMPUTE ANOMES-ACX = ANO-REF * 100 + 1.
           MOVE ZEROES TO SEQ-ACX.
           START ACUMANOX KEY IS NOT LESS THAN CHAVE-ACX
               INVALID KEY MOVE "SIM" TO FIM-TRAB.

       SALTA-MATRICULA SECTION.
           MOVE 999999 TO ANOMES-ACX.
           MOVE 9999 TO SEQ-ACX.
           START ACUMANOX KEY IS GREATER THAN CHAVE-ACX
               INVALID KEY MOVE "SIM" TO FIM-TRAB.

       PRINCIPAL SECTION.
           IF PRIMEIRO EQUAL 1
