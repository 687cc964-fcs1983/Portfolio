      *--------------------------------------------------------------
      * GRAVAACX.CPY
      *
      * PARAGRAFOS PADRAO DE GRAVACAO NO ACUMULADO ANUAL DA
      * FOLHA (ACUMANO.DAT) COM O COMPANHEIRO INDEXADO
      * ACUMANOX.DAT (VER ACUMANOX.CPY):
      *   ABRE-ACX     ABRE O ACUMANOX EM I-O. SE NAO ABRIR (AUSENTE
      *                OU INACESSIVEL) AVISA NO CONSOLE E O
      *                PROGRAMA SEGUE SO COM O ACUMANO; O
      *                COMPANHEIRO FICA DESATUALIZADO E DEVE SER
      *                RECONSTRUIDO PELO REORGIDX.
      *   GRAVA-ACX    GRAVA REG-ACUM NO ACUMANO E, COM O
      *                COMPANHEIRO ABERTO, A MESMA IMAGEM NO
      *                ACUMANOX NA PROXIMA SEQUENCIA LIVRE DE
      *                (MATRICULA, COMPETENCIA), COM UM REGISTRO "W" NO
      *                JORNAL JRNMOV.
      *   JORNAL-ACX   GRAVA NO JRNMOV A OPERACAO DE JRN-OPER
      *                SOBRE O ACUMANOX, COM JRN-ANTES E
      *                JRN-DEPOIS (TAMBEM PARA OS PROGRAMAS QUE
      *                REGRAVAM OU EXCLUEM NO COMPANHEIRO).
      *   FECHA-ACX    FECHA O ACUMANOX SE ESTIVER ABERTO.
      *
      * REQUER, NO PROGRAMA QUE USAR ESTES PARAGRAFOS:
      *   - SELECT ACUMANO E SEU LAYOUT, ABERTO EM EXTEND;
      *   - SELECT ACUMANOX E COPY ACUMANOX (VER ACUMANOX.CPY);
      *   - SELECT JRNMOV, COPY JRNMOV E COPY WSJRN, COM O JRNMOV
      *     ABERTO EM EXTEND E JRN-DATA CARREGADA (VER
      *     GRAVAJRN.CPY);
      *   - COPY WSLEDGX NA WORKING-STORAGE SECTION.
      *
      * USO (PROCEDURE DIVISION):
      *       COPY GRAVAACX
      *           REPLACING ==CPY-PROGID== BY =="EM0306"==.
      *--------------------------------------------------------------

       ABRE-ACX.
           OPEN I-O ACUMANOX.
           IF FS-ACX EQUAL "00"
               MOVE "SIM" TO TEM-ACX
           ELSE
               MOVE "NAO" TO TEM-ACX
               DISPLAY CPY-PROGID " - ACUMANOX.DAT NAO ABRIU (STATUS "
                       FS-ACX ") - RECONSTRUIR COM O REORGIDX".

       GRAVA-ACX.
           WRITE REG-ACUM.
           IF TEM-ACX EQUAL "SIM"
               MOVE MAT-ACUM TO MAT-ACX
               MOVE ANOMES-ACUM TO ANOMES-ACX
               MOVE ZEROES TO SEQ-ACX
               MOVE CHAVE-ACX TO CHAVE-BUSCAX
               PERFORM ULTIMA-SEQ-ACX
               MOVE CHAVE-BUSCAX TO CHAVE-ACX
               ADD 1 ULT-SEQX GIVING SEQ-ACX
               MOVE REG-ACUM TO IMAGEM-ACX
               WRITE REG-ACX
                   INVALID KEY
                       DISPLAY CPY-PROGID " - ACUMANOX.DAT CHAVE "
                               CHAVE-ACX " JA EXISTE"
                   NOT INVALID KEY
                       MOVE "W" TO JRN-OPER
                       MOVE SPACES TO JRN-ANTES
                       MOVE REG-ACX TO JRN-DEPOIS
                       PERFORM JORNAL-ACX.

       ULTIMA-SEQ-ACX.
           MOVE ZEROES TO ULT-SEQX.
           MOVE "NAO" TO FIM-SEQX.
           START ACUMANOX KEY IS NOT LESS THAN CHAVE-ACX
               INVALID KEY MOVE "SIM" TO FIM-SEQX.
           PERFORM LE-SEQ-ACX UNTIL FIM-SEQX EQUAL "SIM".

       LE-SEQ-ACX.
           READ ACUMANOX NEXT RECORD
               AT END MOVE "SIM" TO FIM-SEQX.
           IF FIM-SEQX EQUAL "NAO"
               IF CHAVE-ACX(1:11) EQUAL CHAVE-BUSCAX(1:11)
                   MOVE SEQ-ACX TO ULT-SEQX
               ELSE
                   MOVE "SIM" TO FIM-SEQX.

       JORNAL-ACX.
           MOVE CPY-PROGID TO PROGID-JRN.
           MOVE JRN-DATA TO DATA-JRN.
           ACCEPT HORA-JRN FROM TIME.
           MOVE "ACUMANOX.DAT" TO ARQ-JRN.
           MOVE JRN-OPER TO OPER-JRN.
           MOVE JRN-ANTES TO ANTES-JRN.
           MOVE JRN-DEPOIS TO DEPOIS-JRN.
           WRITE REG-JRNMOV.

       FECHA-ACX.
           IF TEM-ACX EQUAL "SIM"
               CLOSE ACUMANOX
               MOVE "NAO" TO TEM-ACX.
