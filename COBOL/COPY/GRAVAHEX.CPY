      *--------------------------------------------------------------
      * GRAVAHEX.CPY
      *
      * PARAGRAFOS PADRAO DE GRAVACAO NO HISTORICO ESCOLAR
      * (HISTESC.DAT) COM O COMPANHEIRO INDEXADO
      * HISTESCX.DAT (VER HISTESCX.CPY):
      *   ABRE-HEX     ABRE O HISTESCX EM I-O. SE NAO ABRIR (AUSENTE
      *                OU INACESSIVEL) AVISA NO CONSOLE E O
      *                PROGRAMA SEGUE SO COM O HISTESC; O
      *                COMPANHEIRO FICA DESATUALIZADO E DEVE SER
      *                RECONSTRUIDO PELO REORGIDX.
      *   GRAVA-HEX    GRAVA REG-HISTESC NO HISTESC E, COM O
      *                COMPANHEIRO ABERTO, A MESMA IMAGEM NO
      *                HISTESCX NA PROXIMA SEQUENCIA LIVRE DE
      *                (ALUNO, PERIODO), COM UM REGISTRO "W" NO
      *                JORNAL JRNMOV.
      *   JORNAL-HEX   GRAVA NO JRNMOV A OPERACAO DE JRN-OPER
      *                SOBRE O HISTESCX, COM JRN-ANTES E
      *                JRN-DEPOIS (TAMBEM PARA OS PROGRAMAS QUE
      *                REGRAVAM OU EXCLUEM NO COMPANHEIRO).
      *   FECHA-HEX    FECHA O HISTESCX SE ESTIVER ABERTO.
      *
      * REQUER, NO PROGRAMA QUE USAR ESTES PARAGRAFOS:
      *   - SELECT HISTESC E SEU LAYOUT, ABERTO EM EXTEND;
      *   - SELECT HISTESCX E COPY HISTESCX (VER HISTESCX.CPY);
      *   - SELECT JRNMOV, COPY JRNMOV E COPY WSJRN, COM O JRNMOV
      *     ABERTO EM EXTEND E JRN-DATA CARREGADA (VER
      *     GRAVAJRN.CPY);
      *   - COPY WSLEDGX NA WORKING-STORAGE SECTION.
      *
      * USO (PROCEDURE DIVISION):
      *       COPY GRAVAHEX
      *           REPLACING ==CPY-PROGID== BY =="EM0307"==.
      *--------------------------------------------------------------

       ABRE-HEX.
           OPEN I-O HISTESCX.
           IF FS-HEX EQUAL "00"
               MOVE "SIM" TO TEM-HEX
           ELSE
               MOVE "NAO" TO TEM-HEX
               DISPLAY CPY-PROGID " - HISTESCX.DAT NAO ABRIU (STATUS "
                       FS-HEX ") - RECONSTRUIR COM O REORGIDX".

       GRAVA-HEX.
           WRITE REG-HISTESC.
           IF TEM-HEX EQUAL "SIM"
               MOVE COD-HE TO COD-HEX
               MOVE PERIODO-HE TO PERIODO-HEX
               MOVE ZEROES TO SEQ-HEX
               MOVE CHAVE-HEX TO CHAVE-BUSCAX
               PERFORM ULTIMA-SEQ-HEX
               MOVE CHAVE-BUSCAX TO CHAVE-HEX
               ADD 1 ULT-SEQX GIVING SEQ-HEX
               MOVE REG-HISTESC TO IMAGEM-HEX
               WRITE REG-HEX
                   INVALID KEY
                       DISPLAY CPY-PROGID " - HISTESCX.DAT CHAVE "
                               CHAVE-HEX " JA EXISTE"
                   NOT INVALID KEY
                       MOVE "W" TO JRN-OPER
                       MOVE SPACES TO JRN-ANTES
                       MOVE REG-HEX TO JRN-DEPOIS
                       PERFORM JORNAL-HEX.

       ULTIMA-SEQ-HEX.
           MOVE ZEROES TO ULT-SEQX.
           MOVE "NAO" TO FIM-SEQX.
           START HISTESCX KEY IS NOT LESS THAN CHAVE-HEX
               INVALID KEY MOVE "SIM" TO FIM-SEQX.
           PERFORM LE-SEQ-HEX UNTIL FIM-SEQX EQUAL "SIM".

       LE-SEQ-HEX.
           READ HISTESCX NEXT RECORD
               AT END MOVE "SIM" TO FIM-SEQX.
           IF FIM-SEQX EQUAL "NAO"
               IF CHAVE-HEX(1:13) EQUAL CHAVE-BUSCAX(1:13)
                   MOVE SEQ-HEX TO ULT-SEQX
               ELSE
                   MOVE "SIM" TO FIM-SEQX.

       JORNAL-HEX.
           MOVE CPY-PROGID TO PROGID-JRN.
           MOVE JRN-DATA TO DATA-JRN.
           ACCEPT HORA-JRN FROM TIME.
           MOVE "HISTESCX.DAT" TO ARQ-JRN.
           MOVE JRN-OPER TO OPER-JRN.
           MOVE JRN-ANTES TO ANTES-JRN.
           MOVE JRN-DEPOIS TO DEPOIS-JRN.
           WRITE REG-JRNMOV.

       FECHA-HEX.
           IF TEM-HEX EQUAL "SIM"
               CLOSE HISTESCX
               MOVE "NAO" TO TEM-HEX.
