      *--------------------------------------------------------------
      * GRAVALPX.CPY
      *
      * PARAGRAFOS PADRAO DE GRAVACAO NO RAZAO DE PAGAMENTOS
      * (LEDGPAG.DAT) COM O COMPANHEIRO INDEXADO
      * LEDGPAGX.DAT (VER LEDGPAGX.CPY):
      *   ABRE-LPX     ABRE O LEDGPAGX EM I-O. SE NAO ABRIR (AUSENTE
      *                OU INACESSIVEL) AVISA NO CONSOLE E O
      *                PROGRAMA SEGUE SO COM O LEDGPAG; O
      *                COMPANHEIRO FICA DESATUALIZADO E DEVE SER
      *                RECONSTRUIDO PELO REORGIDX.
      *   GRAVA-LPX    GRAVA REG-LEDG NO LEDGPAG E, COM O
      *                COMPANHEIRO ABERTO, A MESMA IMAGEM NO
      *                LEDGPAGX NA PROXIMA SEQUENCIA LIVRE DE
      *                (CONTA, DATA), COM UM REGISTRO "W" NO
      *                JORNAL JRNMOV.
      *   JORNAL-LPX   GRAVA NO JRNMOV A OPERACAO DE JRN-OPER
      *                SOBRE O LEDGPAGX, COM JRN-ANTES E
      *                JRN-DEPOIS (TAMBEM PARA OS PROGRAMAS QUE
      *                REGRAVAM OU EXCLUEM NO COMPANHEIRO).
      *   FECHA-LPX    FECHA O LEDGPAGX SE ESTIVER ABERTO.
      *
      * REQUER, NO PROGRAMA QUE USAR ESTES PARAGRAFOS:
      *   - SELECT LEDGPAG E SEU LAYOUT, ABERTO EM EXTEND;
      *   - SELECT LEDGPAGX E COPY LEDGPAGX (VER LEDGPAGX.CPY);
      *   - SELECT JRNMOV, COPY JRNMOV E COPY WSJRN, COM O JRNMOV
      *     ABERTO EM EXTEND E JRN-DATA CARREGADA (VER
      *     GRAVAJRN.CPY);
      *   - COPY WSLEDGX NA WORKING-STORAGE SECTION.
      *
      * USO (PROCEDURE DIVISION):
      *       COPY GRAVALPX
      *           REPLACING ==CPY-PROGID== BY =="EM0309"==.
      *--------------------------------------------------------------

       ABRE-LPX.
           OPEN I-O LEDGPAGX.
           IF FS-LPX EQUAL "00"
               MOVE "SIM" TO TEM-LPX
           ELSE
               MOVE "NAO" TO TEM-LPX
               DISPLAY CPY-PROGID " - LEDGPAGX.DAT NAO ABRIU (STATUS "
                       FS-LPX ") - RECONSTRUIR COM O REORGIDX".

       GRAVA-LPX.
           WRITE REG-LEDG.
           IF TEM-LPX EQUAL "SIM"
               MOVE CONTA-LEDG TO CONTA-LPX
               MOVE DATA-LEDG TO DATA-LPX
               MOVE ZEROES TO SEQ-LPX
               MOVE CHAVE-LPX TO CHAVE-BUSCAX
               PERFORM ULTIMA-SEQ-LPX
               MOVE CHAVE-BUSCAX TO CHAVE-LPX
               ADD 1 ULT-SEQX GIVING SEQ-LPX
               MOVE REG-LEDG TO IMAGEM-LPX
               WRITE REG-LPX
                   INVALID KEY
                       DISPLAY CPY-PROGID " - LEDGPAGX.DAT CHAVE "
                               CHAVE-LPX " JA EXISTE"
                   NOT INVALID KEY
                       MOVE "W" TO JRN-OPER
                       MOVE SPACES TO JRN-ANTES
                       MOVE REG-LPX TO JRN-DEPOIS
                       PERFORM JORNAL-LPX.

       ULTIMA-SEQ-LPX.
           MOVE ZEROES TO ULT-SEQX.
           MOVE "NAO" TO FIM-SEQX.
           START LEDGPAGX KEY IS NOT LESS THAN CHAVE-LPX
               INVALID KEY MOVE "SIM" TO FIM-SEQX.
           PERFORM LE-SEQ-LPX UNTIL FIM-SEQX EQUAL "SIM".

       LE-SEQ-LPX.
           READ LEDGPAGX NEXT RECORD
               AT END MOVE "SIM" TO FIM-SEQX.
           IF FIM-SEQX EQUAL "NAO"
               IF CHAVE-LPX(1:18) EQUAL CHAVE-BUSCAX(1:18)
                   MOVE SEQ-LPX TO ULT-SEQX
               ELSE
                   MOVE "SIM" TO FIM-SEQX.

       JORNAL-LPX.
           MOVE CPY-PROGID TO PROGID-JRN.
           MOVE JRN-DATA TO DATA-JRN.
           ACCEPT HORA-JRN FROM TIME.
           MOVE "LEDGPAGX.DAT" TO ARQ-JRN.
           MOVE JRN-OPER TO OPER-JRN.
           MOVE JRN-ANTES TO ANTES-JRN.
           MOVE JRN-DEPOIS TO DEPOIS-JRN.
           WRITE REG-JRNMOV.

       FECHA-LPX.
           IF TEM-LPX EQUAL "SIM"
               CLOSE LEDGPAGX
               MOVE "NAO" TO TEM-LPX.
