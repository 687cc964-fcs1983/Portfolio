      *--------------------------------------------------------------
      * GRAVAVHX.CPY
      *
      * PARAGRAFOS PADRAO DE GRAVACAO NO HISTORICO DE VENDAS
      * POR PERIODO (VENDHIST.DAT) COM O COMPANHEIRO INDEXADO
      * VENDHSTX.DAT (VER VENDHSTX.CPY):
      *   ABRE-VHX     ABRE O VENDHSTX EM I-O. SE NAO ABRIR (AUSENTE
      *                OU INACESSIVEL) AVISA NO CONSOLE E O
      *                PROGRAMA SEGUE SO COM O VENDHIST; O
      *                COMPANHEIRO FICA DESATUALIZADO E DEVE SER
      *                RECONSTRUIDO PELO REORGIDX.
      *   GRAVA-VHX    GRAVA REG-VHIST NO VENDHIST E, COM O
      *                COMPANHEIRO ABERTO, A MESMA IMAGEM NO
      *                VENDHSTX NA PROXIMA SEQUENCIA LIVRE DE
      *                (PERIODO, VENDEDOR), COM UM REGISTRO "W" NO
      *                JORNAL JRNMOV.
      *   JORNAL-VHX   GRAVA NO JRNMOV A OPERACAO DE JRN-OPER
      *                SOBRE O VENDHSTX, COM JRN-ANTES E
      *                JRN-DEPOIS (TAMBEM PARA OS PROGRAMAS QUE
      *                REGRAVAM OU EXCLUEM NO COMPANHEIRO).
      *   FECHA-VHX    FECHA O VENDHSTX SE ESTIVER ABERTO.
      *
      * REQUER, NO PROGRAMA QUE USAR ESTES PARAGRAFOS:
      *   - SELECT VENDHIST E SEU LAYOUT, ABERTO EM EXTEND;
      *   - SELECT VENDHSTX E COPY VENDHSTX (VER VENDHSTX.CPY);
      *   - SELECT JRNMOV, COPY JRNMOV E COPY WSJRN, COM O JRNMOV
      *     ABERTO EM EXTEND E JRN-DATA CARREGADA (VER
      *     GRAVAJRN.CPY);
      *   - COPY WSLEDGX NA WORKING-STORAGE SECTION.
      *
      * USO (PROCEDURE DIVISION):
      *       COPY GRAVAVHX
      *           REPLACING ==CPY-PROGID== BY =="EM0305"==.
      *--------------------------------------------------------------

       ABRE-VHX.
           OPEN I-O VENDHSTX.
           IF FS-VHX EQUAL "00"
               MOVE "SIM" TO TEM-VHX
           ELSE
               MOVE "NAO" TO TEM-VHX
               DISPLAY CPY-PROGID " - VENDHSTX.DAT NAO ABRIU (STATUS "
                       FS-VHX ") - RECONSTRUIR COM O REORGIDX".

       GRAVA-VHX.
           WRITE REG-VHIST.
           IF TEM-VHX EQUAL "SIM"
               MOVE PERIODO-VH TO PERIODO-VHX
               MOVE NR-VH TO NR-VHX
               MOVE ZEROES TO SEQ-VHX
               MOVE CHAVE-VHX TO CHAVE-BUSCAX
               PERFORM ULTIMA-SEQ-VHX
               MOVE CHAVE-BUSCAX TO CHAVE-VHX
               ADD 1 ULT-SEQX GIVING SEQ-VHX
               MOVE REG-VHIST TO IMAGEM-VHX
               WRITE REG-VHX
                   INVALID KEY
                       DISPLAY CPY-PROGID " - VENDHSTX.DAT CHAVE "
                               CHAVE-VHX " JA EXISTE"
                   NOT INVALID KEY
                       MOVE "W" TO JRN-OPER
                       MOVE SPACES TO JRN-ANTES
                       MOVE REG-VHX TO JRN-DEPOIS
                       PERFORM JORNAL-VHX.

       ULTIMA-SEQ-VHX.
           MOVE ZEROES TO ULT-SEQX.
           MOVE "NAO" TO FIM-SEQX.
           START VENDHSTX KEY IS NOT LESS THAN CHAVE-VHX
               INVALID KEY MOVE "SIM" TO FIM-SEQX.
           PERFORM LE-SEQ-VHX UNTIL FIM-SEQX EQUAL "SIM".

       LE-SEQ-VHX.
           READ VENDHSTX NEXT RECORD
               AT END MOVE "SIM" TO FIM-SEQX.
           IF FIM-SEQX EQUAL "NAO"
               IF CHAVE-VHX(1:11) EQUAL CHAVE-BUSCAX(1:11)
                   MOVE SEQ-VHX TO ULT-SEQX
               ELSE
                   MOVE "SIM" TO FIM-SEQX.

       JORNAL-VHX.
           MOVE CPY-PROGID TO PROGID-JRN.
           MOVE JRN-DATA TO DATA-JRN.
           ACCEPT HORA-JRN FROM TIME.
           MOVE "VENDHSTX.DAT" TO ARQ-JRN.
           MOVE JRN-OPER TO OPER-JRN.
           MOVE JRN-ANTES TO ANTES-JRN.
           MOVE JRN-DEPOIS TO DEPOIS-JRN.
           WRITE REG-JRNMOV.

       FECHA-VHX.
           IF TEM-VHX EQUAL "SIM"
               CLOSE VENDHSTX
               MOVE "NAO" TO TEM-VHX.
