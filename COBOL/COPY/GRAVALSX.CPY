      *--------------------------------------------------------------
      * GRAVALSX.CPY
      *
      * PARAGRAFOS PADRAO DE GRAVACAO NO RAZAO DE MOVIMENTOS POR
      * SOCIO (LEDGSOC.DAT) COM O COMPANHEIRO INDEXADO
      * LEDGSOCX.DAT (VER LEDGSOCX.CPY):
      *   ABRE-LSX     ABRE O LEDGSOCX EM I-O. SE NAO ABRIR (AUSENTE
      *                OU INACESSIVEL) AVISA NO CONSOLE E O
      *                PROGRAMA SEGUE SO COM O LEDGSOC; O
      *                COMPANHEIRO FICA DESATUALIZADO E DEVE SER
      *                RECONSTRUIDO PELO REORGIDX.
      *   GRAVA-LSX    GRAVA REG-LEDGSOC NO LEDGSOC E, COM O
      *                COMPANHEIRO ABERTO, A MESMA IMAGEM NO
      *                LEDGSOCX NA PROXIMA SEQUENCIA LIVRE DE
      *                (SOCIO, DATA), COM UM REGISTRO "W" NO
      *                JORNAL JRNMOV.
      *   JORNAL-LSX   GRAVA NO JRNMOV A OPERACAO DE JRN-OPER
      *                SOBRE O LEDGSOCX, COM JRN-ANTES E
      *                JRN-DEPOIS (TAMBEM PARA OS PROGRAMAS QUE
      *                REGRAVAM OU EXCLUEM NO COMPANHEIRO).
      *   FECHA-LSX    FECHA O LEDGSOCX SE ESTIVER ABERTO.
      *
      * REQUER, NO PROGRAMA QUE USAR ESTES PARAGRAFOS:
      *   - SELECT LEDGSOC E SEU LAYOUT, ABERTO EM EXTEND;
      *   - SELECT LEDGSOCX E COPY LEDGSOCX (VER LEDGSOCX.CPY);
      *   - SELECT JRNMOV, COPY JRNMOV E COPY WSJRN, COM O JRNMOV
      *     ABERTO EM EXTEND E JRN-DATA CARREGADA (VER
      *     GRAVAJRN.CPY);
      *   - COPY WSLEDGX NA WORKING-STORAGE SECTION.
      *
      * USO (PROCEDURE DIVISION):
      *       COPY GRAVALSX
      *           REPLACING ==CPY-PROGID== BY =="EM0212"==.
      *--------------------------------------------------------------

       ABRE-LSX.
           OPEN I-O LEDGSOCX.
           IF FS-LSX EQUAL "00"
               MOVE "SIM" TO TEM-LSX
           ELSE
               MOVE "NAO" TO TEM-LSX
               DISPLAY CPY-PROGID " - LEDGSOCX.DAT NAO ABRIU (STATUS "
                       FS-LSX ") - RECONSTRUIR COM O REORGIDX".

       GRAVA-LSX.
           WRITE REG-LEDGSOC.
           IF TEM-LSX EQUAL "SIM"
               MOVE NUM-LEDG TO NUM-LSX
               MOVE DATA-LEDG-SOC TO DATA-LSX
               MOVE ZEROES TO SEQ-LSX
               MOVE CHAVE-LSX TO CHAVE-BUSCAX
               PERFORM ULTIMA-SEQ-LSX
               MOVE CHAVE-BUSCAX TO CHAVE-LSX
               ADD 1 ULT-SEQX GIVING SEQ-LSX
               MOVE REG-LEDGSOC TO IMAGEM-LSX
               WRITE REG-LSX
                   INVALID KEY
                       DISPLAY CPY-PROGID " - LEDGSOCX.DAT CHAVE "
                               CHAVE-LSX " JA EXISTE"
                   NOT INVALID KEY
                       MOVE "W" TO JRN-OPER
                       MOVE SPACES TO JRN-ANTES
                       MOVE REG-LSX TO JRN-DEPOIS
                       PERFORM JORNAL-LSX.

       ULTIMA-SEQ-LSX.
           MOVE ZEROES TO ULT-SEQX.
           MOVE "NAO" TO FIM-SEQX.
           START LEDGSOCX KEY IS NOT LESS THAN CHAVE-LSX
               INVALID KEY MOVE "SIM" TO FIM-SEQX.
           PERFORM LE-SEQ-LSX UNTIL FIM-SEQX EQUAL "SIM".

       LE-SEQ-LSX.
           READ LEDGSOCX NEXT RECORD
               AT END MOVE "SIM" TO FIM-SEQX.
           IF FIM-SEQX EQUAL "NAO"
               IF CHAVE-LSX(1:14) EQUAL CHAVE-BUSCAX(1:14)
                   MOVE SEQ-LSX TO ULT-SEQX
               ELSE
                   MOVE "SIM" TO FIM-SEQX.

       JORNAL-LSX.
           MOVE CPY-PROGID TO PROGID-JRN.
           MOVE JRN-DATA TO DATA-JRN.
           ACCEPT HORA-JRN FROM TIME.
           MOVE "LEDGSOCX.DAT" TO ARQ-JRN.
           MOVE JRN-OPER TO OPER-JRN.
           MOVE JRN-ANTES TO ANTES-JRN.
           MOVE JRN-DEPOIS TO DEPOIS-JRN.
           WRITE REG-JRNMOV.

       FECHA-LSX.
           IF TEM-LSX EQUAL "SIM"
               CLOSE LEDGSOCX
               MOVE "NAO" TO TEM-LSX.
