      *                          SUBSTITUI O ARQUIVO VIVO PELO .NEW
      *                          DEPOIS DE CONFERIR.
      *               RETURN-CODE 4 QUANDO HOUVE REGISTRO INVALIDO.
      *
      *MODIFICACAO
      *  15/10/2026  O OPERADOR SE IDENTIFICA COM SENHA PELO
      *              SUBPROGRAMA LOGINOPR ANTES DO DIALOGO, E O MODO
      *              PEDIDO PRECISA ESTAR AUTORIZADO PARA ELE (TABELA
      *              CADACES); AS RESPOSTAS VAO PARA O LOG DE ACESSO
      *              (ACESSLOG.DAT). ACESSO NEGADO = RETURN-CODE 16.
      *  15/10/2026  PASSA A TRATAR TAMBEM OS COMPANHEIROS INDEXADOS
      *              DOS RAZOES QUE SO CRESCEM (LEDGSOCX, VENDHSTX,
      *              HISTESCX, ACUMANOX E LEDGPAGX). NO MODO V O
      *              COMPANHEIRO E CONFERIDO CONTRA O RAZAO
      *              SEQUENCIAL (QUANTIDADE E HASH DA PRIMEIRA PARTE
      *              DA CHAVE - CONFERE/DIVERGE, DIVERGENCIA =
      *              RETURN-CODE 4); NO MODO R E RECONSTRUIDO DO ZERO
      *              EM <NOME>.NEW A PARTIR DO RAZAO, NUMERANDO AS
      *              SEQUENCIAS NA ORDEM DO RAZAO. E TAMBEM A CARGA
      *              INICIAL DE CADA COMPANHEIRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS NRX-NEW
           FILE STATUS IS FS-NEW.

           SELECT LEDGSOCX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-LSX
           FILE STATUS IS FS-LSX.

           SELECT LSXNEW ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-LSX-NEW
           FILE STATUS IS FS-NEW.

           SELECT LEDGSOC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RAZAO.

           SELECT VENDHSTX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-VHX
           FILE STATUS IS FS-VHX.

           SELECT VHXNEW ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-VHX-NEW
           FILE STATUS IS FS-NEW.

           SELECT VENDHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RAZAO.

           SELECT HISTESCX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-HEX
           FILE STATUS IS FS-HEX.

           SELECT HEXNEW ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-HEX-NEW
           FILE STATUS IS FS-NEW.

           SELECT HISTESC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RAZAO.

           SELECT ACUMANOX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-ACX
           FILE STATUS IS FS-ACX.

           SELECT ACXNEW ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-ACX-NEW
           FILE STATUS IS FS-NEW.

           SELECT ACUMANO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RAZAO.

           SELECT LEDGPAGX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-LPX
           FILE STATUS IS FS-LPX.

           SELECT LPXNEW ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-LPX-NEW
           FILE STATUS IS FS-NEW.

           SELECT LEDGPAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RAZAO.

       DATA DIVISION.
       FILE SECTION.

           02 NRX-NEW        PIC 9(05).
           02 VALORX-NEW     PIC 9(09)V99.

       COPY LEDGSOCX.

       FD LSXNEW
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LEDGSOCX.NEW".

       01 REG-LSX-NEW.
           02 CHAVE-LSX-NEW.
               03 NUM-LSX-NEW     PIC 9(06).
               03 DATA-LSX-NEW    PIC 9(08).
               03 SEQ-LSX-NEW     PIC 9(04).
           02 IMAGEM-LSX-NEW      PIC X(37).

       COPY LEDGSOC.

       COPY VENDHSTX.

       FD VHXNEW
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDHSTX.NEW".

       01 REG-VHX-NEW.
           02 CHAVE-VHX-NEW.
               03 PERIODO-VHX-NEW PIC 9(06).
               03 NR-VHX-NEW      PIC 9(05).
               03 SEQ-VHX-NEW     PIC 9(04).
           02 IMAGEM-VHX-NEW      PIC X(44).

       FD VENDHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDHIST.DAT".

       01 REG-VHIST.
           02 PERIODO-VH     PIC 9(06).
           02 ESTADO-VH      PIC X(02).
           02 NR-VH          PIC 9(05).
           02 FILLER         PIC X(31).

       COPY HISTESCX.

       FD HEXNEW
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTESCX.NEW".

       01 REG-HEX-NEW.
           02 CHAVE-HEX-NEW.
               03 COD-HEX-NEW     PIC 9(07).
               03 PERIODO-HEX-NEW PIC 9(06).
               03 SEQ-HEX-NEW     PIC 9(04).
           02 IMAGEM-HEX-NEW      PIC X(45).

       FD HISTESC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTESC.DAT".

       01 REG-HISTESC.
           02 COD-HE         PIC 9(07).
           02 PERIODO-HE     PIC 9(06).
           02 FILLER         PIC X(32).

       COPY ACUMANOX.

       FD ACXNEW
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ACUMANOX.NEW".

       01 REG-ACX-NEW.
           02 CHAVE-ACX-NEW.
               03 MAT-ACX-NEW     PIC 9(05).
               03 ANOMES-ACX-NEW  PIC 9(06).
               03 SEQ-ACX-NEW     PIC 9(04).
           02 IMAGEM-ACX-NEW      PIC X(90).

       FD ACUMANO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ACUMANO.DAT".

       01 REG-ACUM.
           02 MAT-ACUM       PIC 9(05).
           02 ANOMES-ACUM    PIC 9(06).
           02 FILLER         PIC X(79).

       COPY LEDGPAGX.

       FD LPXNEW
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LEDGPAGX.NEW".

       01 REG-LPX-NEW.
           02 CHAVE-LPX-NEW.
               03 CONTA-LPX-NEW   PIC 9(10).
               03 DATA-LPX-NEW    PIC 9(08).
               03 SEQ-LPX-NEW     PIC 9(04).
           02 IMAGEM-LPX-NEW      PIC X(78).

       FD LEDGPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LEDGPAG.DAT".

       01 REG-LEDG.
           02 DATA-LEDG      PIC 9(08).
           02 CONTA-LEDG     PIC 9(10).
           02 FILLER         PIC X(60).

       WORKING-STORAGE SECTION.

       77 FIM-ARQ            PIC X(03) VALUE "NAO".
       77 HASH-DEPOIS        PIC 9(12) VALUE ZEROES.
       77 REG-VALIDO         PIC 9     VALUE ZEROES.
       77 IDENT-NUM          PIC 9(14) VALUE ZEROES.
       77 FS-RAZAO           PIC X(02) VALUE SPACES.
       77 CT-RAZAO           PIC 9(07) VALUE ZEROES.
       77 HASH-RAZAO         PIC 9(12) VALUE ZEROES.
       77 COMPANHEIRO        PIC X(01) VALUE "N".
       77 DIVERGE            PIC X(01) VALUE "N".

       COPY WSLOGIN.

       COPY WSLEDGX.

       PROCEDURE DIVISION.

       REORGIDX-01.
           MOVE "REORGIDX" TO PROGID-LOGIN.
           MOVE "L" TO FUNCAO-LOGIN.
           CALL "LOGINOPR" USING AREA-LOGIN.
           IF RESULT-LOGIN NOT EQUAL ZEROES
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           DISPLAY "ARQUIVO (CADHISTX.DAT/CADCLIX.DAT/"
                   "CADHESTQX.DAT/METASX.DAT/LEDGSOCX.DAT/"
                   "VENDHSTX.DAT/HISTESCX.DAT/ACUMANOX.DAT/"
                   "LEDGPAGX.DAT): "
                   WITH NO ADVANCING.
           ACCEPT ARQ-PEDIDO.
           DISPLAY "MODO (V=VERIFICA R=RECONSTROI): "
               DISPLAY "MODO INVALIDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE MODO TO MODO-LOGIN.
           MOVE "A" TO FUNCAO-LOGIN.
           CALL "LOGINOPR" USING AREA-LOGIN.
           IF RESULT-LOGIN NOT EQUAL ZEROES
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE "R" TO FUNCAO-LOGIN.
           MOVE SPACES TO TEXTO-LOGIN.
           STRING ARQ-PEDIDO DELIMITED BY SPACE
                  " DESCARTA " DELIMITED BY SIZE
                  DESCARTA DELIMITED BY SIZE
               INTO TEXTO-LOGIN.
           CALL "LOGINOPR" USING AREA-LOGIN.
           EVALUATE ARQ-PEDIDO
               WHEN "CADHISTX.DAT"  PERFORM TRATA-HISTX
               WHEN "CADCLIX.DAT"   PERFORM TRATA-CLIX
               WHEN "CADHESTQX.DAT" PERFORM TRATA-HESTQX
               WHEN "METASX.DAT"    PERFORM TRATA-METASX
               WHEN "LEDGSOCX.DAT"  PERFORM TRATA-LSX
               WHEN "VENDHSTX.DAT"  PERFORM TRATA-VHX
               WHEN "HISTESCX.DAT"  PERFORM TRATA-HEX
               WHEN "ACUMANOX.DAT"  PERFORM TRATA-ACX
               WHEN "LEDGPAGX.DAT"  PERFORM TRATA-LPX
               WHEN OTHER
                   DISPLAY "ARQUIVO NAO SUPORTADO: " ARQ-PEDIDO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM CONCLUSAO.
           IF CT-INVALIDOS IS GREATER THAN ZEROES OR
              DIVERGE EQUAL "S"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           DISPLAY "REGISTROS LIDOS....: " CT-LIDOS
                   "  HASH DE CHAVE: " HASH-ANTES.
           DISPLAY "REGISTROS INVALIDOS: " CT-INVALIDOS.
           IF COMPANHEIRO EQUAL "S" AND MODO EQUAL "V"
               PERFORM CONFERE-RAZAO.
           IF MODO EQUAL "R"
               DISPLAY "REGISTROS GRAVADOS.: " CT-GRAVADOS
                       "  HASH DE CHAVE: " HASH-DEPOIS
               DISPLAY "COPIA COMPACTA GRAVADA COM EXTENSAO .NEW - "
                       "CONFIRA E SUBSTITUA O ARQUIVO VIVO".

      * NOS COMPANHEIROS INDEXADOS O RAZAO SEQUENCIAL E A FONTE: O
      * COMPANHEIRO CONFERE QUANDO TEM A MESMA QUANTIDADE DE LINHAS E
      * O MESMO HASH DA PRIMEIRA PARTE DA CHAVE.
       CONFERE-RAZAO.
           DISPLAY "LINHAS NO RAZAO....: " CT-RAZAO
                   "  HASH DE CHAVE: " HASH-RAZAO.
           IF CT-RAZAO EQUAL CT-LIDOS AND HASH-RAZAO EQUAL HASH-ANTES
               DISPLAY "COMPANHEIRO CONFERE COM O RAZAO"
           ELSE
               MOVE "S" TO DIVERGE
               DISPLAY "COMPANHEIRO DIVERGE DO RAZAO - RECONSTRUIR "
                       "(MODO R) E SUBSTITUIR PELO .NEW".

       TRATA-HISTX.
           OPEN INPUT CADHISTX.
           IF FS-ARQ NOT EQUAL "00"
                               ADD 1 TO CT-GRAVADOS
                               ADD NRX-NEW TO HASH-DEPOIS
                       END-WRITE.

       TRATA-LSX.
           MOVE "S" TO COMPANHEIRO.
           OPEN INPUT LEDGSOC.
           IF FS-RAZAO NOT EQUAL "00"
               DISPLAY "LEDGSOC.DAT INACESSIVEL - STATUS " FS-RAZAO
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF MODO EQUAL "V"
               OPEN INPUT LEDGSOCX
               IF FS-LSX NOT EQUAL "00"
                   DISPLAY "ARQUIVO INACESSIVEL - STATUS " FS-LSX
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LE-LSX UNTIL FIM-ARQ EQUAL "SIM"
                   CLOSE LEDGSOCX
                   MOVE "NAO" TO FIM-ARQ
                   PERFORM LE-RAZAO-LSX UNTIL FIM-ARQ EQUAL "SIM"
           ELSE
               OPEN OUTPUT LSXNEW
               CLOSE LSXNEW
               OPEN I-O LSXNEW
               PERFORM LE-RAZAO-LSX UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE LSXNEW.
           CLOSE LEDGSOC.

       LE-LSX.
           READ LEDGSOCX NEXT RECORD
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS
               IF CHAVE-LSX IS NOT NUMERIC OR SEQ-LSX EQUAL ZEROES OR
                  IMAGEM-LSX(1:14) NOT EQUAL CHAVE-LSX(1:14)
                   ADD 1 TO CT-INVALIDOS
                   DISPLAY "REGISTRO INVALIDO NA CHAVE " CHAVE-LSX
               ELSE
                   ADD NUM-LSX TO HASH-ANTES.

       LE-RAZAO-LSX.
           READ LEDGSOC
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF MODO EQUAL "V"
                   ADD 1 TO CT-RAZAO
                   IF NUM-LEDG IS NUMERIC
                       ADD NUM-LEDG TO HASH-RAZAO
                   END-IF
               ELSE
                   PERFORM GRAVA-NOVO-LSX.

       GRAVA-NOVO-LSX.
           ADD 1 TO CT-LIDOS.
           MOVE 1 TO REG-VALIDO.
           IF NUM-LEDG IS NOT NUMERIC OR DATA-LEDG-SOC IS NOT NUMERIC
               MOVE ZEROES TO REG-VALIDO
               ADD 1 TO CT-INVALIDOS
               DISPLAY "REGISTRO INVALIDO NO RAZAO, LINHA " CT-LIDOS
           ELSE
               ADD NUM-LEDG TO HASH-ANTES.
           IF REG-VALIDO EQUAL 1 OR DESCARTA NOT EQUAL "S"
               MOVE NUM-LEDG TO NUM-LSX-NEW
               MOVE DATA-LEDG-SOC TO DATA-LSX-NEW
               MOVE ZEROES TO SEQ-LSX-NEW
               MOVE CHAVE-LSX-NEW TO CHAVE-BUSCAX
               PERFORM ULTIMA-SEQ-LSX
               MOVE CHAVE-BUSCAX TO CHAVE-LSX-NEW
               ADD 1 ULT-SEQX GIVING SEQ-LSX-NEW
               MOVE REG-LEDGSOC TO IMAGEM-LSX-NEW
               WRITE REG-LSX-NEW
                   INVALID KEY
                       DISPLAY "CHAVE DUPLICADA DESCARTADA "
                               CHAVE-LSX-NEW
                   NOT INVALID KEY
                       ADD 1 TO CT-GRAVADOS
                       IF NUM-LSX-NEW IS NUMERIC
                           ADD NUM-LSX-NEW TO HASH-DEPOIS
                       END-IF
               END-WRITE.

       ULTIMA-SEQ-LSX.
           MOVE ZEROES TO ULT-SEQX.
           MOVE "NAO" TO FIM-SEQX.
           START LSXNEW KEY IS NOT LESS THAN CHAVE-LSX-NEW
               INVALID KEY MOVE "SIM" TO FIM-SEQX.
           PERFORM LE-SEQ-LSX UNTIL FIM-SEQX EQUAL "SIM".

       LE-SEQ-LSX.
           READ LSXNEW NEXT RECORD
               AT END MOVE "SIM" TO FIM-SEQX.
           IF FIM-SEQX EQUAL "NAO"
               IF CHAVE-LSX-NEW(1:14) EQUAL CHAVE-BUSCAX(1:14)
                   MOVE SEQ-LSX-NEW TO ULT-SEQX
               ELSE
                   MOVE "SIM" TO FIM-SEQX.

       TRATA-VHX.
           MOVE "S" TO COMPANHEIRO.
           OPEN INPUT VENDHIST.
           IF FS-RAZAO NOT EQUAL "00"
               DISPLAY "VENDHIST.DAT INACESSIVEL - STATUS " FS-RAZAO
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF MODO EQUAL "V"
               OPEN INPUT VENDHSTX
               IF FS-VHX NOT EQUAL "00"
                   DISPLAY "ARQUIVO INACESSIVEL - STATUS " FS-VHX
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LE-VHX UNTIL FIM-ARQ EQUAL "SIM"
                   CLOSE VENDHSTX
                   MOVE "NAO" TO FIM-ARQ
                   PERFORM LE-RAZAO-VHX UNTIL FIM-ARQ EQUAL "SIM"
           ELSE
               OPEN OUTPUT VHXNEW
               CLOSE VHXNEW
               OPEN I-O VHXNEW
               PERFORM LE-RAZAO-VHX UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE VHXNEW.
           CLOSE VENDHIST.

       LE-VHX.
           READ VENDHSTX NEXT RECORD
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS
               IF CHAVE-VHX IS NOT NUMERIC OR SEQ-VHX EQUAL ZEROES OR
                  IMAGEM-VHX(1:6) NOT EQUAL CHAVE-VHX(1:6) OR
                  IMAGEM-VHX(9:5) NOT EQUAL CHAVE-VHX(7:5)
                   ADD 1 TO CT-INVALIDOS
                   DISPLAY "REGISTRO INVALIDO NA CHAVE " CHAVE-VHX
               ELSE
                   ADD PERIODO-VHX TO HASH-ANTES.

       LE-RAZAO-VHX.
           READ VENDHIST
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF MODO EQUAL "V"
                   ADD 1 TO CT-RAZAO
                   IF PERIODO-VH IS NUMERIC
                       ADD PERIODO-VH TO HASH-RAZAO
                   END-IF
               ELSE
                   PERFORM GRAVA-NOVO-VHX.

       GRAVA-NOVO-VHX.
           ADD 1 TO CT-LIDOS.
           MOVE 1 TO REG-VALIDO.
           IF PERIODO-VH IS NOT NUMERIC OR NR-VH IS NOT NUMERIC
               MOVE ZEROES TO REG-VALIDO
               ADD 1 TO CT-INVALIDOS
               DISPLAY "REGISTRO INVALIDO NO RAZAO, LINHA " CT-LIDOS
           ELSE
               ADD PERIODO-VH TO HASH-ANTES.
           IF REG-VALIDO EQUAL 1 OR DESCARTA NOT EQUAL "S"
               MOVE PERIODO-VH TO PERIODO-VHX-NEW
               MOVE NR-VH TO NR-VHX-NEW
               MOVE ZEROES TO SEQ-VHX-NEW
               MOVE CHAVE-VHX-NEW TO CHAVE-BUSCAX
               PERFORM ULTIMA-SEQ-VHX
               MOVE CHAVE-BUSCAX TO CHAVE-VHX-NEW
               ADD 1 ULT-SEQX GIVING SEQ-VHX-NEW
               MOVE REG-VHIST TO IMAGEM-VHX-NEW
               WRITE REG-VHX-NEW
                   INVALID KEY
                       DISPLAY "CHAVE DUPLICADA DESCARTADA "
                               CHAVE-VHX-NEW
                   NOT INVALID KEY
                       ADD 1 TO CT-GRAVADOS
                       IF PERIODO-VHX-NEW IS NUMERIC
                           ADD PERIODO-VHX-NEW TO HASH-DEPOIS
                       END-IF
               END-WRITE.

       ULTIMA-SEQ-VHX.
           MOVE ZEROES TO ULT-SEQX.
           MOVE "NAO" TO FIM-SEQX.
           START VHXNEW KEY IS NOT LESS THAN CHAVE-VHX-NEW
               INVALID KEY MOVE "SIM" TO FIM-SEQX.
           PERFORM LE-SEQ-VHX UNTIL FIM-SEQX EQUAL "SIM".

       LE-SEQ-VHX.
           READ VHXNEW NEXT RECORD
               AT END MOVE "SIM" TO FIM-SEQX.
           IF FIM-SEQX EQUAL "NAO"
               IF CHAVE-VHX-NEW(1:11) EQUAL CHAVE-BUSCAX(1:11)
                   MOVE SEQ-VHX-NEW TO ULT-SEQX
               ELSE
                   MOVE "SIM" TO FIM-SEQX.

       TRATA-HEX.
           MOVE "S" TO COMPANHEIRO.
           OPEN INPUT HISTESC.
           IF FS-RAZAO NOT EQUAL "00"
               DISPLAY "HISTESC.DAT INACESSIVEL - STATUS " FS-RAZAO
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF MODO EQUAL "V"
               OPEN INPUT HISTESCX
               IF FS-HEX NOT EQUAL "00"
                   DISPLAY "ARQUIVO INACESSIVEL - STATUS " FS-HEX
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LE-HEX UNTIL FIM-ARQ EQUAL "SIM"
                   CLOSE HISTESCX
                   MOVE "NAO" TO FIM-ARQ
                   PERFORM LE-RAZAO-HEX UNTIL FIM-ARQ EQUAL "SIM"
           ELSE
               OPEN OUTPUT HEXNEW
               CLOSE HEXNEW
               OPEN I-O HEXNEW
               PERFORM LE-RAZAO-HEX UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE HEXNEW.
           CLOSE HISTESC.

       LE-HEX.
           READ HISTESCX NEXT RECORD
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS
               IF CHAVE-HEX IS NOT NUMERIC OR SEQ-HEX EQUAL ZEROES OR
                  IMAGEM-HEX(1:13) NOT EQUAL CHAVE-HEX(1:13)
                   ADD 1 TO CT-INVALIDOS
                   DISPLAY "REGISTRO INVALIDO NA CHAVE " CHAVE-HEX
               ELSE
                   ADD COD-HEX TO HASH-ANTES.

       LE-RAZAO-HEX.
           READ HISTESC
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF MODO EQUAL "V"
                   ADD 1 TO CT-RAZAO
                   IF COD-HE IS NUMERIC
                       ADD COD-HE TO HASH-RAZAO
                   END-IF
               ELSE
                   PERFORM GRAVA-NOVO-HEX.

       GRAVA-NOVO-HEX.
           ADD 1 TO CT-LIDOS.
           MOVE 1 TO REG-VALIDO.
           IF COD-HE IS NOT NUMERIC OR PERIODO-HE IS NOT NUMERIC
               MOVE ZEROES TO REG-VALIDO
               ADD 1 TO CT-INVALIDOS
               DISPLAY "REGISTRO INVALIDO NO RAZAO, LINHA " CT-LIDOS
           ELSE
               ADD COD-HE TO HASH-ANTES.
           IF REG-VALIDO EQUAL 1 OR DESCARTA NOT EQUAL "S"
               MOVE COD-HE TO COD-HEX-NEW
               MOVE PERIODO-HE TO PERIODO-HEX-NEW
               MOVE ZEROES TO SEQ-HEX-NEW
               MOVE CHAVE-HEX-NEW TO CHAVE-BUSCAX
               PERFORM ULTIMA-SEQ-HEX
               MOVE CHAVE-BUSCAX TO CHAVE-HEX-NEW
               ADD 1 ULT-SEQX GIVING SEQ-HEX-NEW
               MOVE REG-HISTESC TO IMAGEM-HEX-NEW
               WRITE REG-HEX-NEW
                   INVALID KEY
                       DISPLAY "CHAVE DUPLICADA DESCARTADA "
                               CHAVE-HEX-NEW
                   NOT INVALID KEY
                       ADD 1 TO CT-GRAVADOS
                       IF COD-HEX-NEW IS NUMERIC
                           ADD COD-HEX-NEW TO HASH-DEPOIS
                       END-IF
               END-WRITE.

       ULTIMA-SEQ-HEX.
           MOVE ZEROES TO ULT-SEQX.
           MOVE "NAO" TO FIM-SEQX.
           START HEXNEW KEY IS NOT LESS THAN CHAVE-HEX-NEW
               INVALID KEY MOVE "SIM" TO FIM-SEQX.
           PERFORM LE-SEQ-HEX UNTIL FIM-SEQX EQUAL "SIM".

       LE-SEQ-HEX.
           READ HEXNEW NEXT RECORD
               AT END MOVE "SIM" TO FIM-SEQX.
           IF FIM-SEQX EQUAL "NAO"
               IF CHAVE-HEX-NEW(1:13) EQUAL CHAVE-BUSCAX(1:13)
                   MOVE SEQ-HEX-NEW TO ULT-SEQX
               ELSE
                   MOVE "SIM" TO FIM-SEQX.

       TRATA-ACX.
           MOVE "S" TO COMPANHEIRO.
           OPEN INPUT ACUMANO.
           IF FS-RAZAO NOT EQUAL "00"
               DISPLAY "ACUMANO.DAT INACESSIVEL - STATUS " FS-RAZAO
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF MODO EQUAL "V"
               OPEN INPUT ACUMANOX
               IF FS-ACX NOT EQUAL "00"
                   DISPLAY "ARQUIVO INACESSIVEL - STATUS " FS-ACX
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LE-ACX UNTIL FIM-ARQ EQUAL "SIM"
                   CLOSE ACUMANOX
                   MOVE "NAO" TO FIM-ARQ
                   PERFORM LE-RAZAO-ACX UNTIL FIM-ARQ EQUAL "SIM"
           ELSE
               OPEN OUTPUT ACXNEW
               CLOSE ACXNEW
               OPEN I-O ACXNEW
               PERFORM LE-RAZAO-ACX UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE ACXNEW.
           CLOSE ACUMANO.

       LE-ACX.
           READ ACUMANOX NEXT RECORD
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS
               IF CHAVE-ACX IS NOT NUMERIC OR SEQ-ACX EQUAL ZEROES OR
                  IMAGEM-ACX(1:11) NOT EQUAL CHAVE-ACX(1:11)
                   ADD 1 TO CT-INVALIDOS
                   DISPLAY "REGISTRO INVALIDO NA CHAVE " CHAVE-ACX
               ELSE
                   ADD MAT-ACX TO HASH-ANTES.

       LE-RAZAO-ACX.
           READ ACUMANO
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF MODO EQUAL "V"
                   ADD 1 TO CT-RAZAO
                   IF MAT-ACUM IS NUMERIC
                       ADD MAT-ACUM TO HASH-RAZAO
                   END-IF
               ELSE
                   PERFORM GRAVA-NOVO-ACX.

       GRAVA-NOVO-ACX.
           ADD 1 TO CT-LIDOS.
           MOVE 1 TO REG-VALIDO.
           IF MAT-ACUM IS NOT NUMERIC OR ANOMES-ACUM IS NOT NUMERIC
               MOVE ZEROES TO REG-VALIDO
               ADD 1 TO CT-INVALIDOS
               DISPLAY "REGISTRO INVALIDO NO RAZAO, LINHA " CT-LIDOS
           ELSE
               ADD MAT-ACUM TO HASH-ANTES.
           IF REG-VALIDO EQUAL 1 OR DESCARTA NOT EQUAL "S"
               MOVE MAT-ACUM TO MAT-ACX-NEW
               MOVE ANOMES-ACUM TO ANOMES-ACX-NEW
               MOVE ZEROES TO SEQ-ACX-NEW
               MOVE CHAVE-ACX-NEW TO CHAVE-BUSCAX
               PERFORM ULTIMA-SEQ-ACX
               MOVE CHAVE-BUSCAX TO CHAVE-ACX-NEW
               ADD 1 ULT-SEQX GIVING SEQ-ACX-NEW
               MOVE REG-ACUM TO IMAGEM-ACX-NEW
               WRITE REG-ACX-NEW
                   INVALID KEY
                       DISPLAY "CHAVE DUPLICADA DESCARTADA "
                               CHAVE-ACX-NEW
                   NOT INVALID KEY
                       ADD 1 TO CT-GRAVADOS
                       IF MAT-ACX-NEW IS NUMERIC
                           ADD MAT-ACX-NEW TO HASH-DEPOIS
                       END-IF
               END-WRITE.

       ULTIMA-SEQ-ACX.
           MOVE ZEROES TO ULT-SEQX.
           MOVE "NAO" TO FIM-SEQX.
           START ACXNEW KEY IS NOT LESS THAN CHAVE-ACX-NEW
               INVALID KEY MOVE "SIM" TO FIM-SEQX.
           PERFORM LE-SEQ-ACX UNTIL FIM-SEQX EQUAL "SIM".

       LE-SEQ-ACX.
           READ ACXNEW NEXT RECORD
               AT END MOVE "SIM" TO FIM-SEQX.
           IF FIM-SEQX EQUAL "NAO"
               IF CHAVE-ACX-NEW(1:11) EQUAL CHAVE-BUSCAX(1:11)
                   MOVE SEQ-ACX-NEW TO ULT-SEQX
               ELSE
                   MOVE "SIM" TO FIM-SEQX.

       TRATA-LPX.
           MOVE "S" TO COMPANHEIRO.
           OPEN INPUT LEDGPAG.
           IF FS-RAZAO NOT EQUAL "00"
               DISPLAY "LEDGPAG.DAT INACESSIVEL - STATUS " FS-RAZAO
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF MODO EQUAL "V"
               OPEN INPUT LEDGPAGX
               IF FS-LPX NOT EQUAL "00"
                   DISPLAY "ARQUIVO INACESSIVEL - STATUS " FS-LPX
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LE-LPX UNTIL FIM-ARQ EQUAL "SIM"
                   CLOSE LEDGPAGX
                   MOVE "NAO" TO FIM-ARQ
                   PERFORM LE-RAZAO-LPX UNTIL FIM-ARQ EQUAL "SIM"
           ELSE
               OPEN OUTPUT LPXNEW
               CLOSE LPXNEW
               OPEN I-O LPXNEW
               PERFORM LE-RAZAO-LPX UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE LPXNEW.
           CLOSE LEDGPAG.

       LE-LPX.
           READ LEDGPAGX NEXT RECORD
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS
               IF CHAVE-LPX IS NOT NUMERIC OR SEQ-LPX EQUAL ZEROES OR
                  IMAGEM-LPX(9:10) NOT EQUAL CHAVE-LPX(1:10) OR
                  IMAGEM-LPX(1:8) NOT EQUAL CHAVE-LPX(11:8)
                   ADD 1 TO CT-INVALIDOS
                   DISPLAY "REGISTRO INVALIDO NA CHAVE " CHAVE-LPX
               ELSE
                   ADD CONTA-LPX TO HASH-ANTES.

       LE-RAZAO-LPX.
           READ LEDGPAG
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF MODO EQUAL "V"
                   ADD 1 TO CT-RAZAO
                   IF CONTA-LEDG IS NUMERIC
                       ADD CONTA-LEDG TO HASH-RAZAO
                   END-IF
               ELSE
                   PERFORM GRAVA-NOVO-LPX.

       GRAVA-NOVO-LPX.
           ADD 1 TO CT-LIDOS.
           MOVE 1 TO REG-VALIDO.
           IF CONTA-LEDG IS NOT NUMERIC OR DATA-LEDG IS NOT NUMERIC
               MOVE ZEROES TO REG-VALIDO
               ADD 1 TO CT-INVALIDOS
               DISPLAY "REGISTRO INVALIDO NO RAZAO, LINHA " CT-LIDOS
           ELSE
               ADD CONTA-LEDG TO HASH-ANTES.
           IF REG-VALIDO EQUAL 1 OR DESCARTA NOT EQUAL "S"
               MOVE CONTA-LEDG TO CONTA-LPX-NEW
               MOVE DATA-LEDG TO DATA-LPX-NEW
               MOVE ZEROES TO SEQ-LPX-NEW
               MOVE CHAVE-LPX-NEW TO CHAVE-BUSCAX
               PERFORM ULTIMA-SEQ-LPX
               MOVE CHAVE-BUSCAX TO CHAVE-LPX-NEW
               ADD 1 ULT-SEQX GIVING SEQ-LPX-NEW
               MOVE REG-LEDG TO IMAGEM-LPX-NEW
               WRITE REG-LPX-NEW
                   INVALID KEY
                       DISPLAY "CHAVE DUPLICADA DESCARTADA "
                               CHAVE-LPX-NEW
                   NOT INVALID KEY
                       ADD 1 TO CT-GRAVADOS
                       IF CONTA-LPX-NEW IS NUMERIC
                           ADD CONTA-LPX-NEW TO HASH-DEPOIS
                       END-IF
               END-WRITE.

       ULTIMA-SEQ-LPX.
           MOVE ZEROES TO ULT-SEQX.
           MOVE "NAO" TO FIM-SEQX.
           START LPXNEW KEY IS NOT LESS THAN CHAVE-LPX-NEW
               INVALID KEY MOVE "SIM" TO FIM-SEQX.
           PERFORM LE-SEQ-LPX UNTIL FIM-SEQX EQUAL "SIM".

       LE-SEQ-LPX.
           READ LPXNEW NEXT RECORD
               AT END MOVE "SIM" TO FIM-SEQX.
           IF FIM-SEQX EQUAL "NAO"
               IF CHAVE-LPX-NEW(1:18) EQUAL CHAVE-BUSCAX(1:18)
                   MOVE SEQ-LPX-NEW TO ULT-SEQX
               ELSE
                   MOVE "SIM" TO FIM-SEQX.
