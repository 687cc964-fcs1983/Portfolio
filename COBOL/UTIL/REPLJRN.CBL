      *                          ANTERIOR.
      *               O PROPRIO JORNAL NUNCA E ALTERADO. AS
      *               CONTAGENS APLICADAS/FALHADAS SAEM NO CONSOLE.
      *
      *MODIFICACAO
      *  15/10/2026  O OPERADOR SE IDENTIFICA COM SENHA PELO
      *              SUBPROGRAMA LOGINOPR ANTES DO DIALOGO, E O MODO
      *              PEDIDO PRECISA ESTAR AUTORIZADO PARA ELE (TABELA
      *              CADACES - EX.: MODO F SO PARA OPERADOR SENIOR);
      *              AS RESPOSTAS VAO PARA O LOG DE ACESSO
      *              (ACESSLOG.DAT). ACESSO NEGADO = RETURN-CODE 16.
      *  15/10/2026  PASSA A ACEITAR TAMBEM OS COMPANHEIROS INDEXADOS
      *              DOS RAZOES (LEDGSOCX.DAT, VENDHSTX.DAT,
      *              HISTESCX.DAT, ACUMANOX.DAT E LEDGPAGX.DAT), CUJAS
      *              GRAVACOES, REGRAVACOES E EXCLUSOES SAO
      *              JORNALIZADAS NO JRNMOV COMO AS DOS MESTRES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS CODX-HESTQ
           FILE STATUS IS FS-HESTQX.

           SELECT LEDGSOCX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-LSX
           FILE STATUS IS FS-LSX.

           SELECT VENDHSTX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-VHX
           FILE STATUS IS FS-VHX.

           SELECT HISTESCX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-HEX
           FILE STATUS IS FS-HEX.

           SELECT ACUMANOX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-ACX
           FILE STATUS IS FS-ACX.

           SELECT LEDGPAGX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAVE-LPX
           FILE STATUS IS FS-LPX.

       DATA DIVISION.
       FILE SECTION.

           02 PCOUNX-HESTQ   PIC 9(06)V99.
           02 CTOTX-HESTQ    PIC 9(09)V99.

       COPY LEDGSOCX.

       COPY VENDHSTX.

       COPY HISTESCX.

       COPY ACUMANOX.

       COPY LEDGPAGX.

       WORKING-STORAGE SECTION.

       77 FIM-JRN            PIC X(03) VALUE "NAO".

       01 IMAGEM-EXEC        PIC X(120) VALUE SPACES.

       COPY WSLOGIN.

       COPY WSLEDGX.

      * OPERACOES SELECIONADAS DO JORNAL, NA ORDEM DO ARQUIVO; O
      * ESTORNO AS PERCORRE DE TRAS PARA FRENTE.
       01 TAB-SEL.
       PROCEDURE DIVISION.

       REPLJRN-01.
           MOVE "REPLJRN" TO PROGID-LOGIN.
           MOVE "L" TO FUNCAO-LOGIN.
           CALL "LOGINOPR" USING AREA-LOGIN.
           IF RESULT-LOGIN NOT EQUAL ZEROES
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           DISPLAY "ARQUIVO (CADHISTX.DAT/CADCLIX.DAT/"
                   "CADHESTQX.DAT/LEDGSOCX.DAT/VENDHSTX.DAT/"
                   "HISTESCX.DAT/ACUMANOX.DAT/LEDGPAGX.DAT): "
                   WITH NO ADVANCING.
           ACCEPT ARQ-PEDIDO.
           DISPLAY "MODO (F=REAPLICA E=ESTORNA).: "
               DISPLAY "MODO INVALIDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE MODO TO MODO-LOGIN.
           MOVE "A" TO FUNCAO-LOGIN.
           CALL "LOGINOPR" USING AREA-LOGIN.
           IF RESULT-LOGIN NOT EQUAL ZEROES
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM REGISTRA-RESPOSTAS.
           PERFORM SELECIONA-JORNAL.
           IF QTD-SEL EQUAL ZEROES
               DISPLAY "NENHUMA OPERACAO DO JORNAL SELECIONADA"
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       REGISTRA-RESPOSTAS.
           MOVE "R" TO FUNCAO-LOGIN.
           MOVE SPACES TO TEXTO-LOGIN.
           STRING ARQ-PEDIDO DELIMITED BY SPACE
                  " PROG " DELIMITED BY SIZE
                  PROG-PEDIDO DELIMITED BY SIZE
                  " ATE/DESDE " DELIMITED BY SIZE
                  DATA-LIMITE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HORA-LIMITE DELIMITED BY SIZE
               INTO TEXTO-LOGIN.
           CALL "LOGINOPR" USING AREA-LOGIN.

      * SELECAO: MODO F PEGA AS OPERACOES DO ARQUIVO ATE O PONTO;
      * MODO E PEGA AS OPERACOES DO ARQUIVO (E DO PROGRAMA, SE
      * INFORMADO) A PARTIR DO PONTO.
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "LEDGSOCX.DAT"
                   OPEN I-O LEDGSOCX
                   IF FS-LSX NOT EQUAL "00"
                       DISPLAY "LEDGSOCX INACESSIVEL - STATUS "
                               FS-LSX
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "VENDHSTX.DAT"
                   OPEN I-O VENDHSTX
                   IF FS-VHX NOT EQUAL "00"
                       DISPLAY "VENDHSTX INACESSIVEL - STATUS "
                               FS-VHX
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "HISTESCX.DAT"
                   OPEN I-O HISTESCX
                   IF FS-HEX NOT EQUAL "00"
                       DISPLAY "HISTESCX INACESSIVEL - STATUS "
                               FS-HEX
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "ACUMANOX.DAT"
                   OPEN I-O ACUMANOX
                   IF FS-ACX NOT EQUAL "00"
                       DISPLAY "ACUMANOX INACESSIVEL - STATUS "
                               FS-ACX
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "LEDGPAGX.DAT"
                   OPEN I-O LEDGPAGX
                   IF FS-LPX NOT EQUAL "00"
                       DISPLAY "LEDGPAGX INACESSIVEL - STATUS "
                               FS-LPX
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY "ARQUIVO NAO SUPORTADO: " ARQ-PEDIDO
                   MOVE 16 TO RETURN-CODE
               WHEN "CADHISTX.DAT"  CLOSE CADHISTX
               WHEN "CADCLIX.DAT"   CLOSE CADCLIX
               WHEN "CADHESTQX.DAT" CLOSE CADHESTQX
               WHEN "LEDGSOCX.DAT"  CLOSE LEDGSOCX
               WHEN "VENDHSTX.DAT"  CLOSE VENDHSTX
               WHEN "HISTESCX.DAT"  CLOSE HISTESCX
               WHEN "ACUMANOX.DAT"  CLOSE ACUMANOX
               WHEN "LEDGPAGX.DAT"  CLOSE LEDGPAGX
           END-EVALUATE.

       REAPLICA-FRENTE.
               WHEN "CADHISTX.DAT"  PERFORM OPERA-HISTX
               WHEN "CADCLIX.DAT"   PERFORM OPERA-CLIX
               WHEN "CADHESTQX.DAT" PERFORM OPERA-HESTQX
               WHEN "LEDGSOCX.DAT"  PERFORM OPERA-LSX
               WHEN "VENDHSTX.DAT"  PERFORM OPERA-VHX
               WHEN "HISTESCX.DAT"  PERFORM OPERA-HEX
               WHEN "ACUMANOX.DAT"  PERFORM OPERA-ACX
               WHEN "LEDGPAGX.DAT"  PERFORM OPERA-LPX
           END-EVALUATE.

       OPERA-HISTX.
                   END-DELETE
           END-EVALUATE.

       OPERA-LSX.
           MOVE IMAGEM-EXEC(1:55) TO REG-LSX.
           EVALUATE OPER-EXEC
               WHEN "W"
                   WRITE REG-LSX
                       INVALID KEY PERFORM FALHA-OPERACAO
                       NOT INVALID KEY ADD 1 TO CT-APLICADOS
                   END-WRITE
               WHEN "R"
                   REWRITE REG-LSX
                       INVALID KEY PERFORM FALHA-OPERACAO
                       NOT INVALID KEY ADD 1 TO CT-APLICADOS
                   END-REWRITE
               WHEN "D"
                   DELETE LEDGSOCX
                       INVALID KEY PERFORM FALHA-OPERACAO
                       NOT INVALID KEY ADD 1 TO CT-APLICADOS
                   END-DELETE
           END-EVALUATE.

       OPERA-VHX.
           MOVE IMAGEM-EXEC(1:59) TO REG-VHX.
           EVALUATE OPER-EXEC
               WHEN "W"
                   WRITE REG-VHX
                       INVALID KEY PERFORM FALHA-OPERACAO
                       NOT INVALID KEY ADD 1 TO CT-APLICADOS
                   END-WRITE
               WHEN "R"
                   REWRITE REG-VHX
                       INVALID KEY PERFORM FALHA-OPERACAO
                       NOT INVALID KEY ADD 1 TO CT-APLICADOS
                   END-REWRITE
               WHEN "D"
                   DELETE VENDHSTX
                       INVALID KEY PERFORM FALHA-OPERACAO
                       NOT INVALID KEY ADD 1 TO CT-APLICADOS
                   END-DELETE
           END-EVALUATE.

       OPERA-HEX.
           MOVE IMAGEM-EXEC(1:62) TO REG-HEX.
           EVALUATE OPER-EXEC
               WHEN "W"
                   WRITE REG-HEX
                       INVALID KEY PERFORM FALHA-OPERACAO
                       NOT INVALID KEY ADD 1 TO CT-APLICADOS
                   END-WRITE
               WHEN "R"
                   REWRITE REG-HEX
                       INVALID KEY PERFORM FALHA-OPERACAO
                       NOT INVALID KEY ADD 1 TO CT-APLICADOS
                   END-REWRITE
               WHEN "D"
                   DELETE HISTESCX
                       INVALID KEY PERFORM FALHA-OPERACAO
                       NOT INVALID KEY ADD 1 TO CT-APLICADOS
                   END-DELETE
           END-EVALUATE.

       OPERA-ACX.
           MOVE IMAGEM-EXEC(1:105) TO REG-ACX.
           EVALUATE OPER-EXEC
               WHEN "W"
                   WRITE REG-ACX
                       INVALID KEY PERFORM FALHA-OPERACAO
                       NOT INVALID KEY ADD 1 TO CT-APLICADOS
                   END-WRITE
               WHEN "R"
                   REWRITE REG-ACX
                       INVALID KEY PERFORM FALHA-OPERACAO
                       NOT INVALID KEY ADD 1 TO CT-APLICADOS
                   END-REWRITE
               WHEN "D"
                   DELETE ACUMANOX
                       INVALID KEY PERFORM FALHA-OPERACAO
                       NOT INVALID KEY ADD 1 TO CT-APLICADOS
                   END-DELETE
           END-EVALUATE.

       OPERA-LPX.
           MOVE IMAGEM-EXEC(1:100) TO REG-LPX.
           EVALUATE OPER-EXEC
               WHEN "W"
                   WRITE REG-LPX
                       INVALID KEY PERFORM FALHA-OPERACAO
                       NOT INVALID KEY ADD 1 TO CT-APLICADOS
                   END-WRITE
               WHEN "R"
                   REWRITE REG-LPX
                       INVALID KEY PERFORM FALHA-OPERACAO
                       NOT INVALID KEY ADD 1 TO CT-APLICADOS
                   END-REWRITE
               WHEN "D"
                   DELETE LEDGPAGX
                       INVALID KEY PERFORM FALHA-OPERACAO
                       NOT INVALID KEY ADD 1 TO CT-APLICADOS
                   END-DELETE
           END-EVALUATE.

       FALHA-OPERACAO.
           ADD 1 TO CT-FALHADOS.
           DISPLAY "OPERACAO " OPER-EXEC " FALHOU EM " ARQ-PEDIDO
