       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0241.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       APLICA O RETORNO DO GATEWAY DE MENSAGENS
      *               (RETMSG.DAT, COPY RETMSG): PARA CADA MENSAGEM DA
      *               FILAMSG QUE O GATEWAY ENTREGOU ("E"), DEVOLVEU
      *               ("D") OU NAO CONSEGUIU MANDAR ("F"), ACRESCENTA
      *               A SITUACAO AO HISTORICO HISTMSG.DAT (EXTEND,
      *               COPY HISTMSG) COM OS DADOS DA MENSAGEM ORIGINAL
      *               (SITUACAO "P" GRAVADA PELO EM0240).
      *               A DEVOLUCAO MARCA O ENDERECO COMO INVALIDO:
      *               ACRESCENTA O EMAIL/TELEFONE AO ENDINV.DAT (COPY
      *               ENDINV) - O EM0240 DEIXA DE USA-LO ATE QUE O
      *               CADASTRO DE ORIGEM SEJA CORRIGIDO -, LISTA NO
      *               RELDEVMS O DESTINATARIO E O ENDERECO A CORRIGIR
      *               E GRAVA UMA OCORRENCIA "E" NO LOG COMUM
      *               EXCLOG.DAT, QUE VIRA CASO NO EM0437 PARA O
      *               CADASTRO TRATAR.
      *               RETORNO DE MENSAGEM DESCONHECIDA, COM SITUACAO
      *               INVALIDA OU JA APLICADO (MESMA SITUACAO E DATA
      *               JA NO HISTORICO) E RECUSADO E LISTADO NO
      *               RELDEVMS.
      *               RETURN-CODE 4 QUANDO HOUVE DEVOLUCAO OU RETORNO
      *               RECUSADO, 16 QUANDO RETMSG NAO PODE SER LIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETMSG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RET.

           SELECT HISTMSG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HIS.

           SELECT ENDINV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INV.

           SELECT RELDEVMS ASSIGN TO DISK.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       COPY RETMSG.

       COPY HISTMSG.

       COPY ENDINV.

       FD RELDEVMS
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY EXCLOG.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-RET            PIC X(03) VALUE "NAO".
       77 FIM-HIS            PIC X(03) VALUE "NAO".
       77 FIM-INV            PIC X(03) VALUE "NAO".
       77 FS-RET             PIC X(02) VALUE SPACES.
       77 FS-HIS             PIC X(02) VALUE SPACES.
       77 FS-INV             PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 QTD-RET            PIC 9(04) VALUE ZEROES.
       77 IDX-RET            PIC 9(04) VALUE ZEROES.
       77 QTD-INV            PIC 9(04) VALUE ZEROES.
       77 IDX-INV            PIC 9(04) VALUE ZEROES.
       77 ACHOU-INV          PIC 9     VALUE ZEROES.
       77 CT-ENTREGUES       PIC 9(05) VALUE ZEROES.
       77 CT-DEVOLVIDAS      PIC 9(05) VALUE ZEROES.
       77 CT-FALHAS          PIC 9(05) VALUE ZEROES.
       77 CT-RECUSADOS       PIC 9(05) VALUE ZEROES.
       77 CHAVE-AUD          PIC X(15) VALUE SPACES.
       77 MSG-AUD            PIC X(40) VALUE SPACES.

       COPY WSDATAMOV.

      * RETORNOS DO DIA COM OS DADOS DA MENSAGEM ORIGINAL, ACHADOS NA
      * PASSADA UNICA PELO HISTORICO.
       01 TAB-RET.
           02 ENT-RET OCCURS 5000 TIMES.
               03 ID-RET-TAB      PIC 9(12).
               03 SIT-RET-TAB     PIC X(01).
               03 DATA-RET-TAB    PIC 9(08).
               03 MOTIVO-RET-TAB  PIC X(20).
               03 ACHOU-RET-TAB   PIC 9(01).
               03 JA-APLIC-TAB    PIC 9(01).
               03 DATA-ORIG-TAB   PIC 9(08).
               03 TIPO-ORIG-TAB   PIC X(04).
               03 PROG-ORIG-TAB   PIC X(06).
               03 DEST-ORIG-TAB   PIC X(01).
               03 CHAVE-ORIG-TAB  PIC X(15).
               03 CANAL-ORIG-TAB  PIC X(01).
               03 ENDER-ORIG-TAB  PIC X(40).

       01 TAB-INV.
           02 ENT-INV OCCURS 2000 TIMES.
               03 CANAL-INV-TAB   PIC X(01).
               03 ENDER-INV-TAB   PIC X(40).

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
                  "RETORNO DO GATEWAY DE MENSAGENS - ENDERE".
           02 FILLER         PIC X(40) VALUE
                  "COS DEVOLVIDOS A CORRIGIR               ".

       01 LIN-CAB.
           02 FILLER         PIC X(40) VALUE
                  "MENSAGEM     D CHAVE           C ENDEREC".
           02 FILLER         PIC X(40) VALUE
                  "O                   MOTIVO              ".

       01 LIN-DEV.
           02 ID-LIN         PIC 9(12).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DEST-LIN       PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CHAVE-LIN      PIC X(15).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CANAL-LIN      PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ENDER-LIN      PIC X(26).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MOTIVO-LIN     PIC X(20).

       01 LIN-SEM-DEV.
           02 FILLER         PIC X(40) VALUE
                  "NENHUM ENDERECO DEVOLVIDO NESTE RETORNO ".
           02 FILLER         PIC X(40) VALUE SPACES.

       01 LIN-TITULO-REC.
           02 FILLER         PIC X(40) VALUE
                  "RETORNOS RECUSADOS                      ".
           02 FILLER         PIC X(40) VALUE SPACES.

       01 LIN-REC.
           02 ID-REC         PIC X(12).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SIT-REC        PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MOTIVO-REC     PIC X(20).
           02 FILLER         PIC X(45) VALUE SPACES.

       01 LIN-TOTAL.
           02 FILLER         PIC X(11) VALUE "ENTREGUES: ".
           02 ENT-TOT        PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  DEVOLVIDAS: ".
           02 DEV-TOT        PIC ZZ.ZZ9.
           02 FILLER         PIC X(10) VALUE "  FALHAS: ".
           02 FAL-TOT        PIC ZZ.ZZ9.
           02 FILLER         PIC X(13) VALUE "  RECUSADOS: ".
           02 REC-TOT        PIC ZZ.ZZ9.
           02 FILLER         PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.

       EM02-41.
           PERFORM INICIO.
           MOVE ZEROES TO IDX-RET.
           PERFORM APLICA-RETORNO QTD-RET TIMES.
           PERFORM FIM.
           IF CT-DEVOLVIDAS IS GREATER THAN ZEROES OR
              CT-RECUSADOS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           OPEN INPUT RETMSG.
           IF FS-RET NOT EQUAL "00"
               DISPLAY "RETMSG NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-RET
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-RET UNTIL FIM-RET EQUAL "SIM".
           CLOSE RETMSG.
           IF QTD-RET EQUAL ZEROES
               DISPLAY "RETMSG SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM CARGA-HISTMSG.
           PERFORM CARGA-ENDINV.
           OPEN EXTEND HISTMSG.
           IF FS-HIS EQUAL "35"
               CLOSE HISTMSG
               OPEN OUTPUT HISTMSG.
           OPEN EXTEND ENDINV.
           IF FS-INV EQUAL "35"
               CLOSE ENDINV
               OPEN OUTPUT ENDINV.
           OPEN EXTEND EXCLOG.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           OPEN OUTPUT RELDEVMS.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM LIN-CAB AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.

       LE-RET.
           READ RETMSG AT END
               MOVE "SIM" TO FIM-RET.
           IF FIM-RET NOT EQUAL "SIM"
               IF QTD-RET GREATER THAN OR EQUAL TO 5000
                   DISPLAY "RETMSG EXCEDE LIMITE DE 5000 RETORNOS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-RET
                   MOVE ZEROES TO ACHOU-RET-TAB(QTD-RET)
                                  JA-APLIC-TAB(QTD-RET)
                   IF ID-RET IS NUMERIC
                       MOVE ID-RET TO ID-RET-TAB(QTD-RET)
                   ELSE
                       MOVE ZEROES TO ID-RET-TAB(QTD-RET)
                   END-IF
                   MOVE SIT-RET TO SIT-RET-TAB(QTD-RET)
                   IF DATA-RET IS NUMERIC
                       MOVE DATA-RET TO DATA-RET-TAB(QTD-RET)
                   ELSE
                       MOVE ZEROES TO DATA-RET-TAB(QTD-RET)
                   END-IF
                   MOVE MOTIVO-RET TO MOTIVO-RET-TAB(QTD-RET).

      * UMA PASSADA PELO HISTORICO: A SITUACAO "P" DA OS DADOS DA
      * MENSAGEM; A MESMA SITUACAO NA MESMA DATA JA GRAVADA MOSTRA UM
      * RETORNO REPETIDO.
       CARGA-HISTMSG.
           OPEN INPUT HISTMSG.
           IF FS-HIS EQUAL "00"
               PERFORM LE-HIS UNTIL FIM-HIS EQUAL "SIM"
               CLOSE HISTMSG.

       LE-HIS.
           READ HISTMSG AT END
               MOVE "SIM" TO FIM-HIS.
           IF FIM-HIS NOT EQUAL "SIM"
               MOVE ZEROES TO IDX-RET
               PERFORM CONFERE-HIS QTD-RET TIMES.

       CONFERE-HIS.
           ADD 1 TO IDX-RET.
           IF ID-RET-TAB(IDX-RET) EQUAL ID-HIS
               IF SIT-HIS EQUAL "P"
                   MOVE 1 TO ACHOU-RET-TAB(IDX-RET)
                   MOVE DATA-HIS TO DATA-ORIG-TAB(IDX-RET)
                   MOVE TIPO-HIS TO TIPO-ORIG-TAB(IDX-RET)
                   MOVE PROG-HIS TO PROG-ORIG-TAB(IDX-RET)
                   MOVE DEST-HIS TO DEST-ORIG-TAB(IDX-RET)
                   MOVE CHAVE-HIS TO CHAVE-ORIG-TAB(IDX-RET)
                   MOVE CANAL-HIS TO CANAL-ORIG-TAB(IDX-RET)
                   MOVE ENDER-HIS TO ENDER-ORIG-TAB(IDX-RET)
               ELSE
                   IF SIT-HIS EQUAL SIT-RET-TAB(IDX-RET) AND
                      DATASIT-HIS EQUAL DATA-RET-TAB(IDX-RET)
                       MOVE 1 TO JA-APLIC-TAB(IDX-RET).

       CARGA-ENDINV.
           OPEN INPUT ENDINV.
           IF FS-INV EQUAL "00"
               PERFORM LE-INV UNTIL FIM-INV EQUAL "SIM"
               CLOSE ENDINV.

       LE-INV.
           READ ENDINV AT END
               MOVE "SIM" TO FIM-INV.
           IF FIM-INV NOT EQUAL "SIM"
               PERFORM GUARDA-INVALIDO.

       GUARDA-INVALIDO.
           IF QTD-INV GREATER THAN OR EQUAL TO 2000
               DISPLAY "ENDINV EXCEDE LIMITE DE 2000 ENDERECOS - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-INV.
           MOVE CANAL-INV TO CANAL-INV-TAB(QTD-INV).
           MOVE ENDER-INV TO ENDER-INV-TAB(QTD-INV).

      * CRITICA EM CASCATA: A PRIMEIRA FALHA DA O MOTIVO DA RECUSA.
       APLICA-RETORNO.
           ADD 1 TO IDX-RET.
           IF SIT-RET-TAB(IDX-RET) NOT EQUAL "E" AND
              SIT-RET-TAB(IDX-RET) NOT EQUAL "D" AND
              SIT-RET-TAB(IDX-RET) NOT EQUAL "F"
               MOVE "SITUACAO INVALIDA" TO MOTIVO-REC
               PERFORM RECUSA-RETORNO
           ELSE
               IF ACHOU-RET-TAB(IDX-RET) EQUAL ZEROES
                   MOVE "MENSAGEM INEXISTENTE" TO MOTIVO-REC
                   PERFORM RECUSA-RETORNO
               ELSE
                   IF JA-APLIC-TAB(IDX-RET) EQUAL 1
                       MOVE "RETORNO JA APLICADO" TO MOTIVO-REC
                       PERFORM RECUSA-RETORNO
                   ELSE
                       PERFORM GRAVA-SITUACAO.

       GRAVA-SITUACAO.
           MOVE ID-RET-TAB(IDX-RET) TO ID-HIS.
           MOVE DATA-ORIG-TAB(IDX-RET) TO DATA-HIS.
           MOVE TIPO-ORIG-TAB(IDX-RET) TO TIPO-HIS.
           MOVE PROG-ORIG-TAB(IDX-RET) TO PROG-HIS.
           MOVE DEST-ORIG-TAB(IDX-RET) TO DEST-HIS.
           MOVE CHAVE-ORIG-TAB(IDX-RET) TO CHAVE-HIS.
           MOVE CANAL-ORIG-TAB(IDX-RET) TO CANAL-HIS.
           MOVE ENDER-ORIG-TAB(IDX-RET) TO ENDER-HIS.
           MOVE SIT-RET-TAB(IDX-RET) TO SIT-HIS.
           MOVE DATA-RET-TAB(IDX-RET) TO DATASIT-HIS.
           MOVE MOTIVO-RET-TAB(IDX-RET) TO MOTIVO-HIS.
           WRITE REG-HIS.
           EVALUATE SIT-RET-TAB(IDX-RET)
               WHEN "E"
                   ADD 1 TO CT-ENTREGUES
               WHEN "F"
                   ADD 1 TO CT-FALHAS
               WHEN OTHER
                   PERFORM TRATA-DEVOLUCAO
           END-EVALUATE.

      * O ENDERECO ENTRA UMA VEZ SO NO ENDINV; A DEVOLUCAO SAI NO
      * RELATORIO E VIRA OCORRENCIA PARA O CADASTRO CORRIGIR.
       TRATA-DEVOLUCAO.
           ADD 1 TO CT-DEVOLVIDAS.
           MOVE ZEROES TO IDX-INV ACHOU-INV.
           PERFORM TESTA-INVALIDO
               UNTIL IDX-INV IS NOT LESS THAN QTD-INV
                  OR ACHOU-INV EQUAL 1.
           IF ACHOU-INV EQUAL ZEROES
               MOVE CANAL-ORIG-TAB(IDX-RET) TO CANAL-INV
               MOVE ENDER-ORIG-TAB(IDX-RET) TO ENDER-INV
               MOVE DATA-RET-TAB(IDX-RET) TO DATA-INV
               MOVE ID-RET-TAB(IDX-RET) TO ID-INV
               MOVE DEST-ORIG-TAB(IDX-RET) TO DEST-INV
               MOVE CHAVE-ORIG-TAB(IDX-RET) TO CHAVE-INV
               MOVE MOTIVO-RET-TAB(IDX-RET) TO MOTIVO-INV
               WRITE REG-INV
               PERFORM GUARDA-INVALIDO.
           MOVE ID-RET-TAB(IDX-RET) TO ID-LIN.
           MOVE DEST-ORIG-TAB(IDX-RET) TO DEST-LIN.
           MOVE CHAVE-ORIG-TAB(IDX-RET) TO CHAVE-LIN.
           MOVE CANAL-ORIG-TAB(IDX-RET) TO CANAL-LIN.
           MOVE ENDER-ORIG-TAB(IDX-RET) TO ENDER-LIN.
           MOVE MOTIVO-RET-TAB(IDX-RET) TO MOTIVO-LIN.
           WRITE REL-SAI FROM LIN-DEV AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CHAVE-AUD MSG-AUD.
           MOVE DEST-ORIG-TAB(IDX-RET) TO CHAVE-AUD(1:1).
           MOVE CHAVE-ORIG-TAB(IDX-RET) TO CHAVE-AUD(2:14).
           IF CANAL-ORIG-TAB(IDX-RET) EQUAL "E"
               MOVE "EMAIL DEVOLVIDO " TO MSG-AUD(1:16)
           ELSE
               MOVE "FONE DEVOLVIDO " TO MSG-AUD(1:16).
           MOVE ENDER-ORIG-TAB(IDX-RET) TO MSG-AUD(17:24).
           PERFORM GRAVA-EXCLOG.

       TESTA-INVALIDO.
           ADD 1 TO IDX-INV.
           IF CANAL-INV-TAB(IDX-INV) EQUAL CANAL-ORIG-TAB(IDX-RET) AND
              ENDER-INV-TAB(IDX-INV) EQUAL ENDER-ORIG-TAB(IDX-RET)
               MOVE 1 TO ACHOU-INV.

      * AS RECUSAS SAO GUARDADAS PARA A SEGUNDA PARTE DO RELATORIO;
      * AQUI SO SE CONTA E MARCA.
       RECUSA-RETORNO.
           ADD 1 TO CT-RECUSADOS.
           MOVE 9 TO ACHOU-RET-TAB(IDX-RET).
           MOVE MOTIVO-REC TO MOTIVO-RET-TAB(IDX-RET).

       FIM.
           IF CT-DEVOLVIDAS EQUAL ZEROES
               WRITE REL-SAI FROM LIN-SEM-DEV AFTER ADVANCING 1 LINE.
           IF CT-RECUSADOS IS GREATER THAN ZEROES
               WRITE REL-SAI FROM LIN-TITULO-REC
                   AFTER ADVANCING 2 LINES
               MOVE ZEROES TO IDX-RET
               PERFORM LISTA-RECUSA QTD-RET TIMES.
           MOVE CT-ENTREGUES TO ENT-TOT.
           MOVE CT-DEVOLVIDAS TO DEV-TOT.
           MOVE CT-FALHAS TO FAL-TOT.
           MOVE CT-RECUSADOS TO REC-TOT.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           CLOSE HISTMSG
                 ENDINV
                 EXCLOG
                 RELDEVMS.
           DISPLAY "EM0241 - " CT-ENTREGUES " ENTREGUE(S), "
                   CT-DEVOLVIDAS " DEVOLVIDA(S), "
                   CT-FALHAS " FALHA(S), "
                   CT-RECUSADOS " RECUSADO(S)".

       LISTA-RECUSA.
           ADD 1 TO IDX-RET.
           IF ACHOU-RET-TAB(IDX-RET) EQUAL 9
               MOVE ID-RET-TAB(IDX-RET) TO ID-REC
               MOVE SIT-RET-TAB(IDX-RET) TO SIT-REC
               MOVE MOTIVO-RET-TAB(IDX-RET) TO MOTIVO-REC
               WRITE REL-SAI FROM LIN-REC AFTER ADVANCING 1 LINE.

       COPY LEDATAMOV.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID== BY =="EM0241"==
                     ==CPY-CHAVE==  BY ==CHAVE-AUD==
                     ==CPY-SEVER==  BY =="E"==
                     ==CPY-MSG==    BY ==MSG-AUD==.
