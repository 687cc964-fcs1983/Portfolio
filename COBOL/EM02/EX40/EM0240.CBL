       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0240.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       CENTRAL DE COMUNICACAO: TRANSFORMA OS EVENTOS DE
      *               MENSAGEM DO DIA (MSGEVT.DAT, COPY MSGEVT - UM
      *               POR BOLETO, AVISO DE COBRANCA, CARTA DE
      *               REAJUSTE, BOLETIM OU REMATRICULA EMITIDOS PELOS
      *               PROGRAMAS PRODUTORES) EM EMAIL E SMS NA FILA DO
      *               GATEWAY DE MENSAGENS (FILAMSG.DAT, COPY FILAMSG,
      *               EM EXTEND).
      *               O ENDERECO VEM DO CADASTRO DO DESTINATARIO:
      *                 SOCIO (S)       CADOK PELO CPF; SEM CADOK, O
      *                                 CADRESP PELO CPF;
      *                 CLIENTE (C)     CADCLIX PELO CODIGO;
      *                 ALUNO (A)       CADRESP DO RESPONSAVEL QUE TEM
      *                                 A MATRICULA ENTRE OS FILHOS;
      *                 RESPONSAVEL (R) CADRESP PELO CODIGO.
      *               O TEXTO VEM DO MODELO DO TIPO E CANAL NO
      *               CADMODEL.DAT (COPY CADMODEL, TABELA "MODELO" DO
      *               MANREF), COM @N/@D/@V/@R TROCADOS PELO NOME,
      *               DATA, VALOR E REFERENCIA DO EVENTO. O EMAIL SAI
      *               PRIMEIRO; O SMS SAI TAMBEM, OU SO QUANDO O EMAIL
      *               NAO SAIU (MODO "A" NO MODELO).
      *               CONSENTIMENTO LGPD (CADCONS): MODELO
      *               TRANSACIONAL ("T") NAO SAI PARA QUEM REVOGOU O
      *               CONTATO POR SMS/EMAIL; MODELO DE MARKETING ("M")
      *               SO SAI COM CONTATO E MARKETING VIGENTES. UM
      *               ENDERECO DEVOLVIDO PELO GATEWAY (ENDINV.DAT,
      *               GRAVADO PELO EM0241) NAO RECEBE MAIS NADA ATE
      *               SER CORRIGIDO NO CADASTRO.
      *               CADA MENSAGEM GANHA UM IDENTIFICADOR (AAMMDD DO
      *               MOVIMENTO + SEQUENCIAL DO DIA, QUE CONTINUA DO
      *               MAIOR JA GRAVADO NO HISTMSG) E UMA SITUACAO "P"
      *               NO HISTORICO HISTMSG.DAT (EXTEND); O EVENTO QUE
      *               NAO SAIU POR CANAL NENHUM GANHA UMA SITUACAO "N"
      *               COM O MOTIVO E SAI NO RELATORIO RELCOMUN.
      *               RETURN-CODE 4 QUANDO HOUVE EVENTO SEM MENSAGEM
      *               POR FALTA DE CADASTRO, ENDERECO OU MODELO, OU
      *               POR ENDERECO DEVOLVIDO (A RECUSA DE CONSENTIMENTO
      *               NAO E PENDENCIA); 16 QUANDO MSGEVT OU CADMODEL
      *               NAO PODEM SER LIDOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSGEVT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EVT.

           SELECT CADMODEL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOD.

           SELECT CADCONS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CNS.

           SELECT CADOK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OK.

           SELECT CADRESP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESP.

           SELECT CADCLIX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODIGO-ENTX
           ALTERNATE RECORD KEY IS IDENT-ENTX1
           ALTERNATE RECORD KEY IS NOME-ENTX WITH DUPLICATES
           FILE STATUS IS FS-IDX.

           SELECT ENDINV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INV.

           SELECT HISTMSG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HIS.

           SELECT FILAMSG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FIL.

           SELECT RELCOMUN ASSIGN TO DISK.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       COPY MSGEVT.

       COPY CADMODEL.

       COPY CADCONS.

       FD CADOK
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADOK.DAT".

       01 REGOK.
           02 TIPO-SAI       PIC X(01).
           02 IDENT-SAI      PIC 9(14).
           02 NOME-SAI       PIC X(30).
           02 ESTADO-SAI     PIC X(02).
           02 CIDADE-SAI     PIC X(30).
           02 EMAIL-SAI      PIC X(30).
           02 TELEFONE-SAI   PIC 9(10).
           02 FILLER         PIC X(44).

       01 REG-TRAILER-OK.
           02 TIPO-TRAILER   PIC X(02).
           02 FILLER         PIC X(159).

       COPY CADRESP.

       FD CADCLIX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLIX.DAT".

       01 REGCLIX.
           02 CODIGO-ENTX    PIC X(03).
           02 TIPO-PESSOAX   PIC X(01).
           02 IDENT-ENTX1.
               03 IDENT-ENTX     PIC 9 OCCURS 14 TIMES.
           02 NOME-ENTX      PIC X(30).
           02 ESTADO-ENTX    PIC X(02).
           02 CIDADE-ENTX    PIC X(30).
           02 EMAIL-ENTX     PIC X(30).
           02 TELEFONE-ENTX  PIC 9(10).

       COPY ENDINV.

       COPY HISTMSG.

       COPY FILAMSG.

       FD RELCOMUN
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-EVT            PIC X(03) VALUE "NAO".
       77 FIM-MOD            PIC X(03) VALUE "NAO".
       77 FIM-CNS            PIC X(03) VALUE "NAO".
       77 FIM-OK             PIC X(03) VALUE "NAO".
       77 FIM-RESP           PIC X(03) VALUE "NAO".
       77 FIM-INV            PIC X(03) VALUE "NAO".
       77 FIM-HIS            PIC X(03) VALUE "NAO".
       77 FS-EVT             PIC X(02) VALUE SPACES.
       77 FS-MOD             PIC X(02) VALUE SPACES.
       77 FS-CNS             PIC X(02) VALUE SPACES.
       77 FS-OK              PIC X(02) VALUE SPACES.
       77 FS-RESP            PIC X(02) VALUE SPACES.
       77 FS-IDX             PIC X(02) VALUE SPACES.
       77 FS-INV             PIC X(02) VALUE SPACES.
       77 FS-HIS             PIC X(02) VALUE SPACES.
       77 FS-FIL             PIC X(02) VALUE SPACES.
       77 TEM-CADCLIX        PIC 9     VALUE ZEROES.
       77 QTD-MOD            PIC 9(04) VALUE ZEROES.
       77 IDX-MOD            PIC 9(04) VALUE ZEROES.
       77 POS-CAB            PIC 9(04) VALUE ZEROES.
       77 QTD-CNS            PIC 9(04) VALUE ZEROES.
       77 IDX-CNS            PIC 9(04) VALUE ZEROES.
       77 QTD-CLI            PIC 9(04) VALUE ZEROES.
       77 IDX-CLI            PIC 9(04) VALUE ZEROES.
       77 QTD-RESP           PIC 9(04) VALUE ZEROES.
       77 IDX-RESP           PIC 9(04) VALUE ZEROES.
       77 IDX-FIL            PIC 9(04) VALUE ZEROES.
       77 POS-RESP           PIC 9(04) VALUE ZEROES.
       77 QTD-INV            PIC 9(04) VALUE ZEROES.
       77 IDX-INV            PIC 9(04) VALUE ZEROES.
       77 ACHOU-DEST         PIC 9     VALUE ZEROES.
       77 ACHOU-INV          PIC 9     VALUE ZEROES.
       77 CONSENT-OK         PIC 9     VALUE ZEROES.
       77 ENVIOU-EMAIL       PIC 9     VALUE ZEROES.
       77 ENVIOU-SMS         PIC 9     VALUE ZEROES.
       77 PENDENCIA          PIC 9     VALUE ZEROES.
       77 SIT-CONS-T         PIC X(01) VALUE SPACES.
       77 SIT-CONS-M         PIC X(01) VALUE SPACES.
       77 CANAL-ATU          PIC X(01) VALUE SPACES.
       77 ENDER-ATU          PIC X(40) VALUE SPACES.
       77 EMAIL-DEST         PIC X(40) VALUE SPACES.
       77 FONE-DEST          PIC X(40) VALUE SPACES.
       77 IDENT-DEST         PIC 9(14) VALUE ZEROES.
       77 MOTIVO-NAO         PIC X(20) VALUE SPACES.
       77 SEQ-LIN-MSG        PIC 9(02) VALUE ZEROES.
       77 CT-EVENTOS         PIC 9(05) VALUE ZEROES.
       77 CT-EMAIL           PIC 9(05) VALUE ZEROES.
       77 CT-SMS             PIC 9(05) VALUE ZEROES.
       77 CT-NAO-ENV         PIC 9(05) VALUE ZEROES.
       77 CT-PENDENCIA       PIC 9(05) VALUE ZEROES.

      * MONTAGEM DA LINHA: TEXTO DO MODELO, LINHA MONTADA E O VALOR A
      * SUBSTITUIR (SEM OS BRANCOS DAS PONTAS).
       77 TEXTO-ATU          PIC X(51) VALUE SPACES.
       77 LINHA-MONT         PIC X(91) VALUE SPACES.
       77 POS-MONT           PIC 9(03) VALUE ZEROES.
       77 IDX-CAR            PIC 9(03) VALUE ZEROES.
       77 PULA-CAR           PIC 9     VALUE ZEROES.
       77 CAR-MOD            PIC X(01) VALUE SPACES.
       77 CAR-PROX           PIC X(01) VALUE SPACES.
       77 VALOR-SUB          PIC X(30) VALUE SPACES.
       77 IDX-SUB            PIC 9(03) VALUE ZEROES.
       77 INI-SUB            PIC 9(03) VALUE ZEROES.
       77 FIM-SUB            PIC 9(03) VALUE ZEROES.
       77 TAM-SUB            PIC 9(03) VALUE ZEROES.
       77 VALOR-ED           PIC ZZZ.ZZZ.ZZ9,99.

      * IDENTIFICADOR DA MENSAGEM: AAMMDD DO MOVIMENTO + SEQUENCIAL.
       01 ID-MSG.
           02 DIA-ID-MSG     PIC 9(06).
           02 SEQ-ID-MSG     PIC 9(06).
       01 ID-MSG-9 REDEFINES ID-MSG PIC 9(12).

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

      * TELEFONE NUMERICO DO CADASTRO, PASSADO A TEXTO.
       01 FONE-TRAB.
           02 FONE-TRAB-9    PIC 9(10).

      * DATA AAAAMMDD DO EVENTO, DESMONTADA PARA O TEXTO.
       01 DATA-IMP.
           02 AA-IMP         PIC 9(04).
           02 MM-IMP         PIC 9(02).
           02 DD-IMP         PIC 9(02).
       01 DATA-IMP-9 REDEFINES DATA-IMP PIC 9(08).

       01 DATA-TEXTO.
           02 DD-TEXTO       PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-TEXTO       PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AA-TEXTO       PIC 9(04).

       COPY WSDATAMOV.

       01 TAB-MOD.
           02 ENT-MOD OCCURS 300 TIMES.
               03 TIPO-MOD-TAB    PIC X(04).
               03 CANAL-MOD-TAB   PIC X(01).
               03 LINHA-MOD-TAB   PIC 9(02).
               03 CLASSE-MOD-TAB  PIC X(01).
               03 MODO-MOD-TAB    PIC X(01).
               03 TEXTO-MOD-TAB   PIC X(51).

       01 TAB-CNS.
           02 ENT-CNS OCCURS 3000 TIMES.
               03 IDENT-CNS-TAB   PIC 9(14).
               03 FINAL-CNS-TAB   PIC X(01).
               03 SITUA-CNS-TAB   PIC X(01).

       01 TAB-CLI.
           02 ENT-CLI OCCURS 5000 TIMES.
               03 IDENT-CLI-TAB   PIC 9(14).
               03 EMAIL-CLI-TAB   PIC X(30).
               03 FONE-CLI-TAB    PIC 9(10).

       01 TAB-RESP.
           02 ENT-RESP OCCURS 500 TIMES.
               03 COD-RESP-TAB    PIC 9(07).
               03 CPF-RESP-TAB    PIC 9(11).
               03 FONE-RESP-TAB   PIC X(11).
               03 EMAIL-RESP-TAB  PIC X(40).
               03 QTD-FIL-TAB     PIC 9(01).
               03 MAT-FIL-TAB     PIC 9(07) OCCURS 6 TIMES.

       01 TAB-INV.
           02 ENT-INV OCCURS 2000 TIMES.
               03 CANAL-INV-TAB   PIC X(01).
               03 ENDER-INV-TAB   PIC X(40).

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
                  "CENTRAL DE COMUNICACAO - EVENTOS SEM MEN".
           02 FILLER         PIC X(40) VALUE "SAGEM".

       01 LIN-LEGENDA.
           02 FILLER         PIC X(40) VALUE
                  "D: S SOCIO  C CLIENTE  A ALUNO (RESPONSA".
           02 FILLER         PIC X(40) VALUE
                  "VEL)  R RESPONSAVEL                     ".

       01 LIN-CAB.
           02 FILLER         PIC X(40) VALUE
                  "TIPO PROG   D CHAVE           NOME      ".
           02 FILLER         PIC X(40) VALUE
                  "                   MOTIVO               ".

       01 LIN-NAO.
           02 TIPO-LIN       PIC X(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PROG-LIN       PIC X(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DEST-LIN       PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CHAVE-LIN      PIC X(15).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-LIN       PIC X(28).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MOTIVO-LIN     PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.

       01 LIN-SEM-NAO.
           02 FILLER         PIC X(40) VALUE
                  "TODOS OS EVENTOS GERARAM MENSAGEM       ".
           02 FILLER         PIC X(40) VALUE SPACES.

       01 LIN-TOTAL.
           02 FILLER         PIC X(09) VALUE "EVENTOS: ".
           02 EVT-TOT        PIC ZZ.ZZ9.
           02 FILLER         PIC X(10) VALUE "  EMAILS: ".
           02 EMAIL-TOT      PIC ZZ.ZZ9.
           02 FILLER         PIC X(07) VALUE "  SMS: ".
           02 SMS-TOT        PIC ZZ.ZZ9.
           02 FILLER         PIC X(16) VALUE "  SEM MENSAGEM: ".
           02 NAO-TOT        PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.

       EM02-40.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-EVT EQUAL "SIM".
           PERFORM FIM.
           IF CT-PENDENCIA IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           MOVE DATA-MOVTO-6 TO DIA-ID-MSG.
           MOVE ZEROES TO SEQ-ID-MSG.
           OPEN INPUT MSGEVT.
           IF FS-EVT NOT EQUAL "00"
               DISPLAY "MSGEVT NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-EVT
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM CARGA-CADMODEL.
           PERFORM CARGA-CADCONS.
           PERFORM CARGA-CADOK.
           PERFORM CARGA-CADRESP.
           PERFORM CARGA-ENDINV.
           PERFORM CARGA-HISTMSG.
           OPEN INPUT CADCLIX.
           IF FS-IDX EQUAL "00"
               MOVE 1 TO TEM-CADCLIX
           ELSE
               DISPLAY "EM0240 - SEM CADCLIX - CLIENTE SEM ENDERECO".
           OPEN EXTEND HISTMSG.
           IF FS-HIS EQUAL "35"
               CLOSE HISTMSG
               OPEN OUTPUT HISTMSG.
           OPEN EXTEND FILAMSG.
           IF FS-FIL EQUAL "35"
               CLOSE FILAMSG
               OPEN OUTPUT FILAMSG.
           OPEN OUTPUT RELCOMUN.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM LIN-LEGENDA AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM LIN-CAB AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           PERFORM LE-EVT.

      * MODELOS, JA EM ORDEM DE TIPO + CANAL + LINHA (O MANREF OS
      * MANTEM ASSIM); SEM A TABELA NENHUM EVENTO TERIA TEXTO E O
      * PROGRAMA PARA ANTES DE CONSUMIR O MSGEVT.
       CARGA-CADMODEL.
           OPEN INPUT CADMODEL.
           IF FS-MOD NOT EQUAL "00"
               DISPLAY "CADMODEL NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-MOD
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-MOD UNTIL FIM-MOD EQUAL "SIM".
           CLOSE CADMODEL.

       LE-MOD.
           READ CADMODEL AT END
               MOVE "SIM" TO FIM-MOD.
           IF FIM-MOD NOT EQUAL "SIM"
               IF QTD-MOD GREATER THAN OR EQUAL TO 300
                   DISPLAY "CADMODEL EXCEDE LIMITE DE 300 LINHAS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-MOD
                   MOVE TIPO-MOD TO TIPO-MOD-TAB(QTD-MOD)
                   MOVE CANAL-MOD TO CANAL-MOD-TAB(QTD-MOD)
                   MOVE LINHA-MOD TO LINHA-MOD-TAB(QTD-MOD)
                   MOVE CLASSE-MOD TO CLASSE-MOD-TAB(QTD-MOD)
                   MOVE MODO-MOD TO MODO-MOD-TAB(QTD-MOD)
                   MOVE TEXTO-MOD TO TEXTO-MOD-TAB(QTD-MOD).

      * CONSENTIMENTOS; SEM O CADCONS NINGUEM CONSENTIU MARKETING E
      * NINGUEM REVOGOU O CONTATO.
       CARGA-CADCONS.
           OPEN INPUT CADCONS.
           IF FS-CNS EQUAL "00"
               PERFORM LE-CNS UNTIL FIM-CNS EQUAL "SIM"
               CLOSE CADCONS.

       LE-CNS.
           READ CADCONS AT END
               MOVE "SIM" TO FIM-CNS.
           IF FIM-CNS NOT EQUAL "SIM"
               IF QTD-CNS GREATER THAN OR EQUAL TO 3000
                   DISPLAY "CADCONS EXCEDE LIMITE DE 3000 "
                           "CONSENTIMENTOS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-CNS
                   MOVE IDENT-CNS TO IDENT-CNS-TAB(QTD-CNS)
                   MOVE FINAL-CNS TO FINAL-CNS-TAB(QTD-CNS)
                   MOVE SITUA-CNS TO SITUA-CNS-TAB(QTD-CNS).

      * CONTATO DOS CLIENTES APROVADOS (OS TRAILERS "TR" DOS BLOCOS
      * NAO ENTRAM NA TABELA).
       CARGA-CADOK.
           OPEN INPUT CADOK.
           IF FS-OK EQUAL "00"
               PERFORM LE-OK UNTIL FIM-OK EQUAL "SIM"
               CLOSE CADOK
           ELSE
               DISPLAY "EM0240 - SEM CADOK - SOCIO PROCURADO SO NO "
                       "CADRESP".

       LE-OK.
           READ CADOK AT END
               MOVE "SIM" TO FIM-OK.
           IF FIM-OK NOT EQUAL "SIM" AND TIPO-TRAILER NOT EQUAL "TR"
               IF QTD-CLI GREATER THAN OR EQUAL TO 5000
                   DISPLAY "CADOK EXCEDE LIMITE DE 5000 CLIENTES - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-CLI
                   MOVE IDENT-SAI TO IDENT-CLI-TAB(QTD-CLI)
                   MOVE EMAIL-SAI TO EMAIL-CLI-TAB(QTD-CLI)
                   IF TELEFONE-SAI IS NUMERIC
                       MOVE TELEFONE-SAI TO FONE-CLI-TAB(QTD-CLI)
                   ELSE
                       MOVE ZEROES TO FONE-CLI-TAB(QTD-CLI).

       CARGA-CADRESP.
           OPEN INPUT CADRESP.
           IF FS-RESP EQUAL "00"
               PERFORM LE-RESP UNTIL FIM-RESP EQUAL "SIM"
               CLOSE CADRESP
           ELSE
               DISPLAY "EM0240 - SEM CADRESP - ALUNO/RESPONSAVEL SEM "
                       "ENDERECO".

       LE-RESP.
           READ CADRESP AT END
               MOVE "SIM" TO FIM-RESP.
           IF FIM-RESP NOT EQUAL "SIM"
               IF QTD-RESP GREATER THAN OR EQUAL TO 500
                   DISPLAY "CADRESP EXCEDE LIMITE DE 500 "
                           "RESPONSAVEIS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-RESP
                   MOVE COD-RESP TO COD-RESP-TAB(QTD-RESP)
                   MOVE CPF-RESP TO CPF-RESP-TAB(QTD-RESP)
                   MOVE FONE-RESP TO FONE-RESP-TAB(QTD-RESP)
                   MOVE EMAIL-RESP TO EMAIL-RESP-TAB(QTD-RESP)
                   MOVE QTD-FIL-RESP TO QTD-FIL-TAB(QTD-RESP)
                   MOVE ZEROES TO IDX-FIL
                   PERFORM COPIA-FILHO 6 TIMES.

       COPIA-FILHO.
           ADD 1 TO IDX-FIL.
           MOVE MAT-FIL-RESP(IDX-FIL) TO MAT-FIL-TAB(QTD-RESP IDX-FIL).

      * ENDERECOS DEVOLVIDOS PELO GATEWAY (EM0241).
       CARGA-ENDINV.
           OPEN INPUT ENDINV.
           IF FS-INV EQUAL "00"
               PERFORM LE-INV UNTIL FIM-INV EQUAL "SIM"
               CLOSE ENDINV.

       LE-INV.
           READ ENDINV AT END
               MOVE "SIM" TO FIM-INV.
           IF FIM-INV NOT EQUAL "SIM"
               IF QTD-INV GREATER THAN OR EQUAL TO 2000
                   DISPLAY "ENDINV EXCEDE LIMITE DE 2000 ENDERECOS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-INV
                   MOVE CANAL-INV TO CANAL-INV-TAB(QTD-INV)
                   MOVE ENDER-INV TO ENDER-INV-TAB(QTD-INV).

      * O SEQUENCIAL DO DIA CONTINUA DO MAIOR JA GRAVADO NO HISTORICO
      * PARA A DATA DE MOVIMENTO - UMA NOVA RODADA NO MESMO DIA NAO
      * REPETE IDENTIFICADOR.
       CARGA-HISTMSG.
           OPEN INPUT HISTMSG.
           IF FS-HIS EQUAL "00"
               PERFORM LE-HIS UNTIL FIM-HIS EQUAL "SIM"
               CLOSE HISTMSG.

       LE-HIS.
           READ HISTMSG AT END
               MOVE "SIM" TO FIM-HIS.
           IF FIM-HIS NOT EQUAL "SIM"
               IF DIA-ID-HIS EQUAL DIA-ID-MSG AND
                  SEQ-ID-HIS IS GREATER THAN SEQ-ID-MSG
                   MOVE SEQ-ID-HIS TO SEQ-ID-MSG.

       LE-EVT.
           READ MSGEVT AT END MOVE "SIM" TO FIM-EVT.

      * EMAIL PRIMEIRO, DEPOIS SMS; O EVENTO QUE NAO SAIU POR CANAL
      * NENHUM FICA NO HISTORICO E NO RELATORIO COM O MOTIVO.
       PRINCIPAL.
           ADD 1 TO CT-EVENTOS.
           MOVE ZEROES TO ENVIOU-EMAIL ENVIOU-SMS PENDENCIA.
           MOVE SPACES TO MOTIVO-NAO.
           PERFORM RESOLVE-DESTINO.
           IF ACHOU-DEST EQUAL ZEROES
               MOVE "DESTINATARIO AUSENTE" TO MOTIVO-NAO
               MOVE 1 TO PENDENCIA
           ELSE
               MOVE "E" TO CANAL-ATU
               PERFORM TRATA-CANAL
               MOVE "S" TO CANAL-ATU
               PERFORM TRATA-CANAL
               IF MOTIVO-NAO EQUAL SPACES
                   MOVE "SEM MODELO DO TIPO" TO MOTIVO-NAO
                   MOVE 1 TO PENDENCIA.
           IF ENVIOU-EMAIL EQUAL ZEROES AND ENVIOU-SMS EQUAL ZEROES
               PERFORM REGISTRA-NAO-ENVIADA.
           PERFORM LE-EVT.

      * ENDERECOS E IDENTIDADE DO DESTINATARIO NO CADASTRO DE ORIGEM.
       RESOLVE-DESTINO.
           MOVE ZEROES TO ACHOU-DEST.
           MOVE SPACES TO EMAIL-DEST FONE-DEST.
           MOVE IDENT-EVT TO IDENT-DEST.
           EVALUATE DEST-EVT
               WHEN "S"
                   IF IDENT-EVT IS NUMERIC AND
                      IDENT-EVT IS GREATER THAN ZEROES
                       PERFORM PROCURA-CLIENTE
                       IF ACHOU-DEST EQUAL ZEROES
                           PERFORM PROCURA-RESP-CPF
                       END-IF
                   END-IF
               WHEN "C"
                   PERFORM PROCURA-CADCLIX
               WHEN "A"
                   PERFORM PROCURA-RESP-ALUNO
               WHEN "R"
                   PERFORM PROCURA-RESP-COD
           END-EVALUATE.

       PROCURA-CLIENTE.
           MOVE ZEROES TO IDX-CLI.
           PERFORM TESTA-CLIENTE
               UNTIL IDX-CLI IS NOT LESS THAN QTD-CLI
                  OR ACHOU-DEST EQUAL 1.

       TESTA-CLIENTE.
           ADD 1 TO IDX-CLI.
           IF IDENT-CLI-TAB(IDX-CLI) EQUAL IDENT-EVT
               MOVE 1 TO ACHOU-DEST
               MOVE EMAIL-CLI-TAB(IDX-CLI) TO EMAIL-DEST
               IF FONE-CLI-TAB(IDX-CLI) IS GREATER THAN ZEROES
                   MOVE FONE-CLI-TAB(IDX-CLI) TO FONE-TRAB-9
                   MOVE FONE-TRAB TO FONE-DEST.

       PROCURA-CADCLIX.
           IF TEM-CADCLIX EQUAL 1
               MOVE CHAVE-CLI-EVT TO CODIGO-ENTX
               READ CADCLIX
                   INVALID KEY
                       MOVE ZEROES TO ACHOU-DEST
                   NOT INVALID KEY
                       MOVE 1 TO ACHOU-DEST
                       MOVE EMAIL-ENTX TO EMAIL-DEST
                       IF TELEFONE-ENTX IS NUMERIC AND
                          TELEFONE-ENTX IS GREATER THAN ZEROES
                           MOVE TELEFONE-ENTX TO FONE-TRAB-9
                           MOVE FONE-TRAB TO FONE-DEST
                       END-IF
                       IF IDENT-ENTX1 IS NUMERIC
                           MOVE IDENT-ENTX1 TO IDENT-DEST
                       END-IF
               END-READ.

      * SOCIO QUE NAO E CLIENTE DO CADOK PODE SER RESPONSAVEL DE ALUNO.
       PROCURA-RESP-CPF.
           MOVE ZEROES TO IDX-RESP POS-RESP.
           PERFORM TESTA-RESP-CPF
               UNTIL IDX-RESP IS NOT LESS THAN QTD-RESP
                  OR POS-RESP IS GREATER THAN ZEROES.
           PERFORM CONTATO-RESP.

       TESTA-RESP-CPF.
           ADD 1 TO IDX-RESP.
           IF CPF-RESP-TAB(IDX-RESP) EQUAL IDENT-EVT
               MOVE IDX-RESP TO POS-RESP.

       PROCURA-RESP-COD.
           MOVE ZEROES TO IDX-RESP POS-RESP.
           PERFORM TESTA-RESP-COD
               UNTIL IDX-RESP IS NOT LESS THAN QTD-RESP
                  OR POS-RESP IS GREATER THAN ZEROES.
           PERFORM CONTATO-RESP.

       TESTA-RESP-COD.
           ADD 1 TO IDX-RESP.
           IF COD-RESP-TAB(IDX-RESP) EQUAL CHAVE-NUM-EVT
               MOVE IDX-RESP TO POS-RESP.

      * O ALUNO E ALCANCADO PELO PRIMEIRO RESPONSAVEL QUE O TEM ENTRE
      * OS FILHOS.
       PROCURA-RESP-ALUNO.
           MOVE ZEROES TO IDX-RESP POS-RESP.
           PERFORM TESTA-RESP-ALUNO
               UNTIL IDX-RESP IS NOT LESS THAN QTD-RESP
                  OR POS-RESP IS GREATER THAN ZEROES.
           PERFORM CONTATO-RESP.

       TESTA-RESP-ALUNO.
           ADD 1 TO IDX-RESP.
           MOVE ZEROES TO IDX-FIL.
           PERFORM TESTA-FILHO QTD-FIL-TAB(IDX-RESP) TIMES.

       TESTA-FILHO.
           ADD 1 TO IDX-FIL.
           IF IDX-FIL IS NOT GREATER THAN 6
               IF MAT-FIL-TAB(IDX-RESP IDX-FIL) EQUAL CHAVE-NUM-EVT
                   MOVE IDX-RESP TO POS-RESP.

       CONTATO-RESP.
           IF POS-RESP IS GREATER THAN ZEROES
               MOVE 1 TO ACHOU-DEST
               MOVE CPF-RESP-TAB(POS-RESP) TO IDENT-DEST
               MOVE EMAIL-RESP-TAB(POS-RESP) TO EMAIL-DEST
               MOVE FONE-RESP-TAB(POS-RESP) TO FONE-DEST.

      * UM CANAL: SEM MODELO NELE NAO HA O QUE MANDAR; COM MODELO, O
      * PRIMEIRO IMPEDIMENTO VIRA O MOTIVO (SE NENHUM CANAL SAIR).
       TRATA-CANAL.
           PERFORM PROCURA-CABECALHO.
           IF POS-CAB IS GREATER THAN ZEROES
               IF CANAL-ATU EQUAL "E"
                   MOVE EMAIL-DEST TO ENDER-ATU
               ELSE
                   MOVE FONE-DEST TO ENDER-ATU
               END-IF
               IF CANAL-ATU EQUAL "S" AND
                  MODO-MOD-TAB(POS-CAB) EQUAL "A" AND
                  ENVIOU-EMAIL EQUAL 1
                   CONTINUE
               ELSE
                   IF ENDER-ATU EQUAL SPACES
                       IF MOTIVO-NAO EQUAL SPACES
                           MOVE 1 TO PENDENCIA
                           IF CANAL-ATU EQUAL "E"
                               MOVE "SEM EMAIL CADASTRADO"
                                   TO MOTIVO-NAO
                           ELSE
                               MOVE "SEM FONE CADASTRADO"
                                   TO MOTIVO-NAO
                           END-IF
                       END-IF
                   ELSE
                       PERFORM VERIFICA-CONSENT
                       IF CONSENT-OK EQUAL ZEROES
                           IF MOTIVO-NAO EQUAL SPACES
                               MOVE "SEM CONSENTIMENTO" TO MOTIVO-NAO
                           END-IF
                       ELSE
                           PERFORM PROCURA-INVALIDO
                           IF ACHOU-INV EQUAL 1
                               IF MOTIVO-NAO EQUAL SPACES
                                   MOVE 1 TO PENDENCIA
                                   MOVE "ENDERECO DEVOLVIDO"
                                       TO MOTIVO-NAO
                               END-IF
                           ELSE
                               PERFORM ENVIA-MENSAGEM.

       PROCURA-CABECALHO.
           MOVE ZEROES TO IDX-MOD POS-CAB.
           PERFORM TESTA-CABECALHO
               UNTIL IDX-MOD IS NOT LESS THAN QTD-MOD
                  OR POS-CAB IS GREATER THAN ZEROES.

       TESTA-CABECALHO.
           ADD 1 TO IDX-MOD.
           IF TIPO-MOD-TAB(IDX-MOD) EQUAL TIPO-EVT AND
              CANAL-MOD-TAB(IDX-MOD) EQUAL CANAL-ATU AND
              LINHA-MOD-TAB(IDX-MOD) EQUAL ZEROES
               MOVE IDX-MOD TO POS-CAB.

      * TRANSACIONAL: SO NAO SAI PARA QUEM REVOGOU O CONTATO.
      * MARKETING: SO SAI COM CONTATO E MARKETING VIGENTES.
       VERIFICA-CONSENT.
           MOVE SPACES TO SIT-CONS-T SIT-CONS-M.
           IF IDENT-DEST IS GREATER THAN ZEROES
               MOVE ZEROES TO IDX-CNS
               PERFORM TESTA-CONSENT QTD-CNS TIMES.
           MOVE ZEROES TO CONSENT-OK.
           IF CLASSE-MOD-TAB(POS-CAB) EQUAL "M"
               IF SIT-CONS-T EQUAL "V" AND SIT-CONS-M EQUAL "V"
                   MOVE 1 TO CONSENT-OK
               END-IF
           ELSE
               IF SIT-CONS-T NOT EQUAL "R"
                   MOVE 1 TO CONSENT-OK.

       TESTA-CONSENT.
           ADD 1 TO IDX-CNS.
           IF IDENT-CNS-TAB(IDX-CNS) EQUAL IDENT-DEST
               IF FINAL-CNS-TAB(IDX-CNS) EQUAL "T"
                   MOVE SITUA-CNS-TAB(IDX-CNS) TO SIT-CONS-T
               ELSE
                   IF FINAL-CNS-TAB(IDX-CNS) EQUAL "M"
                       MOVE SITUA-CNS-TAB(IDX-CNS) TO SIT-CONS-M.

       PROCURA-INVALIDO.
           MOVE ZEROES TO IDX-INV ACHOU-INV.
           PERFORM TESTA-INVALIDO
               UNTIL IDX-INV IS NOT LESS THAN QTD-INV
                  OR ACHOU-INV EQUAL 1.

       TESTA-INVALIDO.
           ADD 1 TO IDX-INV.
           IF CANAL-INV-TAB(IDX-INV) EQUAL CANAL-ATU AND
              ENDER-INV-TAB(IDX-INV) EQUAL ENDER-ATU
               MOVE 1 TO ACHOU-INV.

      * CABECALHO (ENDERECO E ASSUNTO) E AS LINHAS DO MODELO, QUE
      * VEM LOGO DEPOIS DO CABECALHO NA TABELA ORDENADA.
       ENVIA-MENSAGEM.
           ADD 1 TO SEQ-ID-MSG.
           MOVE SPACES TO REG-FIL.
           MOVE ID-MSG-9 TO ID-FIL.
           MOVE ZEROES TO SEQ-FIL SEQ-LIN-MSG.
           MOVE CANAL-ATU TO CANAL-FIL.
           MOVE ENDER-ATU TO ENDER-FIL.
           IF CANAL-ATU EQUAL "E"
               MOVE TEXTO-MOD-TAB(POS-CAB) TO ASSUNTO-FIL.
           WRITE REG-FIL.
           MOVE POS-CAB TO IDX-MOD.
           PERFORM GRAVA-LINHA-MSG
               UNTIL IDX-MOD IS NOT LESS THAN QTD-MOD
                  OR TIPO-MOD-TAB(IDX-MOD + 1) NOT EQUAL TIPO-EVT
                  OR CANAL-MOD-TAB(IDX-MOD + 1) NOT EQUAL CANAL-ATU.
           MOVE CANAL-ATU TO CANAL-HIS.
           MOVE ENDER-ATU TO ENDER-HIS.
           MOVE "P" TO SIT-HIS.
           MOVE SPACES TO MOTIVO-HIS.
           PERFORM GRAVA-HISTMSG.
           IF CANAL-ATU EQUAL "E"
               MOVE 1 TO ENVIOU-EMAIL
               ADD 1 TO CT-EMAIL
           ELSE
               MOVE 1 TO ENVIOU-SMS
               ADD 1 TO CT-SMS.

       GRAVA-LINHA-MSG.
           ADD 1 TO IDX-MOD.
           MOVE TEXTO-MOD-TAB(IDX-MOD) TO TEXTO-ATU.
           PERFORM MONTA-LINHA.
           ADD 1 TO SEQ-LIN-MSG.
           MOVE ID-MSG-9 TO ID-FIL-LIN.
           MOVE SEQ-LIN-MSG TO SEQ-FIL-LIN.
           MOVE CANAL-ATU TO CANAL-FIL-LIN.
           MOVE LINHA-MONT TO TEXTO-FIL.
           WRITE REG-FIL-LIN.

      * TROCA @N/@D/@V/@R PELOS CAMPOS DO EVENTO, SEM OS BRANCOS DAS
      * PONTAS; O QUE PASSAR DE 91 POSICOES E CORTADO.
       MONTA-LINHA.
           MOVE SPACES TO LINHA-MONT.
           MOVE ZEROES TO POS-MONT PULA-CAR.
           PERFORM MONTA-CARACTER
               VARYING IDX-CAR FROM 1 BY 1
               UNTIL IDX-CAR IS GREATER THAN 51.

       MONTA-CARACTER.
           MOVE TEXTO-ATU(IDX-CAR:1) TO CAR-MOD.
           MOVE SPACE TO CAR-PROX.
           IF IDX-CAR IS LESS THAN 51
               MOVE TEXTO-ATU(IDX-CAR + 1:1) TO CAR-PROX.
           IF PULA-CAR EQUAL 1
               MOVE ZEROES TO PULA-CAR
           ELSE
               IF CAR-MOD EQUAL "@" AND
                  (CAR-PROX EQUAL "N" OR CAR-PROX EQUAL "D" OR
                   CAR-PROX EQUAL "V" OR CAR-PROX EQUAL "R")
                   MOVE 1 TO PULA-CAR
                   PERFORM SUBSTITUI-CAMPO
               ELSE
                   PERFORM INSERE-CARACTER.

       SUBSTITUI-CAMPO.
           EVALUATE CAR-PROX
               WHEN "N"
                   MOVE NOME-EVT TO VALOR-SUB
               WHEN "D"
                   MOVE SPACES TO VALOR-SUB
                   IF DATA-EVT IS NUMERIC AND
                      DATA-EVT IS GREATER THAN ZEROES
                       MOVE DATA-EVT TO DATA-IMP-9
                       MOVE DD-IMP TO DD-TEXTO
                       MOVE MM-IMP TO MM-TEXTO
                       MOVE AA-IMP TO AA-TEXTO
                       MOVE DATA-TEXTO TO VALOR-SUB
                   END-IF
               WHEN "V"
                   MOVE VALOR-EVT TO VALOR-ED
                   MOVE VALOR-ED TO VALOR-SUB
               WHEN OTHER
                   MOVE REF-EVT TO VALOR-SUB
           END-EVALUATE.
           PERFORM INSERE-VALOR.

       INSERE-CARACTER.
           IF POS-MONT IS LESS THAN 91
               ADD 1 TO POS-MONT
               MOVE CAR-MOD TO LINHA-MONT(POS-MONT:1).

       INSERE-VALOR.
           MOVE ZEROES TO IDX-SUB INI-SUB FIM-SUB.
           PERFORM TESTA-LIMITE 30 TIMES.
           IF INI-SUB IS GREATER THAN ZEROES
               COMPUTE TAM-SUB = FIM-SUB - INI-SUB + 1
               IF POS-MONT + TAM-SUB IS GREATER THAN 91
                   COMPUTE TAM-SUB = 91 - POS-MONT
               END-IF
               IF TAM-SUB IS GREATER THAN ZEROES
                   MOVE VALOR-SUB(INI-SUB:TAM-SUB)
                       TO LINHA-MONT(POS-MONT + 1:TAM-SUB)
                   ADD TAM-SUB TO POS-MONT.

       TESTA-LIMITE.
           ADD 1 TO IDX-SUB.
           IF VALOR-SUB(IDX-SUB:1) NOT EQUAL SPACE
               IF INI-SUB EQUAL ZEROES
                   MOVE IDX-SUB TO INI-SUB
               END-IF
               MOVE IDX-SUB TO FIM-SUB.

       REGISTRA-NAO-ENVIADA.
           ADD 1 TO CT-NAO-ENV.
           IF PENDENCIA EQUAL 1
               ADD 1 TO CT-PENDENCIA.
           ADD 1 TO SEQ-ID-MSG.
           MOVE SPACE TO CANAL-HIS.
           MOVE SPACES TO ENDER-HIS.
           MOVE "N" TO SIT-HIS.
           MOVE MOTIVO-NAO TO MOTIVO-HIS.
           PERFORM GRAVA-HISTMSG.
           MOVE TIPO-EVT TO TIPO-LIN.
           MOVE PROG-EVT TO PROG-LIN.
           MOVE DEST-EVT TO DEST-LIN.
           MOVE CHAVE-EVT TO CHAVE-LIN.
           MOVE NOME-EVT TO NOME-LIN.
           MOVE MOTIVO-NAO TO MOTIVO-LIN.
           WRITE REL-SAI FROM LIN-NAO AFTER ADVANCING 1 LINE.

       GRAVA-HISTMSG.
           MOVE ID-MSG-9 TO ID-HIS.
           MOVE DATA-RODADA TO DATA-HIS DATASIT-HIS.
           MOVE TIPO-EVT TO TIPO-HIS.
           MOVE PROG-EVT TO PROG-HIS.
           MOVE DEST-EVT TO DEST-HIS.
           MOVE CHAVE-EVT TO CHAVE-HIS.
           WRITE REG-HIS.

       FIM.
           IF CT-NAO-ENV EQUAL ZEROES
               WRITE REL-SAI FROM LIN-SEM-NAO AFTER ADVANCING 1 LINE.
           MOVE CT-EVENTOS TO EVT-TOT.
           MOVE CT-EMAIL TO EMAIL-TOT.
           MOVE CT-SMS TO SMS-TOT.
           MOVE CT-NAO-ENV TO NAO-TOT.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           IF TEM-CADCLIX EQUAL 1
               CLOSE CADCLIX.
           CLOSE MSGEVT
                 HISTMSG
                 FILAMSG
                 RELCOMUN.
           DISPLAY "EM0240 - " CT-EVENTOS " EVENTO(S), "
                   CT-EMAIL " EMAIL(S), " CT-SMS " SMS, "
                   CT-NAO-ENV " SEM MENSAGEM".

       COPY LEDATAMOV.
