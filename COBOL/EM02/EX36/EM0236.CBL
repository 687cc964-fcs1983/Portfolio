       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0236.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       CESSAO DOS CREDITOS BAIXADOS A ASSESSORIA DE
      *               COBRANCA EXTERNA. DEPOIS QUE O EM0222 BAIXA O
      *               SALDO DO SOCIO CANCELADO PARA O BAIXAPERDA.DAT
      *               NINGUEM MAIS COBRA A DIVIDA. ESTE JOB LE O
      *               BAIXAPERDA INTEIRO E CEDE A ASSESSORIA CADA
      *               WRITE-OFF AINDA NAO CEDIDO: O CREDITO SAI NO
      *               ARQUIVO DE CESSAO CESSAO.DAT (CONTRATO = SOCIO +
      *               DATA DO WRITE-OFF, CPF, NOME, VALOR BAIXADO E
      *               DATA DA CESSAO) E ENTRA NO CADASTRO DE CESSOES
      *               CADCESS.DAT (VER CADCESS.CPY), QUE O EM0237 USA
      *               PARA CASAR O RETORNO DAS RECUPERACOES. O CPF VEM
      *               DO CADSOC1 (CPF-SOC1, CONFERIDO PELO CPFVALID);
      *               SEM CPF VALIDO A CESSAO FICA SUSPENSA, SAI NO
      *               RELATORIO E NO EXCLOG COM RETURN-CODE 4 E E
      *               TENTADA DE NOVO NA RODADA SEGUINTE. O CESSAO.DAT
      *               E GRAVADO EM EXTEND E SO ESVAZIADO DEPOIS DA
      *               TRANSMISSAO A ASSESSORIA - O CADCESS JA REGISTRA
      *               A CESSAO E UMA REEXECUCAO NAO PODE PERDER O QUE
      *               AINDA NAO FOI ENVIADO. RELCESS LISTA AS CESSOES
      *               E AS SUSPENSAS DA RODADA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAIXAPERDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERDA.

           SELECT CADCESS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CES.

           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SOC.

           SELECT CESSAO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CSS.

           SELECT RELCESS ASSIGN TO DISK.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT RUNSTAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNSTAT.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       FD BAIXAPERDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BAIXAPERDA.DAT".

       01 REG-PERDA.
           02 NUM-PERDA      PIC 9(06).
           02 NOME-PERDA     PIC X(30).
           02 VALOR-PERDA    PIC 9(09)V99.
           02 DATA-PERDA     PIC 9(08).
           02 MOTIVO-PERDA   PIC X(20).

       COPY CADCESS.

       FD CADSOC1
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1.DAT".

       01 REG-SOC.
           02 COD-PAG1       PIC 9(02).
           02 NUM-SOC1       PIC 9(06).
           02 NOME-SOC1      PIC X(30).
           02 VAL-PAG1       PIC 9(09)V9(02).
           02 FILIAL-SOC1    PIC 9(02).
           02 STATUS-SOC1    PIC X(01).
           02 DATACANC-SOC1  PIC 9(08).
           02 CPF-SOC1       PIC 9(11).

      * ARQUIVO PARA A ASSESSORIA: O CONTRATO (SOCIO + DATA DO
      * WRITE-OFF) VOLTA NO RETORNO DAS RECUPERACOES.
       FD CESSAO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CESSAO.DAT".

       01 REG-CSS.
           02 CONTRATO-CSS.
               03 SOC-CSS       PIC 9(06).
               03 DATAPERDA-CSS PIC 9(08).
           02 CPF-CSS        PIC 9(11).
           02 NOME-CSS       PIC X(30).
           02 VALOR-CSS      PIC 9(09)V99.
           02 DATA-CSS       PIC 9(08).

       FD RELCESS
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY EXCLOG.

       COPY RUNSTAT.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-PERDA          PIC X(03) VALUE "NAO".
       77 FIM-CES            PIC X(03) VALUE "NAO".
       77 FIM-SOC            PIC X(03) VALUE "NAO".
       77 TEM-PERDA          PIC X(03) VALUE "NAO".
       77 FS-PERDA           PIC X(02) VALUE SPACES.
       77 FS-CES             PIC X(02) VALUE SPACES.
       77 FS-SOC             PIC X(02) VALUE SPACES.
       77 FS-CSS             PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 FS-RUNSTAT         PIC X(02) VALUE SPACES.
       77 QTD-CES            PIC 9(04) VALUE ZEROES.
       77 IDX-CES            PIC 9(04) VALUE ZEROES.
       77 POS-CES            PIC 9(04) VALUE ZEROES.
       77 QTD-SOC            PIC 9(04) VALUE ZEROES.
       77 IDX-SOC            PIC 9(04) VALUE ZEROES.
       77 POS-SOC            PIC 9(04) VALUE ZEROES.
       77 CPF-VAL            PIC 9     VALUE ZEROES.
       77 MSG-EXC            PIC X(40) VALUE SPACES.
       77 CHAVE-EXC          PIC X(15) VALUE SPACES.
       77 CT-LIDOS           PIC 9(07) VALUE ZEROES.
       77 CT-GRAVADOS        PIC 9(07) VALUE ZEROES.
       77 CT-REJEITADOS      PIC 9(07) VALUE ZEROES.
       77 CT-JA-CEDIDOS      PIC 9(05) VALUE ZEROES.
       77 TOT-CEDIDO         PIC 9(11)V99 VALUE ZEROES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA-9 REDEFINES DATA-RODADA-X PIC 9(08).

       01 DATA-EDICAO.
           02 AAAA-EDICAO    PIC 9(04).
           02 MM-EDICAO      PIC 9(02).
           02 DD-EDICAO      PIC 9(02).
       01 DATA-EDICAO-9 REDEFINES DATA-EDICAO PIC 9(08).

       01 DATA-IMP.
           02 DD-IMP         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-IMP         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AAAA-IMP       PIC 9(04).

       01 CPF-TRAB.
           02 CPF-TRAB-DIG   PIC 9 OCCURS 11 TIMES.
       01 CPF-TRAB-9 REDEFINES CPF-TRAB PIC 9(11).

       COPY WSDATAMOV.

      * CADASTRO DE CESSOES (CHAVE SOCIO + DATA DO WRITE-OFF).
       01 TAB-CES.
           02 ENT-CES OCCURS 2000 TIMES.
               03 SOC-CES-TAB       PIC 9(06).
               03 DATAPERDA-CES-TAB PIC 9(08).
               03 NOME-CES-TAB      PIC X(30).
               03 CPF-CES-TAB       PIC 9(11).
               03 VALOR-CES-TAB     PIC 9(09)V99.
               03 MOTIVO-CES-TAB    PIC X(20).
               03 DATACES-CES-TAB   PIC 9(08).
               03 QTDREC-CES-TAB    PIC 9(03).
               03 BRUTO-CES-TAB     PIC 9(09)V99.
               03 TARIFA-CES-TAB    PIC 9(09)V99.
               03 LIQUIDO-CES-TAB   PIC 9(09)V99.
               03 DATAULT-CES-TAB   PIC 9(08).

      * CPF DOS SOCIOS DO CADSOC1 (ATIVOS E CANCELADOS).
       01 TAB-SOC.
           02 ENT-SOC OCCURS 2000 TIMES.
               03 NUM-SOC-TAB    PIC 9(06).
               03 CPF-SOC-TAB    PIC 9(11).

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
               "CESSAO DE CREDITOS BAIXADOS - ASSESSORIA".
           02 FILLER         PIC X(24) VALUE SPACES.
           02 FILLER         PIC X(06) VALUE "DATA: ".
           02 DATA-TIT       PIC X(10).

       01 CABECALHO.
           02 FILLER         PIC X(40) VALUE
               "SOCIO   NOME                 CPF        ".
           02 FILLER         PIC X(40) VALUE
               " WRITE-OFF           VALOR SITUACAO     ".

       01 DETALHE.
           02 SOC-LIN        PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NOME-LIN       PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CPF-LIN        PIC 9(11).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DATA-LIN       PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VALOR-LIN      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SIT-LIN        PIC X(13).

       01 LIN-NADA.
           02 FILLER         PIC X(06) VALUE SPACES.
           02 NADA-LIN       PIC X(40).
           02 FILLER         PIC X(34) VALUE SPACES.

       01 LIN-RESUMO.
           02 FILLER         PIC X(09) VALUE "CEDIDOS: ".
           02 CED-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(13) VALUE "  SUSPENSOS: ".
           02 SUSP-RES       PIC ZZ.ZZ9.
           02 FILLER         PIC X(20) VALUE
               "  JA CEDIDOS ANTES: ".
           02 JA-RES         PIC ZZ.ZZ9.
           02 FILLER         PIC X(20) VALUE SPACES.

       01 LIN-RESUMO-VALOR.
           02 FILLER         PIC X(25) VALUE
               "VALOR CEDIDO NA RODADA: ".
           02 VALOR-RES      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.

       EM02-36.
           PERFORM INICIO.
           PERFORM PROCESSA-PERDA UNTIL FIM-PERDA EQUAL "SIM".
           PERFORM GRAVA-CADCESS.
           PERFORM FIM.
           IF CT-REJEITADOS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           PERFORM CARGA-CADCESS.
           PERFORM CARGA-CADSOC1.
           OPEN INPUT  BAIXAPERDA
                OUTPUT RELCESS
                EXTEND CESSAO
                       EXCLOG
                       RUNSTAT.
           IF FS-CSS EQUAL "35"
               CLOSE CESSAO
               OPEN OUTPUT CESSAO.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           IF FS-RUNSTAT EQUAL "35"
               CLOSE RUNSTAT
               OPEN OUTPUT RUNSTAT.
           MOVE DATA-RODADA-9 TO DATA-EDICAO-9.
           PERFORM EDITA-DATA.
           MOVE DATA-IMP TO DATA-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM CABECALHO AFTER ADVANCING 3 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           IF FS-PERDA EQUAL "00"
               MOVE "SIM" TO TEM-PERDA
               PERFORM LE-PERDA
           ELSE
               DISPLAY "EM0236 - SEM BAIXAPERDA - NADA A CEDER"
               MOVE "SIM" TO FIM-PERDA.

      * CADASTRO DE CESSOES; AUSENTE, E A PRIMEIRA RODADA.
       CARGA-CADCESS.
           OPEN INPUT CADCESS.
           IF FS-CES EQUAL "00"
               PERFORM LE-CES UNTIL FIM-CES EQUAL "SIM"
               CLOSE CADCESS
           ELSE
               DISPLAY "EM0236 - SEM CADCESS - PRIMEIRA RODADA".

       LE-CES.
           READ CADCESS AT END
               MOVE "SIM" TO FIM-CES.
           IF FIM-CES NOT EQUAL "SIM"
               IF QTD-CES GREATER THAN OR EQUAL TO 2000
                   DISPLAY "CADCESS EXCEDE LIMITE DE 2000 REGISTROS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-CES
                   MOVE REG-CES TO ENT-CES(QTD-CES).

       CARGA-CADSOC1.
           OPEN INPUT CADSOC1.
           IF FS-SOC NOT EQUAL "00"
               DISPLAY "CADSOC1 NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-SOC
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-SOC UNTIL FIM-SOC EQUAL "SIM".
           CLOSE CADSOC1.

       LE-SOC.
           READ CADSOC1 AT END
               MOVE "SIM" TO FIM-SOC.
           IF FIM-SOC NOT EQUAL "SIM"
               IF QTD-SOC GREATER THAN OR EQUAL TO 2000
                   DISPLAY "CADSOC1 EXCEDE LIMITE DE 2000 SOCIOS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-SOC
                   MOVE NUM-SOC1 TO NUM-SOC-TAB(QTD-SOC)
                   MOVE CPF-SOC1 TO CPF-SOC-TAB(QTD-SOC).

       LE-PERDA.
           READ BAIXAPERDA AT END
               MOVE "SIM" TO FIM-PERDA.

      * WRITE-OFF JA NO CADCESS JA FOI CEDIDO; OS DEMAIS SAO CEDIDOS
      * SE O SOCIO TIVER CPF VALIDO.
       PROCESSA-PERDA.
           ADD 1 TO CT-LIDOS.
           PERFORM PROCURA-CESSAO.
           IF POS-CES IS GREATER THAN ZEROES
               ADD 1 TO CT-JA-CEDIDOS
           ELSE
               PERFORM TRATA-CESSAO.
           PERFORM LE-PERDA.

       PROCURA-CESSAO.
           MOVE ZEROES TO POS-CES IDX-CES.
           PERFORM TESTA-CESSAO QTD-CES TIMES.

       TESTA-CESSAO.
           ADD 1 TO IDX-CES.
           IF SOC-CES-TAB(IDX-CES) EQUAL NUM-PERDA AND
              DATAPERDA-CES-TAB(IDX-CES) EQUAL DATA-PERDA
               MOVE IDX-CES TO POS-CES.

       PROCURA-SOCIO.
           MOVE ZEROES TO POS-SOC IDX-SOC.
           PERFORM TESTA-SOCIO QTD-SOC TIMES.

       TESTA-SOCIO.
           ADD 1 TO IDX-SOC.
           IF NUM-SOC-TAB(IDX-SOC) EQUAL NUM-PERDA
               MOVE IDX-SOC TO POS-SOC.

       TRATA-CESSAO.
           MOVE ZEROES TO CPF-VAL CPF-TRAB-9.
           PERFORM PROCURA-SOCIO.
           IF POS-SOC IS GREATER THAN ZEROES
               IF CPF-SOC-TAB(POS-SOC) IS NUMERIC AND
                  CPF-SOC-TAB(POS-SOC) NOT EQUAL ZEROES
                   MOVE CPF-SOC-TAB(POS-SOC) TO CPF-TRAB-9
                   CALL "CPFVALID" USING CPF-TRAB CPF-VAL.
           MOVE NUM-PERDA TO SOC-LIN.
           MOVE NOME-PERDA TO NOME-LIN.
           MOVE CPF-TRAB-9 TO CPF-LIN.
           MOVE DATA-PERDA TO DATA-EDICAO-9.
           PERFORM EDITA-DATA.
           MOVE DATA-IMP TO DATA-LIN.
           MOVE VALOR-PERDA TO VALOR-LIN.
           IF CPF-VAL EQUAL 1
               PERFORM CEDE-CREDITO
           ELSE
               PERFORM SUSPENDE-CESSAO.

       CEDE-CREDITO.
           IF QTD-CES GREATER THAN OR EQUAL TO 2000
               DISPLAY "CADCESS EXCEDE LIMITE DE 2000 REGISTROS - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-CES.
           MOVE NUM-PERDA TO SOC-CES-TAB(QTD-CES).
           MOVE DATA-PERDA TO DATAPERDA-CES-TAB(QTD-CES).
           MOVE NOME-PERDA TO NOME-CES-TAB(QTD-CES).
           MOVE CPF-TRAB-9 TO CPF-CES-TAB(QTD-CES).
           MOVE VALOR-PERDA TO VALOR-CES-TAB(QTD-CES).
           MOVE MOTIVO-PERDA TO MOTIVO-CES-TAB(QTD-CES).
           MOVE DATA-RODADA-9 TO DATACES-CES-TAB(QTD-CES).
           MOVE ZEROES TO QTDREC-CES-TAB(QTD-CES)
                          BRUTO-CES-TAB(QTD-CES)
                          TARIFA-CES-TAB(QTD-CES)
                          LIQUIDO-CES-TAB(QTD-CES)
                          DATAULT-CES-TAB(QTD-CES).
           MOVE NUM-PERDA TO SOC-CSS.
           MOVE DATA-PERDA TO DATAPERDA-CSS.
           MOVE CPF-TRAB-9 TO CPF-CSS.
           MOVE NOME-PERDA TO NOME-CSS.
           MOVE VALOR-PERDA TO VALOR-CSS.
           MOVE DATA-RODADA-9 TO DATA-CSS.
           WRITE REG-CSS.
           ADD 1 TO CT-GRAVADOS.
           ADD VALOR-PERDA TO TOT-CEDIDO.
           MOVE "CEDIDO" TO SIT-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

      * SEM CPF VALIDO A ASSESSORIA NAO TEM COMO COBRAR: A CESSAO
      * FICA PARA A PROXIMA RODADA, DEPOIS DE CORRIGIDO O CADASTRO.
       SUSPENDE-CESSAO.
           ADD 1 TO CT-REJEITADOS.
           MOVE "CPF INVALIDO" TO SIT-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CHAVE-EXC.
           MOVE NUM-PERDA TO CHAVE-EXC(1:6).
           MOVE DATA-PERDA TO CHAVE-EXC(7:8).
           MOVE "CESSAO SUSPENSA - SOCIO SEM CPF VALIDO"
               TO MSG-EXC.
           PERFORM GRAVA-EXCLOG.

       EDITA-DATA.
           MOVE DD-EDICAO TO DD-IMP.
           MOVE MM-EDICAO TO MM-IMP.
           MOVE AAAA-EDICAO TO AAAA-IMP.

      * O CADASTRO E REGRAVADO INTEIRO COM AS CESSOES DA RODADA.
       GRAVA-CADCESS.
           OPEN OUTPUT CADCESS.
           MOVE ZEROES TO IDX-CES.
           PERFORM GRAVA-CES QTD-CES TIMES.
           CLOSE CADCESS.

       GRAVA-CES.
           ADD 1 TO IDX-CES.
           MOVE ENT-CES(IDX-CES) TO REG-CES.
           WRITE REG-CES.

       FIM.
           IF CT-GRAVADOS EQUAL ZEROES AND CT-REJEITADOS EQUAL ZEROES
               MOVE "NENHUM CREDITO A CEDER" TO NADA-LIN
               WRITE REL-SAI FROM LIN-NADA AFTER ADVANCING 1 LINE.
           MOVE CT-GRAVADOS TO CED-RES.
           MOVE CT-REJEITADOS TO SUSP-RES.
           MOVE CT-JA-CEDIDOS TO JA-RES.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 3 LINES.
           MOVE TOT-CEDIDO TO VALOR-RES.
           WRITE REL-SAI FROM LIN-RESUMO-VALOR AFTER ADVANCING 1 LINE.
           PERFORM GRAVA-RUNSTAT.
           DISPLAY "EM0236 - " CT-GRAVADOS " CESSAO(OES), "
                   CT-REJEITADOS " SUSPENSA(S)".
           IF TEM-PERDA EQUAL "SIM"
               CLOSE BAIXAPERDA.
           CLOSE CESSAO
                 RELCESS
                 EXCLOG
                 RUNSTAT.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID==  BY =="EM0236"==
                     ==CPY-CHAVE==   BY ==CHAVE-EXC==
                     ==CPY-SEVER==   BY =="E"==
                     ==CPY-MSG==     BY ==MSG-EXC==.

       COPY GRAVASTAT
           REPLACING ==CPY-PROGID==     BY =="EM0236"==
                     ==CPY-LIDOS==      BY ==CT-LIDOS==
                     ==CPY-GRAVADOS==   BY ==CT-GRAVADOS==
                     ==CPY-REJEITADOS== BY ==CT-REJEITADOS==.

       COPY LEDATAMOV.
