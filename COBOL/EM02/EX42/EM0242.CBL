       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0242.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       RPS MENSAL DA NOTA FISCAL DE SERVICOS ELETRONICA
      *               (NFS-E) DAS MENSALIDADES DE SOCIO E ESCOLARES.
      *               A PREFEITURA EXIGE NOTA DE TODO RECEBIMENTO, QUE
      *               A SECRETARIA EMITIA UMA A UMA NO PORTAL. ESTE JOB
      *               RODA EM TODO LOTE E FATURA, UMA VEZ POR
      *               COMPETENCIA, O MES ANTERIOR AO DA DATA DE
      *               MOVIMENTO: SE O REGISTRO DE RPS CADRPS.DAT (COPY
      *               CADRPS) JA TEM RPS DA COMPETENCIA, NADA E FEITO.
      *               LE O RAZAO DE RECEBIMENTOS RECSERV.DAT (COPY
      *               RECSERV - GRAVADO PELA BAIXA DO EM0212 E DO
      *               EM0321) E JUNTA EM UM RPS POR PAGADOR (SOCIO,
      *               ALUNO OU RESPONSAVEL) OS RECEBIMENTOS A FATURAR
      *               ATE O ULTIMO DIA DA COMPETENCIA - OS NUNCA
      *               ENVIADOS E OS DE RPS RECUSADO PELA PREFEITURA.
      *               CADA RPS LEVA O CODIGO DO SERVICO, A ALIQUOTA E A
      *               DISCRIMINACAO DA TABELA CADISS.DAT (COPY CADISS,
      *               MANREF TABELA "ISS"; SERVICO "S" PARA O SOCIO,
      *               "E" PARA ALUNO E RESPONSAVEL), O VALOR DOS
      *               SERVICOS, O ISS E O TOMADOR:
      *                 SOCIO (S)       NOME E CPF DO CADSOC1; O
      *                                 ENDERECO DO CADRESP PELO CPF
      *                                 OU, SEM ELE, CIDADE/UF DO
      *                                 CADOK PELO CPF;
      *                 RESPONSAVEL (R) CADRESP PELO CODIGO;
      *                 ALUNO (A)       O RESPONSAVEL DO CADRESP QUE
      *                                 TEM A MATRICULA ENTRE OS
      *                                 FILHOS; SEM ELE, O NOME DO
      *                                 CADALU, SEM DOCUMENTO.
      *               O TOMADOR SEM CPF/CNPJ SAI COMO NAO IDENTIFICADO
      *               (INDICADOR 3) E E APONTADO NO RELATORIO. A
      *               NUMERACAO CONTINUA DO MAIOR RPS DO REGISTRO; A
      *               SERIE E O PRESTADOR VEM DO PARNFSE.DAT (COPY
      *               PARNFSE). SAIDAS: O ARQUIVO DE RPS RPSNFSE.DAT
      *               PARA O SISTEMA DA PREFEITURA (LAYOUT ABAIXO), UM
      *               REGISTRO POR RPS NO CADRPS (EXTEND), O RECSERV
      *               REGRAVADO COM O NUMERO DO RPS DE CADA
      *               RECEBIMENTO E O RELATORIO RELRPS. PAGADOR SEM
      *               CADASTRO OU SERVICO SEM ALIQUOTA NA TABELA NAO
      *               GERA RPS: SAI NO RELATORIO E NO EXCLOG, OS
      *               RECEBIMENTOS FICAM A FATURAR NA COMPETENCIA
      *               SEGUINTE E O RETURN-CODE E 4. RETURN-CODE 16
      *               QUANDO PARNFSE OU CADISS NAO PODEM SER LIDOS.
      *
      *               ARQUIVO DE RPS (RPSNFSE.DAT):
      *                 TIPO 1 - CABECALHO: VERSAO, INSCRICAO
      *                          MUNICIPAL, CNPJ, PERIODO;
      *                 TIPO 2 - UM POR RPS (VER DET-RPS);
      *                 TIPO 9 - RODAPE: QUANTIDADE DE RPS, TOTAL DOS
      *                          SERVICOS, DAS DEDUCOES E DO ISS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECSERV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RSV.

           SELECT CADRPS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RPS.

           SELECT CADISS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ISS.

           SELECT PARNFSE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PNF.

           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SOC.

           SELECT CADOK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OK.

           SELECT CADRESP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESP.

           SELECT CADALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALU.

           SELECT RPSNFSE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELRPS ASSIGN TO DISK.

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

       COPY RECSERV.

       COPY CADRPS.

       COPY CADISS.

       COPY PARNFSE.

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

       FD CADALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".

       01 REG-ALU.
           02 TURMA-ALU      PIC 9(03).
           02 COD-ALU        PIC 9(07).
           02 NOME-ALU       PIC X(30).
           02 NOTA-ALU       PIC X(16).

       FD RPSNFSE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RPSNFSE.DAT".

       01 REG-RPSNF          PIC X(307).

       FD RELRPS
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY EXCLOG.

       COPY RUNSTAT.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FS-RSV             PIC X(02) VALUE SPACES.
       77 FS-RPS             PIC X(02) VALUE SPACES.
       77 FS-ISS             PIC X(02) VALUE SPACES.
       77 FS-PNF             PIC X(02) VALUE SPACES.
       77 FS-SOC             PIC X(02) VALUE SPACES.
       77 FS-OK              PIC X(02) VALUE SPACES.
       77 FS-RESP            PIC X(02) VALUE SPACES.
       77 FS-ALU             PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 FS-RUNSTAT         PIC X(02) VALUE SPACES.
       77 FIM-RSV            PIC X(03) VALUE "NAO".
       77 FIM-RPS            PIC X(03) VALUE "NAO".
       77 FIM-ISS            PIC X(03) VALUE "NAO".
       77 FIM-SOC            PIC X(03) VALUE "NAO".
       77 FIM-OK             PIC X(03) VALUE "NAO".
       77 FIM-RESP           PIC X(03) VALUE "NAO".
       77 FIM-ALU            PIC X(03) VALUE "NAO".
       77 JA-GERADO          PIC X(03) VALUE "NAO".
       77 QTD-RSV            PIC 9(04) VALUE ZEROES.
       77 IDX-RSV            PIC 9(04) VALUE ZEROES.
       77 QTD-PAG            PIC 9(04) VALUE ZEROES.
       77 IDX-PAG            PIC 9(04) VALUE ZEROES.
       77 POS-PAG            PIC 9(04) VALUE ZEROES.
       77 QTD-ISS            PIC 9(02) VALUE ZEROES.
       77 IDX-ISS            PIC 9(02) VALUE ZEROES.
       77 POS-ISS            PIC 9(02) VALUE ZEROES.
       77 IDX-FIL            PIC 9(01) VALUE ZEROES.
       77 ULT-RPS            PIC 9(07) VALUE ZEROES.
       77 TIPO-PROC          PIC X(01) VALUE SPACES.
       77 COD-PROC           PIC 9(07) VALUE ZEROES.
       77 SERV-PROC          PIC X(01) VALUE SPACES.
       77 ISS-CALC           PIC 9(07)V99 VALUE ZEROES.
       77 TOT-SERV           PIC 9(13)V99 VALUE ZEROES.
       77 TOT-ISS            PIC 9(13)V99 VALUE ZEROES.
       77 CT-LIDOS           PIC 9(05) VALUE ZEROES.
       77 CT-EMITIDOS        PIC 9(05) VALUE ZEROES.
       77 CT-REJEITADOS      PIC 9(05) VALUE ZEROES.
       77 CT-SEM-DOC         PIC 9(05) VALUE ZEROES.
       77 QUOC-ANO           PIC 9(04) VALUE ZEROES.
       77 RESTO-ANO          PIC 9(02) VALUE ZEROES.
       77 CHAVE-EXC          PIC X(15) VALUE SPACES.
       77 MSG-EXC            PIC X(40) VALUE SPACES.

      * COMPETENCIA FATURADA: O MES ANTERIOR AO DA DATA DE MOVIMENTO.
       01 COMP-NFSE.
           02 ANO-COMP       PIC 9(04).
           02 MES-COMP       PIC 9(02).
       01 COMP-NFSE-9 REDEFINES COMP-NFSE PIC 9(06).

       01 DATA-INI-COMP.
           02 ANOMES-INI     PIC 9(06).
           02 DIA-INI        PIC 9(02).
       01 DATA-INI-COMP-9 REDEFINES DATA-INI-COMP PIC 9(08).

       01 DATA-FIM-COMP.
           02 ANOMES-FIM     PIC 9(06).
           02 DIA-FIM        PIC 9(02).
       01 DATA-FIM-COMP-9 REDEFINES DATA-FIM-COMP PIC 9(08).

       01 TAB-DIAS-X         PIC X(24) VALUE
                             "312831303130313130313031".
       01 TAB-DIAS REDEFINES TAB-DIAS-X.
           02 DIAS-MES       PIC 9(02) OCCURS 12 TIMES.

       01 TAB-ISS.
           02 ENT-ISS OCCURS 10 TIMES.
               03 SERV-ISS-TAB   PIC X(01).
               03 COD-ISS-TAB    PIC 9(05).
               03 ALIQ-ISS-TAB   PIC 9(02)V99.
               03 DISCR-ISS-TAB  PIC X(30).

      * RECEBIMENTOS DO RAZAO, NA ORDEM DO ARQUIVO; PAG-RSV-TAB E O
      * PAGADOR NA TAB-PAG (ZERO = FORA DESTA COMPETENCIA).
       01 TAB-RSV.
           02 ENT-RSV OCCURS 5000 TIMES.
               03 TIPO-RSV-TAB   PIC X(01).
               03 COD-RSV-TAB    PIC 9(07).
               03 DATA-RSV-TAB   PIC 9(08).
               03 VALOR-RSV-TAB  PIC 9(09)V99.
               03 RPS-RSV-TAB    PIC 9(07).
               03 NFSE-RSV-TAB   PIC 9(12).
               03 SIT-RSV-TAB    PIC X(01).
               03 PAG-RSV-TAB    PIC 9(04).

      * UM PAGADOR POR RPS, COM O TOMADOR LEVANTADO NOS CADASTROS.
      * ACHOU-PAG-TAB: 0 SEM CADASTRO, 1 ACHADO NO PROPRIO CADASTRO,
      * 2 ALUNO ACHADO SO NO CADALU (SEM RESPONSAVEL).
       01 TAB-PAG.
           02 ENT-PAG OCCURS 2000 TIMES.
               03 TIPO-PAG-TAB   PIC X(01).
               03 COD-PAG-TAB    PIC 9(07).
               03 VALOR-PAG-TAB  PIC 9(09)V99.
               03 ACHOU-PAG-TAB  PIC 9(01).
               03 IND-DOC-TAB    PIC 9(01).
               03 DOC-TAB        PIC 9(14).
               03 NOME-TOM-TAB   PIC X(30).
               03 ENDER-TOM-TAB  PIC X(40).
               03 CIDADE-TOM-TAB PIC X(30).
               03 UF-TOM-TAB     PIC X(02).
               03 CEP-TOM-TAB    PIC 9(08).
               03 EMAIL-TOM-TAB  PIC X(40).
               03 RPS-PAG-TAB    PIC 9(07).

       COPY WSDATAMOV.

      * LAYOUT DO ARQUIVO DE RPS PARA O SISTEMA DA PREFEITURA.
       01 CAB-RPS.
           02 TIPO-CABR      PIC X(01) VALUE "1".
           02 VERSAO-CABR    PIC X(03) VALUE "001".
           02 IM-CABR        PIC 9(08).
           02 CNPJ-CABR      PIC 9(14).
           02 INI-CABR       PIC 9(08).
           02 FIM-CABR       PIC 9(08).
           02 FILLER         PIC X(265) VALUE SPACES.

      * SITUACAO "T" = TRIBUTADO NO MUNICIPIO; ISS RETIDO "2" = NAO.
       01 DET-RPS.
           02 TIPO-DETR      PIC X(01) VALUE "2".
           02 SERIE-DETR     PIC X(05).
           02 NUM-DETR       PIC 9(12).
           02 DATA-DETR      PIC 9(08).
           02 SIT-DETR       PIC X(01) VALUE "T".
           02 VALOR-DETR     PIC 9(13)V99.
           02 DEDUC-DETR     PIC 9(13)V99.
           02 SERV-DETR      PIC 9(05).
           02 ALIQ-DETR      PIC 9(02)V99.
           02 ISS-DETR       PIC 9(13)V99.
           02 RETIDO-DETR    PIC X(01) VALUE "2".
           02 IND-DOC-DETR   PIC 9(01).
           02 DOC-DETR       PIC 9(14).
           02 NOME-DETR      PIC X(30).
           02 ENDER-DETR     PIC X(40).
           02 CIDADE-DETR    PIC X(30).
           02 UF-DETR        PIC X(02).
           02 CEP-DETR       PIC 9(08).
           02 EMAIL-DETR     PIC X(40).
           02 DISCR-DETR.
               03 DISCR-SERV-DETR PIC X(30).
               03 FILLER          PIC X(14) VALUE
                                  " COMPETENCIA ".
               03 MM-DETR         PIC 9(02).
               03 FILLER          PIC X(01) VALUE "/".
               03 AA-DETR         PIC 9(04).
               03 FILLER          PIC X(09) VALUE SPACES.

       01 TRL-RPS.
           02 TIPO-TRLR      PIC X(01) VALUE "9".
           02 QTD-TRLR       PIC 9(07).
           02 SERV-TRLR      PIC 9(13)V99.
           02 DEDUC-TRLR     PIC 9(13)V99.
           02 ISS-TRLR       PIC 9(13)V99.
           02 FILLER         PIC X(254) VALUE SPACES.

       01 CAB-REL-01.
           02 FILLER         PIC X(22) VALUE SPACES.
           02 FILLER         PIC X(27) VALUE
                        "RPS DA NFS-E - COMPETENCIA ".
           02 MM-CAB         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AA-CAB         PIC 9(04).
           02 FILLER         PIC X(24) VALUE SPACES.

       01 CAB-REL-02.
           02 FILLER         PIC X(08) VALUE "    RPS ".
           02 FILLER         PIC X(10) VALUE "PAGADOR   ".
           02 FILLER         PIC X(15) VALUE "CPF/CNPJ".
           02 FILLER         PIC X(21) VALUE "TOMADOR".
           02 FILLER         PIC X(14) VALUE "        VALOR ".
           02 FILLER         PIC X(12) VALUE "       ISS  ".

       01 DET-REL.
           02 RPS-DET        PIC 9(07).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 TIPO-DET       PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 COD-DET        PIC 9(07).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DOC-DET        PIC 9(14).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-DET       PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VALOR-DET      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ISS-DET        PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.

       01 LIN-SEM-DOC.
           02 FILLER         PIC X(18) VALUE SPACES.
           02 FILLER         PIC X(43) VALUE
                   "TOMADOR SEM CPF/CNPJ - RPS NAO IDENTIFICADO".
           02 FILLER         PIC X(19) VALUE SPACES.

       01 LIN-REJEITO.
           02 FILLER         PIC X(12) VALUE "NAO EMITIDO ".
           02 TIPO-REJ-LIN   PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 COD-REJ-LIN    PIC 9(07).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VALOR-REJ-LIN  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(03) VALUE " - ".
           02 MOTIVO-LIN     PIC X(40).
           02 FILLER         PIC X(02) VALUE SPACES.

       01 LIN-RESUMO.
           02 FILLER         PIC X(14) VALUE "RPS EMITIDOS: ".
           02 EMI-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(16) VALUE "  NAO EMITIDOS: ".
           02 REJ-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(16) VALUE "  SEM CPF/CNPJ: ".
           02 SEM-DOC-LIN    PIC ZZ.ZZ9.
           02 FILLER         PIC X(16) VALUE SPACES.

       01 LIN-TOTAL.
           02 FILLER         PIC X(16) VALUE "TOTAL SERVICOS: ".
           02 TOT-SERV-LIN   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(13) VALUE "  TOTAL ISS: ".
           02 TOT-ISS-LIN    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.

       EM02-42.
           PERFORM INICIO.
           MOVE ZEROES TO IDX-PAG.
           PERFORM PROCESSA-PAGADOR QTD-PAG TIMES.
           MOVE ZEROES TO IDX-RSV.
           PERFORM MARCA-RECEBIMENTO QTD-RSV TIMES.
           PERFORM REGRAVA-RECSERV.
           PERFORM FIM.
           IF CT-REJEITADOS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

      * COM O RPS DA COMPETENCIA JA NO REGISTRO, OU SEM RECEBIMENTO A
      * FATURAR, O JOB TERMINA SEM ABRIR NENHUMA SAIDA (O RPSNFSE DA
      * RODADA QUE GEROU FICA COMO ESTA).
       INICIO.
           PERFORM LE-DATAMOV.
           PERFORM CALCULA-COMPETENCIA.
           PERFORM VERIFICA-REGISTRO.
           IF JA-GERADO EQUAL "SIM"
               DISPLAY "EM0242 - RPS DA COMPETENCIA " COMP-NFSE
                       " JA GERADOS"
               MOVE ZEROES TO RETURN-CODE
               STOP RUN.
           PERFORM CARGA-PARNFSE.
           PERFORM CARGA-CADISS.
           PERFORM CARGA-RECSERV.
           IF QTD-PAG EQUAL ZEROES
               DISPLAY "EM0242 - NENHUM RECEBIMENTO A FATURAR ATE "
                       DATA-FIM-COMP-9
               MOVE ZEROES TO RETURN-CODE
               STOP RUN.
           PERFORM TOMADOR-SOCIO.
           PERFORM TOMADOR-RESP.
           PERFORM TOMADOR-CADOK.
           PERFORM TOMADOR-ALUNO.
           OPEN OUTPUT RPSNFSE
                       RELRPS
                EXTEND CADRPS
                       EXCLOG
                       RUNSTAT.
           IF FS-RPS EQUAL "35"
               CLOSE CADRPS
               OPEN OUTPUT CADRPS.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           IF FS-RUNSTAT EQUAL "35"
               CLOSE RUNSTAT
               OPEN OUTPUT RUNSTAT.
           MOVE IM-PNF TO IM-CABR.
           MOVE CNPJ-PNF TO CNPJ-CABR.
           MOVE DATA-INI-COMP-9 TO INI-CABR.
           MOVE DATA-FIM-COMP-9 TO FIM-CABR.
           WRITE REG-RPSNF FROM CAB-RPS.
           MOVE MES-COMP TO MM-CAB MM-DETR.
           MOVE ANO-COMP TO AA-CAB AA-DETR.
           WRITE REL-SAI FROM CAB-REL-01 AFTER ADVANCING PAGE.
           WRITE REL-SAI FROM CAB-REL-02 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.

      * MES ANTERIOR AO DA DATA DE MOVIMENTO, DO DIA 1 AO ULTIMO DIA
      * (FEVEREIRO COM 29 DIAS NO ANO MULTIPLO DE 4).
       CALCULA-COMPETENCIA.
           MOVE DATA-MOVTO(1:4) TO ANO-COMP.
           IF MES-MOV EQUAL 1
               SUBTRACT 1 FROM ANO-COMP
               MOVE 12 TO MES-COMP
           ELSE
               SUBTRACT 1 FROM MES-MOV GIVING MES-COMP.
           MOVE COMP-NFSE-9 TO ANOMES-INI ANOMES-FIM.
           MOVE 1 TO DIA-INI.
           MOVE DIAS-MES(MES-COMP) TO DIA-FIM.
           IF MES-COMP EQUAL 2
               DIVIDE ANO-COMP BY 4 GIVING QUOC-ANO
                   REMAINDER RESTO-ANO
               IF RESTO-ANO EQUAL ZEROES
                   MOVE 29 TO DIA-FIM.

      * O REGISTRO E LIDO INTEIRO: O MAIOR NUMERO E A BASE DA
      * NUMERACAO E BASTA UM RPS DA COMPETENCIA PARA A RODADA JA TER
      * ACONTECIDO.
       VERIFICA-REGISTRO.
           OPEN INPUT CADRPS.
           IF FS-RPS EQUAL "00"
               PERFORM LE-RPS UNTIL FIM-RPS EQUAL "SIM"
               CLOSE CADRPS.

       LE-RPS.
           READ CADRPS AT END
               MOVE "SIM" TO FIM-RPS.
           IF FIM-RPS NOT EQUAL "SIM"
               IF NUM-RPS IS GREATER THAN ULT-RPS
                   MOVE NUM-RPS TO ULT-RPS
               END-IF
               IF COMP-RPS EQUAL COMP-NFSE-9
                   MOVE "SIM" TO JA-GERADO.

       CARGA-PARNFSE.
           OPEN INPUT PARNFSE.
           IF FS-PNF NOT EQUAL "00"
               DISPLAY "PARNFSE.DAT NAO ENCONTRADO - STATUS " FS-PNF
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           READ PARNFSE AT END
               DISPLAY "PARNFSE.DAT VAZIO - ENCERRANDO"
               CLOSE PARNFSE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           CLOSE PARNFSE.

       CARGA-CADISS.
           OPEN INPUT CADISS.
           IF FS-ISS NOT EQUAL "00"
               DISPLAY "CADISS NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-ISS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-ISS UNTIL FIM-ISS EQUAL "SIM".
           CLOSE CADISS.
           IF QTD-ISS EQUAL ZEROES
               DISPLAY "CADISS SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       LE-ISS.
           READ CADISS AT END
               MOVE "SIM" TO FIM-ISS.
           IF FIM-ISS NOT EQUAL "SIM"
               IF QTD-ISS GREATER THAN OR EQUAL TO 10
                   DISPLAY "CADISS EXCEDE LIMITE DE 10 SERVICOS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-ISS
                   MOVE SERV-ISS TO SERV-ISS-TAB(QTD-ISS)
                   MOVE COD-ISS TO COD-ISS-TAB(QTD-ISS)
                   MOVE ALIQ-ISS TO ALIQ-ISS-TAB(QTD-ISS)
                   MOVE DISCR-ISS TO DISCR-ISS-TAB(QTD-ISS).

      * O RAZAO INTEIRO VAI PARA A TABELA (E REGRAVADO NO FIM); SO OS
      * RECEBIMENTOS A FATURAR (NUNCA ENVIADOS OU DE RPS RECUSADO)
      * ATE O FIM DA COMPETENCIA ENTRAM NOS PAGADORES.
       CARGA-RECSERV.
           OPEN INPUT RECSERV.
           IF FS-RSV NOT EQUAL "00"
               DISPLAY "EM0242 - SEM RECSERV - NENHUM RECEBIMENTO A "
                       "FATURAR"
               MOVE ZEROES TO RETURN-CODE
               STOP RUN.
           PERFORM LE-RSV UNTIL FIM-RSV EQUAL "SIM".
           CLOSE RECSERV.

       LE-RSV.
           READ RECSERV AT END
               MOVE "SIM" TO FIM-RSV.
           IF FIM-RSV NOT EQUAL "SIM"
               IF QTD-RSV GREATER THAN OR EQUAL TO 5000
                   DISPLAY "RECSERV EXCEDE LIMITE DE 5000 "
                           "RECEBIMENTOS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-RSV
                   MOVE TIPO-RSV TO TIPO-RSV-TAB(QTD-RSV)
                   MOVE COD-RSV TO COD-RSV-TAB(QTD-RSV)
                   MOVE DATA-RSV TO DATA-RSV-TAB(QTD-RSV)
                   MOVE VALOR-RSV TO VALOR-RSV-TAB(QTD-RSV)
                   MOVE RPS-RSV TO RPS-RSV-TAB(QTD-RSV)
                   MOVE NFSE-RSV TO NFSE-RSV-TAB(QTD-RSV)
                   MOVE SIT-RSV TO SIT-RSV-TAB(QTD-RSV)
                   MOVE ZEROES TO PAG-RSV-TAB(QTD-RSV)
                   IF (SIT-RSV EQUAL SPACES OR SIT-RSV EQUAL "R") AND
                      DATA-RSV IS NOT GREATER THAN DATA-FIM-COMP-9
                       PERFORM INCLUI-PAGADOR
                   END-IF
               END-IF.

       INCLUI-PAGADOR.
           ADD 1 TO CT-LIDOS.
           MOVE TIPO-RSV TO TIPO-PROC.
           MOVE COD-RSV TO COD-PROC.
           PERFORM PROCURA-PAGADOR.
           IF POS-PAG EQUAL ZEROES
               IF QTD-PAG GREATER THAN OR EQUAL TO 2000
                   DISPLAY "RECSERV EXCEDE LIMITE DE 2000 "
                           "PAGADORES - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-PAG
                   MOVE QTD-PAG TO POS-PAG
                   MOVE TIPO-RSV TO TIPO-PAG-TAB(POS-PAG)
                   MOVE COD-RSV TO COD-PAG-TAB(POS-PAG)
                   MOVE ZEROES TO VALOR-PAG-TAB(POS-PAG)
                                  ACHOU-PAG-TAB(POS-PAG)
                                  DOC-TAB(POS-PAG)
                                  CEP-TOM-TAB(POS-PAG)
                                  RPS-PAG-TAB(POS-PAG)
                   MOVE 3 TO IND-DOC-TAB(POS-PAG)
                   MOVE SPACES TO NOME-TOM-TAB(POS-PAG)
                                  ENDER-TOM-TAB(POS-PAG)
                                  CIDADE-TOM-TAB(POS-PAG)
                                  UF-TOM-TAB(POS-PAG)
                                  EMAIL-TOM-TAB(POS-PAG).
           ADD VALOR-RSV TO VALOR-PAG-TAB(POS-PAG).
           MOVE POS-PAG TO PAG-RSV-TAB(QTD-RSV).

       PROCURA-PAGADOR.
           MOVE ZEROES TO POS-PAG IDX-PAG.
           PERFORM TESTA-PAGADOR
               UNTIL IDX-PAG IS NOT LESS THAN QTD-PAG
                  OR POS-PAG IS GREATER THAN ZEROES.

       TESTA-PAGADOR.
           ADD 1 TO IDX-PAG.
           IF TIPO-PAG-TAB(IDX-PAG) EQUAL TIPO-PROC AND
              COD-PAG-TAB(IDX-PAG) EQUAL COD-PROC
               MOVE IDX-PAG TO POS-PAG.

      * SOCIO: NOME E CPF DO CADSOC1 (ATIVO OU CANCELADO - O
      * RECEBIMENTO PODE SER DE ANTES DO CANCELAMENTO).
       TOMADOR-SOCIO.
           OPEN INPUT CADSOC1.
           IF FS-SOC EQUAL "00"
               PERFORM LE-SOC UNTIL FIM-SOC EQUAL "SIM"
               CLOSE CADSOC1
           ELSE
               DISPLAY "EM0242 - SEM CADSOC1 - SOCIO SEM TOMADOR".

       LE-SOC.
           READ CADSOC1 AT END
               MOVE "SIM" TO FIM-SOC.
           IF FIM-SOC NOT EQUAL "SIM"
               MOVE "S" TO TIPO-PROC
               MOVE NUM-SOC1 TO COD-PROC
               PERFORM PROCURA-PAGADOR
               IF POS-PAG IS GREATER THAN ZEROES
                   MOVE 1 TO ACHOU-PAG-TAB(POS-PAG)
                   MOVE NOME-SOC1 TO NOME-TOM-TAB(POS-PAG)
                   IF CPF-SOC1 IS NUMERIC AND
                      CPF-SOC1 IS GREATER THAN ZEROES
                       MOVE 1 TO IND-DOC-TAB(POS-PAG)
                       MOVE CPF-SOC1 TO DOC-TAB(POS-PAG).

      * RESPONSAVEL: PELO CODIGO, E TOMADOR DO PROPRIO PAGAMENTO E DO
      * PAGAMENTO DOS ALUNOS QUE TEM ENTRE OS FILHOS (O PRIMEIRO
      * RESPONSAVEL QUE TEM O ALUNO); PELO CPF, DA O ENDERECO DO
      * SOCIO QUE TAMBEM E RESPONSAVEL.
       TOMADOR-RESP.
           OPEN INPUT CADRESP.
           IF FS-RESP EQUAL "00"
               PERFORM LE-RESP UNTIL FIM-RESP EQUAL "SIM"
               CLOSE CADRESP
           ELSE
               DISPLAY "EM0242 - SEM CADRESP - RESPONSAVEL SEM "
                       "TOMADOR".

       LE-RESP.
           READ CADRESP AT END
               MOVE "SIM" TO FIM-RESP.
           IF FIM-RESP NOT EQUAL "SIM"
               MOVE ZEROES TO IDX-PAG
               PERFORM TESTA-PAG-RESP QTD-PAG TIMES.

       TESTA-PAG-RESP.
           ADD 1 TO IDX-PAG.
           EVALUATE TIPO-PAG-TAB(IDX-PAG)
               WHEN "R"
                   IF COD-PAG-TAB(IDX-PAG) EQUAL COD-RESP
                       MOVE IDX-PAG TO POS-PAG
                       PERFORM COPIA-RESP
                   END-IF
               WHEN "A"
                   IF ACHOU-PAG-TAB(IDX-PAG) EQUAL ZEROES
                       MOVE ZEROES TO IDX-FIL
                       PERFORM TESTA-FILHO QTD-FIL-RESP TIMES
                   END-IF
               WHEN "S"
                   IF ACHOU-PAG-TAB(IDX-PAG) EQUAL 1 AND
                      IND-DOC-TAB(IDX-PAG) EQUAL 1 AND
                      DOC-TAB(IDX-PAG) EQUAL CPF-RESP AND
                      ENDER-TOM-TAB(IDX-PAG) EQUAL SPACES
                       MOVE IDX-PAG TO POS-PAG
                       PERFORM COPIA-ENDERECO-RESP
                   END-IF
           END-EVALUATE.

       TESTA-FILHO.
           ADD 1 TO IDX-FIL.
           IF IDX-FIL IS NOT GREATER THAN 6
               IF MAT-FIL-RESP(IDX-FIL) EQUAL COD-PAG-TAB(IDX-PAG) AND
                  ACHOU-PAG-TAB(IDX-PAG) EQUAL ZEROES
                   MOVE IDX-PAG TO POS-PAG
                   PERFORM COPIA-RESP.

       COPIA-RESP.
           MOVE 1 TO ACHOU-PAG-TAB(POS-PAG).
           MOVE NOME-RESP TO NOME-TOM-TAB(POS-PAG).
           IF CPF-RESP IS NUMERIC AND
              CPF-RESP IS GREATER THAN ZEROES
               MOVE 1 TO IND-DOC-TAB(POS-PAG)
               MOVE CPF-RESP TO DOC-TAB(POS-PAG).
           PERFORM COPIA-ENDERECO-RESP.

       COPIA-ENDERECO-RESP.
           MOVE ENDER-RESP TO ENDER-TOM-TAB(POS-PAG).
           MOVE CIDADE-RESP TO CIDADE-TOM-TAB(POS-PAG).
           MOVE UF-RESP TO UF-TOM-TAB(POS-PAG).
           IF CEP-RESP IS NUMERIC
               MOVE CEP-RESP TO CEP-TOM-TAB(POS-PAG).
           MOVE EMAIL-RESP TO EMAIL-TOM-TAB(POS-PAG).

      * SOCIO AINDA SEM ENDERECO: CIDADE, UF E EMAIL DO CADOK PELO
      * CPF.
       TOMADOR-CADOK.
           OPEN INPUT CADOK.
           IF FS-OK EQUAL "00"
               PERFORM LE-OK UNTIL FIM-OK EQUAL "SIM"
               CLOSE CADOK.

       LE-OK.
           READ CADOK AT END
               MOVE "SIM" TO FIM-OK.
           IF FIM-OK NOT EQUAL "SIM" AND TIPO-TRAILER NOT EQUAL "TR"
               IF IDENT-SAI IS NUMERIC AND
                  IDENT-SAI IS GREATER THAN ZEROES
                   MOVE ZEROES TO IDX-PAG
                   PERFORM TESTA-PAG-OK QTD-PAG TIMES.

       TESTA-PAG-OK.
           ADD 1 TO IDX-PAG.
           IF TIPO-PAG-TAB(IDX-PAG) EQUAL "S" AND
              IND-DOC-TAB(IDX-PAG) EQUAL 1 AND
              DOC-TAB(IDX-PAG) EQUAL IDENT-SAI AND
              CIDADE-TOM-TAB(IDX-PAG) EQUAL SPACES
               MOVE CIDADE-SAI TO CIDADE-TOM-TAB(IDX-PAG)
               MOVE ESTADO-SAI TO UF-TOM-TAB(IDX-PAG)
               MOVE EMAIL-SAI TO EMAIL-TOM-TAB(IDX-PAG).

      * ALUNO SEM RESPONSAVEL: SO O NOME, SEM DOCUMENTO.
       TOMADOR-ALUNO.
           OPEN INPUT CADALU.
           IF FS-ALU EQUAL "00"
               PERFORM LE-ALU UNTIL FIM-ALU EQUAL "SIM"
               CLOSE CADALU.

       LE-ALU.
           READ CADALU AT END
               MOVE "SIM" TO FIM-ALU.
           IF FIM-ALU NOT EQUAL "SIM"
               MOVE "A" TO TIPO-PROC
               MOVE COD-ALU TO COD-PROC
               PERFORM PROCURA-PAGADOR
               IF POS-PAG IS GREATER THAN ZEROES
                   IF ACHOU-PAG-TAB(POS-PAG) EQUAL ZEROES
                       MOVE 2 TO ACHOU-PAG-TAB(POS-PAG)
                       MOVE NOME-ALU TO NOME-TOM-TAB(POS-PAG).

      * UM RPS POR PAGADOR COM CADASTRO E SERVICO NA TABELA; OS
      * DEMAIS FICAM A FATURAR.
       PROCESSA-PAGADOR.
           ADD 1 TO IDX-PAG.
           IF TIPO-PAG-TAB(IDX-PAG) EQUAL "S"
               MOVE "S" TO SERV-PROC
           ELSE
               MOVE "E" TO SERV-PROC.
           PERFORM PROCURA-ISS.
           IF POS-ISS EQUAL ZEROES
               MOVE SPACES TO MSG-EXC
               STRING "SERVICO " SERV-PROC
                      " SEM ALIQUOTA NA TABELA ISS"
                      DELIMITED BY SIZE INTO MSG-EXC
               PERFORM REJEITA-PAGADOR
           ELSE
               IF ACHOU-PAG-TAB(IDX-PAG) EQUAL ZEROES
                   EVALUATE TIPO-PAG-TAB(IDX-PAG)
                       WHEN "S"
                           MOVE "SOCIO NAO CADASTRADO NO CADSOC1"
                               TO MSG-EXC
                       WHEN "R"
                           MOVE "RESPONSAVEL NAO CADASTRADO NO CADRESP"
                               TO MSG-EXC
                       WHEN OTHER
                           MOVE "ALUNO SEM CADALU E SEM RESPONSAVEL"
                               TO MSG-EXC
                   END-EVALUATE
                   PERFORM REJEITA-PAGADOR
               ELSE
                   PERFORM EMITE-RPS.

       PROCURA-ISS.
           MOVE ZEROES TO POS-ISS IDX-ISS.
           PERFORM TESTA-ISS
               UNTIL IDX-ISS IS NOT LESS THAN QTD-ISS
                  OR POS-ISS IS GREATER THAN ZEROES.

       TESTA-ISS.
           ADD 1 TO IDX-ISS.
           IF SERV-ISS-TAB(IDX-ISS) EQUAL SERV-PROC
               MOVE IDX-ISS TO POS-ISS.

       EMITE-RPS.
           ADD 1 TO ULT-RPS.
           MOVE ULT-RPS TO RPS-PAG-TAB(IDX-PAG).
           COMPUTE ISS-CALC ROUNDED = VALOR-PAG-TAB(IDX-PAG)
                                    * ALIQ-ISS-TAB(POS-ISS) / 100.
           PERFORM GRAVA-DETALHE-RPS.
           PERFORM GRAVA-REGISTRO.
           ADD 1 TO CT-EMITIDOS.
           ADD VALOR-PAG-TAB(IDX-PAG) TO TOT-SERV.
           ADD ISS-CALC TO TOT-ISS.
           MOVE ULT-RPS TO RPS-DET.
           MOVE TIPO-PAG-TAB(IDX-PAG) TO TIPO-DET.
           MOVE COD-PAG-TAB(IDX-PAG) TO COD-DET.
           MOVE DOC-TAB(IDX-PAG) TO DOC-DET.
           MOVE NOME-TOM-TAB(IDX-PAG) TO NOME-DET.
           MOVE VALOR-PAG-TAB(IDX-PAG) TO VALOR-DET.
           MOVE ISS-CALC TO ISS-DET.
           WRITE REL-SAI FROM DET-REL AFTER ADVANCING 1 LINE.
           IF IND-DOC-TAB(IDX-PAG) EQUAL 3
               ADD 1 TO CT-SEM-DOC
               WRITE REL-SAI FROM LIN-SEM-DOC AFTER ADVANCING 1 LINE.

       GRAVA-DETALHE-RPS.
           MOVE SERIE-PNF TO SERIE-DETR.
           MOVE ULT-RPS TO NUM-DETR.
           MOVE DATA-MOVTO TO DATA-DETR.
           MOVE VALOR-PAG-TAB(IDX-PAG) TO VALOR-DETR.
           MOVE ZEROES TO DEDUC-DETR.
           MOVE COD-ISS-TAB(POS-ISS) TO SERV-DETR.
           MOVE ALIQ-ISS-TAB(POS-ISS) TO ALIQ-DETR.
           MOVE ISS-CALC TO ISS-DETR.
           MOVE IND-DOC-TAB(IDX-PAG) TO IND-DOC-DETR.
           MOVE DOC-TAB(IDX-PAG) TO DOC-DETR.
           MOVE NOME-TOM-TAB(IDX-PAG) TO NOME-DETR.
           MOVE ENDER-TOM-TAB(IDX-PAG) TO ENDER-DETR.
           MOVE CIDADE-TOM-TAB(IDX-PAG) TO CIDADE-DETR.
           MOVE UF-TOM-TAB(IDX-PAG) TO UF-DETR.
           MOVE CEP-TOM-TAB(IDX-PAG) TO CEP-DETR.
           MOVE EMAIL-TOM-TAB(IDX-PAG) TO EMAIL-DETR.
           MOVE DISCR-ISS-TAB(POS-ISS) TO DISCR-SERV-DETR.
           WRITE REG-RPSNF FROM DET-RPS.

       GRAVA-REGISTRO.
           MOVE ULT-RPS TO NUM-RPS.
           MOVE COMP-NFSE-9 TO COMP-RPS.
           MOVE DATA-MOVTO TO DATA-RPS.
           MOVE TIPO-PAG-TAB(IDX-PAG) TO TIPO-RPS.
           MOVE COD-PAG-TAB(IDX-PAG) TO COD-RPS.
           MOVE IND-DOC-TAB(IDX-PAG) TO IND-DOC-RPS.
           MOVE DOC-TAB(IDX-PAG) TO DOC-RPS.
           MOVE COD-ISS-TAB(POS-ISS) TO SERV-RPS.
           MOVE VALOR-PAG-TAB(IDX-PAG) TO VALOR-RPS.
           MOVE ALIQ-ISS-TAB(POS-ISS) TO ALIQ-RPS.
           MOVE ISS-CALC TO ISS-RPS.
           MOVE ZEROES TO NFSE-RPS.
           MOVE "E" TO SIT-RPS.
           MOVE SPACES TO MOTIVO-RPS.
           WRITE REG-RPS.

       REJEITA-PAGADOR.
           ADD 1 TO CT-REJEITADOS.
           MOVE TIPO-PAG-TAB(IDX-PAG) TO TIPO-REJ-LIN.
           MOVE COD-PAG-TAB(IDX-PAG) TO COD-REJ-LIN.
           MOVE VALOR-PAG-TAB(IDX-PAG) TO VALOR-REJ-LIN.
           MOVE MSG-EXC TO MOTIVO-LIN.
           WRITE REL-SAI FROM LIN-REJEITO AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CHAVE-EXC.
           MOVE TIPO-PAG-TAB(IDX-PAG) TO CHAVE-EXC(1:1).
           MOVE COD-PAG-TAB(IDX-PAG) TO CHAVE-EXC(2:7).
           PERFORM GRAVA-EXCLOG.

      * O RECEBIMENTO DE PAGADOR QUE GEROU RPS PASSA A "E" COM O
      * NUMERO DO RPS; O DE PAGADOR NAO EMITIDO FICA COMO ESTAVA.
       MARCA-RECEBIMENTO.
           ADD 1 TO IDX-RSV.
           IF PAG-RSV-TAB(IDX-RSV) IS GREATER THAN ZEROES
               MOVE PAG-RSV-TAB(IDX-RSV) TO POS-PAG
               IF RPS-PAG-TAB(POS-PAG) IS GREATER THAN ZEROES
                   MOVE RPS-PAG-TAB(POS-PAG) TO RPS-RSV-TAB(IDX-RSV)
                   MOVE ZEROES TO NFSE-RSV-TAB(IDX-RSV)
                   MOVE "E" TO SIT-RSV-TAB(IDX-RSV).

       REGRAVA-RECSERV.
           OPEN OUTPUT RECSERV.
           MOVE ZEROES TO IDX-RSV.
           PERFORM GRAVA-RSV QTD-RSV TIMES.
           CLOSE RECSERV.

       GRAVA-RSV.
           ADD 1 TO IDX-RSV.
           MOVE TIPO-RSV-TAB(IDX-RSV) TO TIPO-RSV.
           MOVE COD-RSV-TAB(IDX-RSV) TO COD-RSV.
           MOVE DATA-RSV-TAB(IDX-RSV) TO DATA-RSV.
           MOVE VALOR-RSV-TAB(IDX-RSV) TO VALOR-RSV.
           MOVE RPS-RSV-TAB(IDX-RSV) TO RPS-RSV.
           MOVE NFSE-RSV-TAB(IDX-RSV) TO NFSE-RSV.
           MOVE SIT-RSV-TAB(IDX-RSV) TO SIT-RSV.
           WRITE REG-RSV.

       FIM.
           MOVE CT-EMITIDOS TO QTD-TRLR.
           MOVE TOT-SERV TO SERV-TRLR.
           MOVE ZEROES TO DEDUC-TRLR.
           MOVE TOT-ISS TO ISS-TRLR.
           WRITE REG-RPSNF FROM TRL-RPS.
           MOVE CT-EMITIDOS TO EMI-LIN.
           MOVE CT-REJEITADOS TO REJ-LIN.
           MOVE CT-SEM-DOC TO SEM-DOC-LIN.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 2 LINES.
           MOVE TOT-SERV TO TOT-SERV-LIN.
           MOVE TOT-ISS TO TOT-ISS-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 1 LINE.
           PERFORM GRAVA-RUNSTAT.
           CLOSE RPSNFSE
                 RELRPS
                 CADRPS
                 EXCLOG
                 RUNSTAT.

       COPY LEDATAMOV.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID== BY =="EM0242"==
                     ==CPY-CHAVE==  BY ==CHAVE-EXC==
                     ==CPY-SEVER==  BY =="E"==
                     ==CPY-MSG==    BY ==MSG-EXC==.

       COPY GRAVASTAT
           REPLACING ==CPY-PROGID==     BY =="EM0242"==
                     ==CPY-LIDOS==      BY ==CT-LIDOS==
                     ==CPY-GRAVADOS==   BY ==CT-EMITIDOS==
                     ==CPY-REJEITADOS== BY ==CT-REJEITADOS==.
