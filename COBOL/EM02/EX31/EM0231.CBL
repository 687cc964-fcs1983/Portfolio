       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0231.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       MANUTENCAO DO CADASTRO DE CONSENTIMENTOS LGPD
      *               (CADCONS.DAT, COPY CADCONS) - O QUE CADA
      *               CLIENTE AUTORIZOU, POR FINALIDADE: MARKETING
      *               ("M"), COMPARTILHAMENTO COM O CRM ("C") E
      *               CONTATO POR SMS/EMAIL ("T"), COM DATA E CANAL
      *               DA CONCESSAO E DA REVOGACAO. O MOVIMENTO E O
      *               MOVCONS.DAT (COPY MOVCONS): CONCESSOES "C" E
      *               REVOGACOES "R" DIGITADAS PELO ATENDIMENTO, MAIS
      *               AS CONCESSOES DA FICHA DE ENTRADA QUE O EM0206
      *               ACRESCENTA PARA CADA CLIENTE APROVADO.
      *               CRITICA CADA TRANSACAO (OPERACAO, FINALIDADE,
      *               CANAL, DATA REAL E NAO POSTERIOR A DATA DE
      *               MOVIMENTO, CLIENTE NO MASTER CADOK QUANDO ELE
      *               EXISTE, CONCESSAO JA VIGENTE, REVOGACAO SEM
      *               CONSENTIMENTO VIGENTE OU DATADA ANTES DA
      *               CONCESSAO), APLICA AS VALIDAS NA TABELA, QUE E
      *               REGRAVADA EM ORDEM DE IDENTIDADE + FINALIDADE,
      *               E LISTA TODAS EM RELMCONS COM O MOTIVO DA
      *               REJEICAO. CADA TRANSACAO APLICADA VAI PARA O LOG
      *               COMUM EXCLOG.DAT (SEVERIDADE "I"). UMA NOVA
      *               CONCESSAO DEPOIS DE UMA REVOGACAO REATIVA A
      *               ENTRADA.
      *               O RELREVOG LISTA AS REVOGACOES AINDA NAO
      *               PROPAGADAS AO CRM (PROPAG-CNS ZERADO) - O CRM
      *               RECEBE NO CRMEXP (EM0215) SO QUEM CONSENTE, MAS
      *               NAO APAGA POR CONTA PROPRIA QUEM JA FOI
      *               EXPORTADO. CADA REVOGACAO LISTADA FICA MARCADA
      *               COM A DATA DE MOVIMENTO E NAO VOLTA A SAIR.
      *               RETURN-CODE 4 QUANDO HOUVE REJEICAO OU
      *               REVOGACAO A PROPAGAR, 16 QUANDO MOVCONS NAO
      *               PODE SER LIDO.
      *
      *MODIFICACAO
      *  15/10/2026  O CONSENTIMENTO DE CONTATO PASSA A VALER TAMBEM
      *              PARA A CENTRAL DE COMUNICACAO (EM0240), QUE
      *              ESCREVE A SOCIOS E A RESPONSAVEIS DE ALUNOS: A
      *              IDENTIDADE DA TRANSACAO E CONFERIDA NO CADOK, NO
      *              CPF DOS SOCIOS (CADSOC1) E NO DOS RESPONSAVEIS
      *              (CADRESP, LIGADO DO EM03), O QUE EXISTIR. A
      *              TABELA DE IDENTIDADES PASSOU A 9999 POSICOES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVCONS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MCS.

           SELECT CADCONS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CNS.

           SELECT CADOK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OK.

           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SOC.

           SELECT CADRESP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESP.

           SELECT RELMCONS ASSIGN TO DISK.

           SELECT RELREVOG ASSIGN TO DISK.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       COPY MOVCONS.

       COPY CADCONS.

       FD CADOK
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADOK.DAT".

       01 REGOK.
           02 TIPO-SAI       PIC X(01).
           02 IDENT-SAI      PIC 9(14).
           02 FILLER         PIC X(146).

       01 REG-TRAILER-OK.
           02 TIPO-TRAILER   PIC X(02).
           02 FILLER         PIC X(159).

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

       COPY CADRESP.

       FD RELMCONS
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       FD RELREVOG
           LABEL RECORD IS OMITTED.

       01 REV-SAI            PIC X(80).

       COPY EXCLOG.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-MCS            PIC X(03) VALUE "NAO".
       77 FIM-CNS            PIC X(03) VALUE "NAO".
       77 FIM-OK             PIC X(03) VALUE "NAO".
       77 FIM-SOC            PIC X(03) VALUE "NAO".
       77 FIM-RESP           PIC X(03) VALUE "NAO".
       77 FS-MCS             PIC X(02) VALUE SPACES.
       77 FS-CNS             PIC X(02) VALUE SPACES.
       77 FS-OK              PIC X(02) VALUE SPACES.
       77 FS-SOC             PIC X(02) VALUE SPACES.
       77 FS-RESP            PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 QTD-CNS            PIC 9(04) VALUE ZEROES.
       77 IDX-CNS            PIC 9(04) VALUE ZEROES.
       77 POS-CNS            PIC 9(04) VALUE ZEROES.
       77 POS-INSERE         PIC 9(04) VALUE ZEROES.
       77 IDX-DESL           PIC 9(04) VALUE ZEROES.
       77 QTD-CLI            PIC 9(04) VALUE ZEROES.
       77 IDX-CLI            PIC 9(04) VALUE ZEROES.
       77 POS-CLI            PIC 9(04) VALUE ZEROES.
       77 TEM-CADOK          PIC 9     VALUE ZEROES.
       77 IDENT-CARGA        PIC 9(14) VALUE ZEROES.
       77 DATA-VAL           PIC 9     VALUE ZEROES.
       77 TRANS-VAL          PIC 9     VALUE ZEROES.
       77 CT-APLICADAS       PIC 9(05) VALUE ZEROES.
       77 CT-REJEITADAS      PIC 9(05) VALUE ZEROES.
       77 CT-VIGENTES        PIC 9(05) VALUE ZEROES.
       77 CT-REVOGACOES      PIC 9(05) VALUE ZEROES.
       77 MOTIVO-REJ         PIC X(30) VALUE SPACES.
       77 CHAVE-AUD          PIC X(15) VALUE SPACES.
       77 MSG-AUD            PIC X(40) VALUE SPACES.
       77 DESC-FINAL         PIC X(20) VALUE SPACES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

       01 DATA-REF-ZERO      PIC 9(08) VALUE ZEROES.

      * A DATA DO MOVIMENTO (DD/MM/AAAA) VIRADA EM AAAAMMDD.
       01 MCS-CONV.
           02 AA-MCS-CONV    PIC 9(04).
           02 MM-MCS-CONV    PIC 9(02).
           02 DD-MCS-CONV    PIC 9(02).
       01 MCS-CONV-9 REDEFINES MCS-CONV PIC 9(08).

      * DATA AAAAMMDD DA TABELA, DESMONTADA PARA IMPRESSAO.
       01 DATA-IMP.
           02 AA-IMP         PIC 9(04).
           02 MM-IMP         PIC 9(02).
           02 DD-IMP         PIC 9(02).
       01 DATA-IMP-9 REDEFINES DATA-IMP PIC 9(08).

      * CHAVE DA TRANSACAO NO FORMATO DA CHAVE DA TABELA, PARA A
      * INSERCAO EM ORDEM.
       01 CHAVE-NOVA.
           02 IDENT-NOVA     PIC 9(14).
           02 FINAL-NOVA     PIC X(01).

       COPY WSDATAMOV.

       01 TAB-CNS.
           02 ENT-CNS OCCURS 3000 TIMES.
               03 CHAVE-CNS-TAB.
                   04 IDENT-CNS-TAB   PIC 9(14).
                   04 FINAL-CNS-TAB   PIC X(01).
               03 SITUA-CNS-TAB   PIC X(01).
               03 DATACONC-CNS-TAB PIC 9(08).
               03 CANAL-CNS-TAB   PIC X(01).
               03 PROTOC-CNS-TAB  PIC 9(06).
               03 DATAREG-CNS-TAB PIC 9(08).
               03 DATAREV-CNS-TAB PIC 9(08).
               03 CANALREV-CNS-TAB PIC X(01).
               03 PROPAG-CNS-TAB  PIC 9(08).

       01 TAB-CLI.
           02 IDENT-CLI-TAB  PIC 9(14) OCCURS 9999 TIMES.

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
                  "MANUTENCAO DO CADASTRO DE CONSENTIMENTOS".
           02 FILLER         PIC X(40) VALUE " LGPD".

       01 LIN-LEGENDA.
           02 FILLER         PIC X(40) VALUE
                  "F: M MARKETING  C COMPARTILHAMENTO CRM  ".
           02 FILLER         PIC X(40) VALUE
                  "T CONTATO SMS/EMAIL    C: CANAL         ".

       01 LIN-CAB.
           02 FILLER         PIC X(40) VALUE
                  "OP IDENTIDADE     F C DATA       PROTOC ".
           02 FILLER         PIC X(40) VALUE
                  "RESULTADO MOTIVO                        ".

       01 LIN-TRANS.
           02 OPER-LIN       PIC X(01).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 IDENT-LIN      PIC 9(14).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 FINAL-LIN      PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CANAL-LIN      PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DD-LIN         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-LIN         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AA-LIN         PIC 9(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PROTOC-LIN     PIC 9(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RESULT-LIN     PIC X(09).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MOTIVO-LIN     PIC X(29).

       01 LIN-TOTAL.
           02 FILLER         PIC X(21) VALUE "TRANSACOES APLICADAS:".
           02 APLIC-LIN      PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  REJEITADAS: ".
           02 REJ-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(27) VALUE
                  "  CONSENTIMENTOS VIGENTES: ".
           02 VIG-LIN        PIC ZZ.ZZ9.

       01 LIN-TITULO-REV.
           02 FILLER         PIC X(40) VALUE
                  "REVOGACOES DE CONSENTIMENTO A PROPAGAR A".
           02 FILLER         PIC X(40) VALUE "O CRM".

       01 LIN-CAB-REV.
           02 FILLER         PIC X(40) VALUE
                  "IDENTIDADE      FINALIDADE            RE".
           02 FILLER         PIC X(40) VALUE
                  "VOGADA EM CANAL CONCEDIDA EM PROTOC     ".

       01 LIN-REV.
           02 IDENT-REV      PIC 9(14).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FINAL-REV      PIC X(20).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 DD-REV         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-REV         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AA-REV         PIC 9(04).
           02 FILLER         PIC X(04) VALUE SPACES.
           02 CANAL-REV      PIC X(01).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 DD-CONC-REV    PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-CONC-REV    PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AA-CONC-REV    PIC 9(04).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 PROTOC-REV     PIC 9(06).
           02 FILLER         PIC X(05) VALUE SPACES.

       01 LIN-TOTAL-REV.
           02 FILLER         PIC X(23) VALUE "REVOGACOES A PROPAGAR: ".
           02 QTD-REV-LIN    PIC ZZ.ZZ9.
           02 FILLER         PIC X(51) VALUE SPACES.

       01 LIN-SEM-REV.
           02 FILLER         PIC X(40) VALUE
                  "NENHUMA REVOGACAO PENDENTE DE PROPAGACAO".
           02 FILLER         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       EM02-31.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-MCS EQUAL "SIM".
           PERFORM FIM.
           IF CT-REJEITADAS IS GREATER THAN ZEROES OR
              CT-REVOGACOES IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           OPEN INPUT MOVCONS.
           IF FS-MCS NOT EQUAL "00"
               DISPLAY "MOVCONS NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-MCS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM CARGA-CADOK.
           PERFORM CARGA-CADSOC1.
           PERFORM CARGA-CADRESP.
           IF TEM-CADOK EQUAL ZEROES
               DISPLAY "EM0231 - SEM CADOK/CADSOC1/CADRESP - TITULAR "
                       "NAO CONFERIDO".
           PERFORM CARGA-CADCONS.
           OPEN OUTPUT RELMCONS
                EXTEND EXCLOG.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM LIN-LEGENDA AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM LIN-CAB AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           PERFORM LE-MCS.
           IF FIM-MCS EQUAL "SIM"
               DISPLAY "MOVCONS SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      * IDENTIDADES DE QUEM PODE CONSENTIR: CLIENTES APROVADOS
      * (CADOK), SOCIOS (CADSOC1) E RESPONSAVEIS DE ALUNOS (CADRESP).
      * SEM NENHUM DOS TRES O TITULAR NAO E CONFERIDO (E O OPERADOR E
      * AVISADO). OS TRAILERS "TR" DOS BLOCOS DO CADOK NAO ENTRAM NA
      * TABELA.
       CARGA-CADOK.
           OPEN INPUT CADOK.
           IF FS-OK EQUAL "00"
               MOVE 1 TO TEM-CADOK
               PERFORM LE-OK UNTIL FIM-OK EQUAL "SIM"
               CLOSE CADOK.

       LE-OK.
           READ CADOK AT END
               MOVE "SIM" TO FIM-OK.
           IF FIM-OK NOT EQUAL "SIM" AND TIPO-TRAILER NOT EQUAL "TR"
               MOVE IDENT-SAI TO IDENT-CARGA
               PERFORM GUARDA-IDENT.

       CARGA-CADSOC1.
           OPEN INPUT CADSOC1.
           IF FS-SOC EQUAL "00"
               MOVE 1 TO TEM-CADOK
               PERFORM LE-SOC UNTIL FIM-SOC EQUAL "SIM"
               CLOSE CADSOC1.

       LE-SOC.
           READ CADSOC1 AT END
               MOVE "SIM" TO FIM-SOC.
           IF FIM-SOC NOT EQUAL "SIM" AND CPF-SOC1 IS NUMERIC
               IF CPF-SOC1 IS GREATER THAN ZEROES
                   MOVE CPF-SOC1 TO IDENT-CARGA
                   PERFORM GUARDA-IDENT.

       CARGA-CADRESP.
           OPEN INPUT CADRESP.
           IF FS-RESP EQUAL "00"
               MOVE 1 TO TEM-CADOK
               PERFORM LE-RESP UNTIL FIM-RESP EQUAL "SIM"
               CLOSE CADRESP.

       LE-RESP.
           READ CADRESP AT END
               MOVE "SIM" TO FIM-RESP.
           IF FIM-RESP NOT EQUAL "SIM" AND CPF-RESP IS NUMERIC
               IF CPF-RESP IS GREATER THAN ZEROES
                   MOVE CPF-RESP TO IDENT-CARGA
                   PERFORM GUARDA-IDENT.

       GUARDA-IDENT.
           IF QTD-CLI GREATER THAN OR EQUAL TO 9999
               DISPLAY "CADASTROS EXCEDEM LIMITE DE 9999 "
                       "TITULARES - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-CLI.
           MOVE IDENT-CARGA TO IDENT-CLI-TAB(QTD-CLI).

      * CADASTRO ATUAL, JA EM ORDEM DE CHAVE; SEM O ARQUIVO (PRIMEIRA
      * RODADA) COMECA VAZIO.
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
                   MOVE SITUA-CNS TO SITUA-CNS-TAB(QTD-CNS)
                   MOVE DATACONC-CNS TO DATACONC-CNS-TAB(QTD-CNS)
                   MOVE CANAL-CNS TO CANAL-CNS-TAB(QTD-CNS)
                   MOVE PROTOC-CNS TO PROTOC-CNS-TAB(QTD-CNS)
                   MOVE DATAREG-CNS TO DATAREG-CNS-TAB(QTD-CNS)
                   MOVE DATAREV-CNS TO DATAREV-CNS-TAB(QTD-CNS)
                   MOVE CANALREV-CNS TO CANALREV-CNS-TAB(QTD-CNS)
                   MOVE PROPAG-CNS TO PROPAG-CNS-TAB(QTD-CNS).

       LE-MCS.
           READ MOVCONS AT END MOVE "SIM" TO FIM-MCS.

       PRINCIPAL.
           PERFORM VALIDA-TRANSACAO.
           IF TRANS-VAL EQUAL 1
               IF OPER-MCS EQUAL "C"
                   PERFORM APLICA-CONCESSAO
               ELSE
                   PERFORM APLICA-REVOGACAO
               END-IF
               PERFORM CONFIRMA-TRANSACAO
           ELSE
               PERFORM REJEITA-TRANSACAO.
           PERFORM LE-MCS.

      * CRITICA EM CASCATA: A PRIMEIRA FALHA DA O MOTIVO.
       VALIDA-TRANSACAO.
           MOVE 1 TO TRANS-VAL.
           MOVE SPACES TO MOTIVO-REJ.
           MOVE ZEROES TO MCS-CONV-9.
           IF OPER-MCS NOT EQUAL "C" AND OPER-MCS NOT EQUAL "R"
               MOVE 0 TO TRANS-VAL
               MOVE "OPERACAO INVALIDA" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1
               IF IDENT-MCS IS NOT NUMERIC OR
                  PROTOC-MCS IS NOT NUMERIC OR IDENT-MCS EQUAL ZEROES
                   MOVE 0 TO TRANS-VAL
                   MOVE "DADOS INVALIDOS" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1
               IF FINAL-MCS NOT EQUAL "M" AND
                  FINAL-MCS NOT EQUAL "C" AND
                  FINAL-MCS NOT EQUAL "T"
                   MOVE 0 TO TRANS-VAL
                   MOVE "FINALIDADE INVALIDA" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1
               IF CANAL-MCS NOT EQUAL "F" AND
                  CANAL-MCS NOT EQUAL "S" AND
                  CANAL-MCS NOT EQUAL "T" AND
                  CANAL-MCS NOT EQUAL "L" AND
                  CANAL-MCS NOT EQUAL "E"
                   MOVE 0 TO TRANS-VAL
                   MOVE "CANAL INVALIDO" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1
               PERFORM VALIDA-DATA.
           IF TRANS-VAL EQUAL 1 AND TEM-CADOK EQUAL 1
               PERFORM PROCURA-CLIENTE
               IF POS-CLI EQUAL ZEROES
                   MOVE 0 TO TRANS-VAL
                   MOVE "TITULAR SEM CADASTRO" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1
               PERFORM VALIDA-SITUACAO.

      * DATA REAL E NAO POSTERIOR A DATA DE MOVIMENTO.
       VALIDA-DATA.
           CALL "DATEVALID" USING DATA-MCS DATA-REF-ZERO DATA-VAL.
           IF DATA-VAL NOT EQUAL 1
               MOVE 0 TO TRANS-VAL
               MOVE "DATA INVALIDA" TO MOTIVO-REJ
           ELSE
               MOVE AA-MCS TO AA-MCS-CONV
               MOVE MM-MCS TO MM-MCS-CONV
               MOVE DD-MCS TO DD-MCS-CONV
               IF MCS-CONV-9 IS GREATER THAN DATA-RODADA
                   MOVE 0 TO TRANS-VAL
                   MOVE "DATA POSTERIOR AO MOVIMENTO" TO MOTIVO-REJ.

      * CONCESSAO SO QUANDO NAO HA CONSENTIMENTO VIGENTE; REVOGACAO SO
      * DE CONSENTIMENTO VIGENTE, E NAO ANTES DA DATA EM QUE FOI DADO.
       VALIDA-SITUACAO.
           PERFORM PROCURA-CONSENT.
           IF OPER-MCS EQUAL "C"
               IF POS-CNS IS GREATER THAN ZEROES
                   IF SITUA-CNS-TAB(POS-CNS) EQUAL "V"
                       MOVE 0 TO TRANS-VAL
                       MOVE "CONSENTIMENTO JA VIGENTE" TO MOTIVO-REJ
                   END-IF
               END-IF
           ELSE
               IF POS-CNS EQUAL ZEROES
                   MOVE 0 TO TRANS-VAL
                   MOVE "SEM CONSENTIMENTO VIGENTE" TO MOTIVO-REJ
               ELSE
                   IF SITUA-CNS-TAB(POS-CNS) NOT EQUAL "V"
                       MOVE 0 TO TRANS-VAL
                       MOVE "SEM CONSENTIMENTO VIGENTE" TO MOTIVO-REJ
                   ELSE
                       IF MCS-CONV-9 IS LESS THAN
                          DATACONC-CNS-TAB(POS-CNS)
                           MOVE 0 TO TRANS-VAL
                           MOVE "REVOGACAO ANTES DA CONCESSAO"
                               TO MOTIVO-REJ.

       PROCURA-CLIENTE.
           MOVE ZEROES TO POS-CLI IDX-CLI.
           PERFORM TESTA-CLIENTE QTD-CLI TIMES.

       TESTA-CLIENTE.
           ADD 1 TO IDX-CLI.
           IF IDENT-CLI-TAB(IDX-CLI) EQUAL IDENT-MCS
               MOVE IDX-CLI TO POS-CLI.

       PROCURA-CONSENT.
           MOVE ZEROES TO POS-CNS IDX-CNS.
           PERFORM TESTA-CONSENT QTD-CNS TIMES.

       TESTA-CONSENT.
           ADD 1 TO IDX-CNS.
           IF IDENT-CNS-TAB(IDX-CNS) EQUAL IDENT-MCS AND
              FINAL-CNS-TAB(IDX-CNS) EQUAL FINAL-MCS
               MOVE IDX-CNS TO POS-CNS.

      * CONCESSAO NOVA ENTRA NA POSICAO DA SUA CHAVE; A DE UM
      * CONSENTIMENTO REVOGADO REATIVA A ENTRADA (A REVOGACAO
      * ANTERIOR, SE AINDA NAO PROPAGADA, DEIXA DE SER PENDENTE).
       APLICA-CONCESSAO.
           IF POS-CNS EQUAL ZEROES
               PERFORM INSERE-CONSENT.
           MOVE "V" TO SITUA-CNS-TAB(POS-CNS).
           MOVE MCS-CONV-9 TO DATACONC-CNS-TAB(POS-CNS).
           MOVE CANAL-MCS TO CANAL-CNS-TAB(POS-CNS).
           MOVE PROTOC-MCS TO PROTOC-CNS-TAB(POS-CNS).
           MOVE DATA-RODADA TO DATAREG-CNS-TAB(POS-CNS).
           MOVE ZEROES TO DATAREV-CNS-TAB(POS-CNS)
                          PROPAG-CNS-TAB(POS-CNS).
           MOVE SPACE TO CANALREV-CNS-TAB(POS-CNS).
           MOVE "CONCESSAO - " TO MSG-AUD.

       APLICA-REVOGACAO.
           MOVE "R" TO SITUA-CNS-TAB(POS-CNS).
           MOVE MCS-CONV-9 TO DATAREV-CNS-TAB(POS-CNS).
           MOVE CANAL-MCS TO CANALREV-CNS-TAB(POS-CNS).
           MOVE PROTOC-MCS TO PROTOC-CNS-TAB(POS-CNS).
           MOVE ZEROES TO PROPAG-CNS-TAB(POS-CNS).
           MOVE "REVOGACAO - " TO MSG-AUD.

      * ENTRADA NOVA NA POSICAO DA SUA CHAVE, EMPURRANDO AS MAIORES
      * UMA CASA PARA BAIXO; POS-CNS PASSA A APONTAR PARA ELA.
       INSERE-CONSENT.
           IF QTD-CNS GREATER THAN OR EQUAL TO 3000
               DISPLAY "CADCONS EXCEDE LIMITE DE 3000 "
                       "CONSENTIMENTOS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE IDENT-MCS TO IDENT-NOVA.
           MOVE FINAL-MCS TO FINAL-NOVA.
           ADD 1 TO QTD-CNS GIVING POS-INSERE.
           MOVE ZEROES TO IDX-CNS.
           PERFORM TESTA-POSICAO QTD-CNS TIMES.
           MOVE QTD-CNS TO IDX-DESL.
           PERFORM DESLOCA-INCLUSAO
               UNTIL IDX-DESL IS LESS THAN POS-INSERE.
           ADD 1 TO QTD-CNS.
           MOVE CHAVE-NOVA TO CHAVE-CNS-TAB(POS-INSERE).
           MOVE POS-INSERE TO POS-CNS.

       TESTA-POSICAO.
           ADD 1 TO IDX-CNS.
           IF CHAVE-CNS-TAB(IDX-CNS) IS GREATER THAN CHAVE-NOVA AND
              IDX-CNS IS LESS THAN POS-INSERE
               MOVE IDX-CNS TO POS-INSERE.

       DESLOCA-INCLUSAO.
           MOVE ENT-CNS(IDX-DESL) TO ENT-CNS(IDX-DESL + 1).
           SUBTRACT 1 FROM IDX-DESL.

       CONFIRMA-TRANSACAO.
           ADD 1 TO CT-APLICADAS.
           MOVE "APLICADA" TO RESULT-LIN.
           MOVE SPACES TO MOTIVO-LIN.
           PERFORM IMPRIME-TRANSACAO.
           MOVE FINAL-MCS TO FINAL-NOVA.
           PERFORM DESCREVE-FINALIDADE.
           MOVE DESC-FINAL TO MSG-AUD(13:20).
           MOVE " CANAL " TO MSG-AUD(33:7).
           MOVE CANAL-MCS TO MSG-AUD(40:1).
           MOVE IDENT-MCS TO CHAVE-AUD(1:14).
           MOVE FINAL-MCS TO CHAVE-AUD(15:1).
           PERFORM GRAVA-EXCLOG.

       REJEITA-TRANSACAO.
           ADD 1 TO CT-REJEITADAS.
           MOVE "REJEITADA" TO RESULT-LIN.
           MOVE MOTIVO-REJ TO MOTIVO-LIN.
           PERFORM IMPRIME-TRANSACAO.

       IMPRIME-TRANSACAO.
           MOVE OPER-MCS TO OPER-LIN.
           IF IDENT-MCS IS NUMERIC
               MOVE IDENT-MCS TO IDENT-LIN
           ELSE
               MOVE ZEROES TO IDENT-LIN.
           MOVE FINAL-MCS TO FINAL-LIN.
           MOVE CANAL-MCS TO CANAL-LIN.
           MOVE DD-MCS TO DD-LIN.
           MOVE MM-MCS TO MM-LIN.
           MOVE AA-MCS TO AA-LIN.
           MOVE PROTOC-MCS TO PROTOC-LIN.
           WRITE REL-SAI FROM LIN-TRANS AFTER ADVANCING 1 LINE.

       DESCREVE-FINALIDADE.
           EVALUATE FINAL-NOVA
               WHEN "M" MOVE "MARKETING" TO DESC-FINAL
               WHEN "C" MOVE "COMPARTILHAMENTO CRM" TO DESC-FINAL
               WHEN OTHER MOVE "CONTATO SMS/EMAIL" TO DESC-FINAL
           END-EVALUATE.

      * REGRAVA O CADASTRO INTEIRO, LISTANDO NO RELREVOG AS
      * REVOGACOES AINDA NAO PROPAGADAS (QUE FICAM MARCADAS COM A
      * DATA DE MOVIMENTO).
       FIM.
           OPEN OUTPUT CADCONS
                       RELREVOG.
           WRITE REV-SAI FROM LIN-TITULO-REV AFTER ADVANCING 1 LINE.
           WRITE REV-SAI FROM LIN-CAB-REV AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REV-SAI.
           WRITE REV-SAI AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-CNS.
           PERFORM GRAVA-CNS QTD-CNS TIMES.
           IF CT-REVOGACOES EQUAL ZEROES
               WRITE REV-SAI FROM LIN-SEM-REV AFTER ADVANCING 1 LINE
           ELSE
               MOVE CT-REVOGACOES TO QTD-REV-LIN
               WRITE REV-SAI FROM LIN-TOTAL-REV
                   AFTER ADVANCING 2 LINES.
           CLOSE CADCONS
                 RELREVOG.
           MOVE CT-APLICADAS TO APLIC-LIN.
           MOVE CT-REJEITADAS TO REJ-LIN.
           MOVE CT-VIGENTES TO VIG-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           CLOSE MOVCONS
                 RELMCONS
                 EXCLOG.
           DISPLAY "EM0231 - " CT-APLICADAS " APLICADAS, "
                   CT-REJEITADAS " REJEITADAS, "
                   CT-REVOGACOES " REVOGACAO(OES) A PROPAGAR".

       GRAVA-CNS.
           ADD 1 TO IDX-CNS.
           IF SITUA-CNS-TAB(IDX-CNS) EQUAL "V"
               ADD 1 TO CT-VIGENTES
           ELSE
               IF PROPAG-CNS-TAB(IDX-CNS) EQUAL ZEROES
                   PERFORM IMPRIME-REVOGACAO
                   MOVE DATA-RODADA TO PROPAG-CNS-TAB(IDX-CNS).
           MOVE IDENT-CNS-TAB(IDX-CNS) TO IDENT-CNS.
           MOVE FINAL-CNS-TAB(IDX-CNS) TO FINAL-CNS.
           MOVE SITUA-CNS-TAB(IDX-CNS) TO SITUA-CNS.
           MOVE DATACONC-CNS-TAB(IDX-CNS) TO DATACONC-CNS.
           MOVE CANAL-CNS-TAB(IDX-CNS) TO CANAL-CNS.
           MOVE PROTOC-CNS-TAB(IDX-CNS) TO PROTOC-CNS.
           MOVE DATAREG-CNS-TAB(IDX-CNS) TO DATAREG-CNS.
           MOVE DATAREV-CNS-TAB(IDX-CNS) TO DATAREV-CNS.
           MOVE CANALREV-CNS-TAB(IDX-CNS) TO CANALREV-CNS.
           MOVE PROPAG-CNS-TAB(IDX-CNS) TO PROPAG-CNS.
           WRITE REG-CNS.

       IMPRIME-REVOGACAO.
           ADD 1 TO CT-REVOGACOES.
           MOVE IDENT-CNS-TAB(IDX-CNS) TO IDENT-REV.
           MOVE FINAL-CNS-TAB(IDX-CNS) TO FINAL-NOVA.
           PERFORM DESCREVE-FINALIDADE.
           MOVE DESC-FINAL TO FINAL-REV.
           MOVE DATAREV-CNS-TAB(IDX-CNS) TO DATA-IMP-9.
           MOVE DD-IMP TO DD-REV.
           MOVE MM-IMP TO MM-REV.
           MOVE AA-IMP TO AA-REV.
           MOVE CANALREV-CNS-TAB(IDX-CNS) TO CANAL-REV.
           MOVE DATACONC-CNS-TAB(IDX-CNS) TO DATA-IMP-9.
           MOVE DD-IMP TO DD-CONC-REV.
           MOVE MM-IMP TO MM-CONC-REV.
           MOVE AA-IMP TO AA-CONC-REV.
           MOVE PROTOC-CNS-TAB(IDX-CNS) TO PROTOC-REV.
           WRITE REV-SAI FROM LIN-REV AFTER ADVANCING 1 LINE.

       COPY LEDATAMOV.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID== BY =="EM0231"==
                     ==CPY-CHAVE==  BY ==CHAVE-AUD==
                     ==CPY-SEVER==  BY =="I"==
                     ==CPY-MSG==    BY ==MSG-AUD==.
