      *  02/09/2026  CADOK GANHOU LOGRADOURO + NUMERO + CEP (VER
      *              EM0206); A EXPORTACAO GANHA AS TRES COLUNAS E A
      *              LINHA PASSA A X(220).
      *  15/10/2026  SO SAEM PARA O CRM OS CLIENTES COM CONSENTIMENTO
      *              LGPD VIGENTE DE COMPARTILHAMENTO ("C") NO
      *              CADASTRO DE CONSENTIMENTOS CADCONS (EM0231); SEM
      *              O CADCONS NINGUEM E EXPORTADO. A LINHA GANHA AS
      *              COLUNAS MARKETING E CONTATO ("S"/"N", CONFORME O
      *              CONSENTIMENTO VIGENTE "M" E "T"), PARA O CRM SO
      *              USAR O CLIENTE NAS FINALIDADES AUTORIZADAS. O
      *              EXPCTL PASSA A GUARDAR TAMBEM A DATA DE
      *              MOVIMENTO DA EXPORTACAO: NO MODO INCREMENTAL, O
      *              CLIENTE JA PASSADO CUJO CONSENTIMENTO FOI
      *              REGISTRADO A PARTIR DESSA DATA TAMBEM SAI
      *              (EXPCTL ANTIGO, SEM DATA, NAO REEXPORTA
      *              NINGUEM). AS REVOGACOES A PROPAGAR AO CRM SAEM
      *              NO RELREVOG DO EM0231.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT CADCONS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CNS.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.


       01 REG-EXPCTL.
           02 EXPORTADOS-CTL PIC 9(07).
           02 DATA-CTL       PIC X(08).

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

       COPY CADCONS.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-ARQ            PIC X(03) VALUE "NAO".
       77 CT-DADOS           PIC 9(07) VALUE ZEROES.
       77 CT-EXPORTADOS      PIC 9(07) VALUE ZEROES.
       77 CT-TRAB            PIC 9(07) VALUE ZEROES.
       77 FIM-CNS            PIC X(03) VALUE "NAO".
       77 FS-CNS             PIC X(02) VALUE SPACES.
       77 QTD-VIG            PIC 9(04) VALUE ZEROES.
       77 IDX-VIG            PIC 9(04) VALUE ZEROES.
       77 POS-VIG            PIC 9(04) VALUE ZEROES.
       77 POS-CRM            PIC 9(04) VALUE ZEROES.
       77 FINAL-PROC         PIC X(01) VALUE SPACES.
       77 CT-SEM-CONSENT     PIC 9(07) VALUE ZEROES.
       77 CT-REEXPORTADOS    PIC 9(07) VALUE ZEROES.
       77 MKT-CRM            PIC X(01) VALUE SPACES.
       77 CTT-CRM            PIC X(01) VALUE SPACES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

       01 ULT-EXP-X          PIC X(08) VALUE ZEROES.
       01 ULT-EXP REDEFINES ULT-EXP-X PIC 9(08).

       COPY WSDATAMOV.

      * CONSENTIMENTOS VIGENTES DO CADCONS (OS REVOGADOS NAO ENTRAM).
       01 TAB-VIG.
           02 ENT-VIG OCCURS 3000 TIMES.
               03 IDENT-VIG-TAB  PIC 9(14).
               03 FINAL-VIG-TAB  PIC X(01).
               03 DATA-VIG-TAB   PIC 9(08).

       01 LINHA-CRM          PIC X(220) VALUE SPACES.

           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           PERFORM CARGA-RUNCTL.
           PERFORM CARGA-CADCONS.
           IF MODO-INCREMENTAL EQUAL 1
               PERFORM LE-EXPCTL.
           OPEN INPUT  CADOK
               STOP RUN.
           MOVE SPACES TO REG-CRM.
           STRING "TIPO;IDENTIDADE;NOME;ESTADO;CIDADE;EMAIL;"
                  "TELEFONE;LOGRADOURO;NUMERO;CEP;MARKETING;CONTATO"
                  DELIMITED BY SIZE
               INTO REG-CRM.
           WRITE REG-CRM.
                   MOVE ZEROES TO JA-EXPORTADOS
               NOT AT END
                   MOVE EXPORTADOS-CTL TO JA-EXPORTADOS
                   IF DATA-CTL IS NUMERIC
                       MOVE DATA-CTL TO ULT-EXP-X
                   END-IF
               END-READ
               CLOSE EXPCTL.

      * SO OS CONSENTIMENTOS VIGENTES; SEM O CADCONS NENHUM CLIENTE
      * TEM CONSENTIMENTO E NADA E EXPORTADO.
       CARGA-CADCONS.
           OPEN INPUT CADCONS.
           IF FS-CNS EQUAL "00"
               PERFORM LE-CNS UNTIL FIM-CNS EQUAL "SIM"
               CLOSE CADCONS
           ELSE
               DISPLAY "EM0215 - SEM CADCONS - NENHUM CLIENTE COM "
                       "CONSENTIMENTO PARA O CRM".

       LE-CNS.
           READ CADCONS AT END
               MOVE "SIM" TO FIM-CNS.
           IF FIM-CNS NOT EQUAL "SIM" AND SITUA-CNS EQUAL "V"
               IF QTD-VIG GREATER THAN OR EQUAL TO 3000
                   DISPLAY "CADCONS EXCEDE LIMITE DE 3000 "
                           "CONSENTIMENTOS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-VIG
                   MOVE IDENT-CNS TO IDENT-VIG-TAB(QTD-VIG)
                   MOVE FINAL-CNS TO FINAL-VIG-TAB(QTD-VIG)
                   MOVE DATAREG-CNS TO DATA-VIG-TAB(QTD-VIG).

       LEITURA.
           READ CADOK AT END MOVE "SIM" TO FIM-ARQ.

      * SEM CONSENTIMENTO VIGENTE DE COMPARTILHAMENTO O CLIENTE NAO
      * SAI. NO INCREMENTAL, O JA PASSADO SAI DE NOVO QUANDO O
      * CONSENTIMENTO FOI REGISTRADO A PARTIR DA ULTIMA EXPORTACAO.
       PRINCIPAL.
           IF TIPO-TRAILER NOT EQUAL "TR"
               ADD 1 TO CT-DADOS
               PERFORM VERIFICA-CONSENT
               IF POS-CRM EQUAL ZEROES
                   ADD 1 TO CT-SEM-CONSENT
               ELSE
                   IF CT-DADOS IS GREATER THAN JA-EXPORTADOS
                       PERFORM EXPORTA-CLIENTE
                   ELSE
                       IF ULT-EXP IS GREATER THAN ZEROES AND
                          DATA-VIG-TAB(POS-CRM) IS NOT LESS THAN
                          ULT-EXP
                           PERFORM EXPORTA-CLIENTE
                           ADD 1 TO CT-REEXPORTADOS.
           PERFORM LEITURA.

       VERIFICA-CONSENT.
           MOVE "C" TO FINAL-PROC.
           PERFORM PROCURA-VIG.
           MOVE POS-VIG TO POS-CRM.
           MOVE "M" TO FINAL-PROC.
           PERFORM PROCURA-VIG.
           IF POS-VIG EQUAL ZEROES
               MOVE "N" TO MKT-CRM
           ELSE
               MOVE "S" TO MKT-CRM.
           MOVE "T" TO FINAL-PROC.
           PERFORM PROCURA-VIG.
           IF POS-VIG EQUAL ZEROES
               MOVE "N" TO CTT-CRM
           ELSE
               MOVE "S" TO CTT-CRM.

       PROCURA-VIG.
           MOVE ZEROES TO POS-VIG IDX-VIG.
           PERFORM TESTA-VIG QTD-VIG TIMES.

       TESTA-VIG.
           ADD 1 TO IDX-VIG.
           IF IDENT-VIG-TAB(IDX-VIG) EQUAL IDENT-SAI AND
              FINAL-VIG-TAB(IDX-VIG) EQUAL FINAL-PROC
               MOVE IDX-VIG TO POS-VIG.

       EXPORTA-CLIENTE.
           MOVE SPACES TO LINHA-CRM.
           STRING QUOTE TIPO-SAI QUOTE ";"
                  QUOTE ";" QUOTE DELIMITED BY SIZE
                  NUMEND-SAI DELIMITED BY "  "
                  QUOTE ";" DELIMITED BY SIZE
                  QUOTE CEP-SAI QUOTE ";" DELIMITED BY SIZE
                  QUOTE MKT-CRM QUOTE ";" DELIMITED BY SIZE
                  QUOTE CTT-CRM QUOTE DELIMITED BY SIZE
               INTO LINHA-CRM(CT-TRAB:).
           MOVE LINHA-CRM TO REG-CRM.
           WRITE REG-CRM.
           PERFORM GRAVA-EXPCTL.
           DISPLAY "EM0215 - " CT-EXPORTADOS " CLIENTE(S) "
                   "EXPORTADO(S) PARA O CRM".
           IF CT-REEXPORTADOS IS GREATER THAN ZEROES
               DISPLAY "EM0215 - " CT-REEXPORTADOS " DELES POR "
                       "CONSENTIMENTO REGISTRADO APOS A ULTIMA "
                       "EXPORTACAO".
           DISPLAY "EM0215 - " CT-SEM-CONSENT " CLIENTE(S) SEM "
                   "CONSENTIMENTO DE COMPARTILHAMENTO - NAO "
                   "EXPORTADO(S)".

       GRAVA-EXPCTL.
           OPEN OUTPUT EXPCTL.
           MOVE CT-DADOS TO EXPORTADOS-CTL.
           MOVE DATA-RODADA-X TO DATA-CTL.
           WRITE REG-EXPCTL.
           CLOSE EXPCTL.

       COPY LEDATAMOV.
