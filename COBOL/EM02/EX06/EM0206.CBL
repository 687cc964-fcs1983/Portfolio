      *              RELOCOR (TIPO-EXC AMPLIADO PARA DOIS DIGITOS).
      *              SEM CADCEP, A CRITICA DE CEP E PULADA COM AVISO
      *              NO CONSOLE.
      *  15/10/2026  CONSENTIMENTO LGPD NA ENTRADA: CADCLI GANHA NO FIM
      *              DO REGISTRO OS INDICADORES DE MARKETING, DE
      *              COMPARTILHAMENTO COM O CRM E DE CONTATO POR
      *              SMS/EMAIL ("S"/"N"/BRANCO) E O CANAL DA FICHA
      *              (BRANCO = "F"). INDICADOR OU CANAL FORA DO
      *              DOMINIO E MOTIVO PROPRIO DE REJEICAO (TIPO 13);
      *              PARA O CLIENTE APROVADO, CADA "S" VIRA UMA
      *              CONCESSAO "C" NO MOVCONS (EXTEND), QUE O EM0231
      *              APLICA NO CADASTRO DE CONSENTIMENTOS CADCONS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

           SELECT MOVCONS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MCS.

       DATA DIVISION.
       FILE SECTION.

           02 LOGRA-ENT      PIC X(30).
           02 NUMEND-ENT     PIC X(06).
           02 CEP-ENT        PIC 9(08).
           02 CONSMKT-ENT    PIC X(01).
           02 CONSCRM-ENT    PIC X(01).
           02 CONSCTT-ENT    PIC X(01).
           02 CANALCONS-ENT  PIC X(01).

       FD CADESTADO
           LABEL RECORD ARE STANDARD

       COPY DATAMOV.

       COPY MOVCONS.

       WORKING-STORAGE SECTION.

       77 FIM-ARQ            PIC X(03) VALUE "NAO".
       77 LOGRA-VAL          PIC 9     VALUE ZEROES.
       77 CEP-VAL            PIC 9     VALUE ZEROES.
       77 CEP-MOTIVO         PIC 9     VALUE ZEROES.
       77 CONS-VAL           PIC 9     VALUE ZEROES.
       77 FS-MCS             PIC X(02) VALUE SPACES.
       77 CT-CONCESSOES      PIC 9(05) VALUE ZEROES.

       01 TAB-CEP.
           02 ENT-CEP OCCURS 300 TIMES.
           OPEN INPUT  CADCLI
                       CADESTADO
                       CADDDD
                EXTEND CADOK
                EXTEND MOVCONS.
           IF FS-OK EQUAL "35"
               CLOSE CADOK
               OPEN OUTPUT CADOK.
           IF FS-MCS EQUAL "35"
               CLOSE MOVCONS
               OPEN OUTPUT MOVCONS.
           IF FS-ARQ NOT EQUAL "00"
               DISPLAY "CADCLI NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-ARQ
                          CIDADE-VAL = 1 AND EMAIL-VAL = 1 AND
                          TELEFONE-VAL = 1 AND CADASTRADO-VAL = 1 AND
                          TIPO-VAL = 1 AND LOGRA-VAL = 1 AND
                          CEP-VAL = 1 AND CONS-VAL = 1
               PERFORM GRAVACAO
           ELSE
               PERFORM IMPRESSAO.
           PERFORM VALIDAEMAIL.
           PERFORM VALIDATELEFONE.
           PERFORM VALIDAENDERECO.
           PERFORM VALIDACONSENT.

      * PESSOA FISICA: CPF NAS POSICOES 1-11, 12-14 ZERADAS; PESSOA
      * JURIDICA: CNPJ COMPLETO DE 14 DIGITOS. TIPO FORA DE F/J E
              CEP-ENT IS NOT GREATER THAN CEPFIM-TAB(IDX-CEP)
               MOVE IDX-CEP TO POS-CEP.

      * INDICADORES DE CONSENTIMENTO "S", "N" OU BRANCO (NAO
      * CONSENTIU); CANAL EM BRANCO E A PROPRIA FICHA CADASTRAL.
       VALIDACONSENT.
           MOVE 1 TO CONS-VAL.
           IF CANALCONS-ENT EQUAL SPACE
               MOVE "F" TO CANALCONS-ENT.
           IF CONSMKT-ENT NOT EQUAL "S" AND CONSMKT-ENT NOT EQUAL "N"
              AND CONSMKT-ENT NOT EQUAL SPACE
               MOVE 0 TO CONS-VAL.
           IF CONSCRM-ENT NOT EQUAL "S" AND CONSCRM-ENT NOT EQUAL "N"
              AND CONSCRM-ENT NOT EQUAL SPACE
               MOVE 0 TO CONS-VAL.
           IF CONSCTT-ENT NOT EQUAL "S" AND CONSCTT-ENT NOT EQUAL "N"
              AND CONSCTT-ENT NOT EQUAL SPACE
               MOVE 0 TO CONS-VAL.
           IF CANALCONS-ENT NOT EQUAL "F" AND
              CANALCONS-ENT NOT EQUAL "S" AND
              CANALCONS-ENT NOT EQUAL "T" AND
              CANALCONS-ENT NOT EQUAL "L" AND
              CANALCONS-ENT NOT EQUAL "E"
               MOVE 0 TO CONS-VAL.

       GRAVACAO.
           MOVE TIPO-PESSOA TO TIPO-SAI.
           MOVE IDENT-ENT1 TO IDENT-SAI.
           ADD 1 TO CT-GRAVADOS.
           ADD IDENT-SAI TO HASH-OK.
           PERFORM INCLUI-CPFX.
           PERFORM GRAVA-CONSENT.

      * O CPF RECEM-APROVADO ENTRA NA COPIA INDEXADA (ABERTA EM I-O),
      * PARA QUE UMA SEGUNDA OCORRENCIA DELE NO MESMO MOVIMENTO SEJA
                   CONTINUE
           END-WRITE.

      * UMA CONCESSAO NO MOVCONS PARA CADA FINALIDADE CONSENTIDA NA
      * FICHA, DATADA DO MOVIMENTO E SEM PROTOCOLO.
       GRAVA-CONSENT.
           MOVE "C" TO OPER-MCS.
           MOVE IDENT-ENT1 TO IDENT-MCS.
           MOVE CANALCONS-ENT TO CANAL-MCS.
           MOVE DIA-MOV TO DD-MCS.
           MOVE MES-MOV TO MM-MCS.
           MOVE DATA-MOVTO(1:4) TO AA-MCS.
           MOVE ZEROES TO PROTOC-MCS.
           IF CONSMKT-ENT EQUAL "S"
               MOVE "M" TO FINAL-MCS
               PERFORM GRAVA-MOVCONS.
           IF CONSCRM-ENT EQUAL "S"
               MOVE "C" TO FINAL-MCS
               PERFORM GRAVA-MOVCONS.
           IF CONSCTT-ENT EQUAL "S"
               MOVE "T" TO FINAL-MCS
               PERFORM GRAVA-MOVCONS.

       GRAVA-MOVCONS.
           WRITE REG-MCS.
           ADD 1 TO CT-CONCESSOES.

       IMPRESSAO.
           IF CPF-VAL = 0
               MOVE 1 TO TIPO-EXC
                   MOVE "CEP FORA DA TABELA CADCEP" TO MSG-EXC
               END-IF
               RELEASE REG-EXC.
           IF CONS-VAL = 0
               MOVE 13 TO TIPO-EXC
               MOVE CODIGO-ENT TO CODIGO-EXC
               MOVE "CONSENTIMENTO LGPD INVALIDO" TO MSG-EXC
               RELEASE REG-EXC.

       FIM.
           CLOSE CADESTX
           MOVE HASH-OK TO HASH-TRAILER.
           WRITE REG-TRAILER-OK.
           CLOSE CADCLI
                 CADOK
                 MOVCONS.
           IF CT-CONCESSOES IS GREATER THAN ZEROES
               DISPLAY "EM0206 - " CT-CONCESSOES " CONSENTIMENTO(S) "
                       "GRAVADO(S) EM MOVCONS".

       ROT-SAIDA.
           OPEN OUTPUT RELOCOR
