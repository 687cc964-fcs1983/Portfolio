       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0339.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       MANUTENCAO DO CADASTRO DE RESPONSAVEIS
      *               FINANCEIROS DOS ALUNOS CADRESP.DAT (VER
      *               CADRESP.CPY). A MENSALIDADE ERA COBRADA DA
      *               MATRICULA, MAS QUEM PAGA E O PAI OU A MAE: A
      *               FAMILIA COM TRES FILHOS RECEBIA TRES BOLETOS. O
      *               CADRESP LIGA O RESPONSAVEL AOS ALUNOS E O EM0320
      *               PASSA A EMITIR UM BOLETO SO POR RESPONSAVEL.
      *               ESTE JOB LE O MOVIMENTO MOVRESP.DAT:
      *                 OPER-MRSP    X(01)  I = INCLUI RESPONSAVEL
      *                                     A = ALTERA NOME/CONTATO/
      *                                         ENDERECO
      *                                     E = EXCLUI RESPONSAVEL
      *                                         (SEM ALUNO VINCULADO)
      *                                     V = VINCULA MATRICULA
      *                                     D = DESVINCULA MATRICULA
      *                 CPF-MRSP     9(11)  CPF DO RESPONSAVEL
      *                 MAT-MRSP     9(07)  MATRICULA (V/D)
      *                 NOME-MRSP A CEP-MRSP  DADOS CADASTRAIS (I/A),
      *                                     NO LAYOUT DO CADRESP
      *               O CPF E CONFERIDO PELO CPFVALID E NAO PODE SE
      *               REPETIR NO CADASTRO. NA INCLUSAO O RESPONSAVEL
      *               RECEBE O PROXIMO CODIGO DA FAIXA 7NNNNNN, QUE
      *               SAI NO RELATORIO. A MATRICULA VINCULADA TEM DE
      *               EXISTIR NO CADALU (SEM O CADALU NAO E CONFERIDA
      *               E O OPERADOR E AVISADO) E NAO PODE TER OUTRO
      *               RESPONSAVEL; CADA RESPONSAVEL TEM ATE 6 ALUNOS,
      *               NA ORDEM DO VINCULO (A ORDEM DO DESCONTO DE
      *               IRMAOS). AS TRANSACOES VALIDAS SAO APLICADAS NA
      *               TABELA E O CADASTRO E REGRAVADO NO FIM; CADA UMA
      *               SAI EM RELMRESP COM O RESULTADO E O MOTIVO DA
      *               REJEICAO E AS APLICADAS VAO AO LOG COMUM DE
      *               EXCECOES (EXCLOG.DAT) COMO INFORMATIVAS.
      *               RETURN-CODE 4 COM TRANSACAO REJEITADA; 16 SEM O
      *               MOVRESP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVRESP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOV.

           SELECT CADRESP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESP.

           SELECT CADALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALU.

           SELECT RELMRESP ASSIGN TO DISK.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       FD MOVRESP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVRESP.DAT".

       01 REG-MOV.
           02 OPER-MRSP      PIC X(01).
           02 CPF-MRSP       PIC 9(11).
           02 MAT-MRSP       PIC 9(07).
           02 DADOS-MRSP.
               03 NOME-MRSP      PIC X(30).
               03 FONE-MRSP      PIC X(11).
               03 EMAIL-MRSP     PIC X(40).
               03 ENDER-MRSP     PIC X(40).
               03 CIDADE-MRSP    PIC X(20).
               03 UF-MRSP        PIC X(02).
               03 CEP-MRSP       PIC 9(08).

       COPY CADRESP.

       FD CADALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".

       01 REG-ALU.
           02 TURMA-ALU      PIC 9(03).
           02 COD-ALU        PIC 9(07).
           02 NOME-ALU       PIC X(30).
           02 NOTA-ALU       PIC X(16).

       FD RELMRESP
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY EXCLOG.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-MOV            PIC X(03) VALUE "NAO".
       77 FIM-RESP           PIC X(03) VALUE "NAO".
       77 FIM-ALU            PIC X(03) VALUE "NAO".
       77 FS-MOV             PIC X(02) VALUE SPACES.
       77 FS-RESP            PIC X(02) VALUE SPACES.
       77 FS-ALU             PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 QTD-RESP           PIC 9(03) VALUE ZEROES.
       77 IDX-RESP           PIC 9(03) VALUE ZEROES.
       77 POS-RESP           PIC 9(03) VALUE ZEROES.
       77 POS-VINC           PIC 9(03) VALUE ZEROES.
       77 IDX-DESL           PIC 9(03) VALUE ZEROES.
       77 IDX-FIL            PIC 9(01) VALUE ZEROES.
       77 POS-FIL            PIC 9(01) VALUE ZEROES.
       77 QTD-ALU            PIC 9(03) VALUE ZEROES.
       77 IDX-ALU            PIC 9(03) VALUE ZEROES.
       77 ACHOU-ALU          PIC 9     VALUE ZEROES.
       77 TEM-CADALU         PIC 9     VALUE ZEROES.
       77 CPF-VAL            PIC 9     VALUE ZEROES.
       77 TRANS-VAL          PIC 9     VALUE ZEROES.
       77 MAIOR-COD          PIC 9(07) VALUE ZEROES.
       77 CT-APLICADAS       PIC 9(05) VALUE ZEROES.
       77 CT-REJEITADAS      PIC 9(05) VALUE ZEROES.
       77 MOTIVO-REJ         PIC X(30) VALUE SPACES.
       77 CHAVE-AUD          PIC X(15) VALUE SPACES.
       77 MSG-AUD            PIC X(40) VALUE SPACES.

       01 CPF-TRAB.
           02 CPF-TRAB-DIG   PIC 9 OCCURS 11 TIMES.
       01 CPF-TRAB-9 REDEFINES CPF-TRAB PIC 9(11).

       COPY WSDATAMOV.

      * MESMO LAYOUT DO REG-RESP, PARA A CARGA E A REGRAVACAO.
       01 TAB-RESP.
           02 ENT-RESP OCCURS 500 TIMES.
               03 COD-RESP-TAB   PIC 9(07).
               03 CPF-RESP-TAB   PIC 9(11).
               03 DADOS-RESP-TAB PIC X(151).
               03 QTD-FIL-TAB    PIC 9(01).
               03 MAT-FIL-TAB    PIC 9(07) OCCURS 6 TIMES.

       01 TAB-ALU.
           02 MAT-ALU-TAB    PIC 9(07) OCCURS 500 TIMES.

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
                  "MANUTENCAO DO CADASTRO DE RESPONSAVEIS ".
           02 FILLER         PIC X(40) VALUE SPACES.

       01 LIN-CAB.
           02 FILLER         PIC X(40) VALUE
                  "OP CPF         CODIGO  MATR.   RESULTADO".
           02 FILLER         PIC X(40) VALUE
                  " MOTIVO                                 ".

       01 LIN-TRANS.
           02 OPER-LIN       PIC X(01).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 CPF-LIN        PIC 9(11).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 COD-LIN        PIC 9(07).
           02 COD-LIN-X REDEFINES COD-LIN PIC X(07).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MAT-LIN        PIC 9(07).
           02 MAT-LIN-X REDEFINES MAT-LIN PIC X(07).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RESULT-LIN     PIC X(09).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MOTIVO-LIN     PIC X(30).
           02 FILLER         PIC X(09) VALUE SPACES.

       01 LIN-TOTAL.
           02 FILLER         PIC X(21) VALUE "TRANSACOES APLICADAS:".
           02 APLIC-LIN      PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  REJEITADAS: ".
           02 REJ-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(15) VALUE "  RESPONSAVEIS ".
           02 FILLER         PIC X(12) VALUE "NO CADASTRO:".
           02 QTD-LIN        PIC ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

       EM03-39.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-MOV EQUAL "SIM".
           PERFORM FIM.
           IF CT-REJEITADAS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           OPEN INPUT MOVRESP.
           IF FS-MOV NOT EQUAL "00"
               DISPLAY "MOVRESP NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-MOV
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM CARGA-CADALU.
           PERFORM CARGA-CADRESP.
           OPEN OUTPUT RELMRESP
                EXTEND EXCLOG.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM LIN-CAB AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           PERFORM LE-MOV.
           IF FIM-MOV EQUAL "SIM"
               DISPLAY "MOVRESP SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      * MATRICULAS DO CADALU; SEM O ARQUIVO A MATRICULA DO VINCULO
      * NAO E CONFERIDA (E O OPERADOR E AVISADO).
       CARGA-CADALU.
           OPEN INPUT CADALU.
           IF FS-ALU EQUAL "00"
               MOVE 1 TO TEM-CADALU
               PERFORM LE-ALU UNTIL FIM-ALU EQUAL "SIM"
               CLOSE CADALU
           ELSE
               DISPLAY "EM0339 - SEM CADALU - MATRICULA NAO CONFERIDA".

       LE-ALU.
           READ CADALU AT END
               MOVE "SIM" TO FIM-ALU.
           IF FIM-ALU NOT EQUAL "SIM"
               IF QTD-ALU GREATER THAN OR EQUAL TO 500
                   DISPLAY "CADALU EXCEDE LIMITE DE 500 ALUNOS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-ALU
                   MOVE COD-ALU TO MAT-ALU-TAB(QTD-ALU).

      * CADASTRO ATUAL; SEM O ARQUIVO (PRIMEIRA RODADA) COMECA VAZIO.
      * O MAIOR CODIGO DA BASE AO PROXIMO RESPONSAVEL INCLUIDO.
       CARGA-CADRESP.
           OPEN INPUT CADRESP.
           IF FS-RESP EQUAL "00"
               PERFORM LE-RESP UNTIL FIM-RESP EQUAL "SIM"
               CLOSE CADRESP.
           IF MAIOR-COD IS LESS THAN 7000000
               MOVE 7000000 TO MAIOR-COD.

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
                   MOVE REG-RESP TO ENT-RESP(QTD-RESP)
                   IF COD-RESP IS GREATER THAN MAIOR-COD
                       MOVE COD-RESP TO MAIOR-COD.

       LE-MOV.
           READ MOVRESP AT END MOVE "SIM" TO FIM-MOV.

       PRINCIPAL.
           PERFORM VALIDA-TRANSACAO.
           IF TRANS-VAL EQUAL 1
               EVALUATE OPER-MRSP
                   WHEN "I" PERFORM APLICA-INCLUSAO
                   WHEN "A" PERFORM APLICA-ALTERACAO
                   WHEN "E" PERFORM APLICA-EXCLUSAO
                   WHEN "V" PERFORM APLICA-VINCULO
                   WHEN "D" PERFORM APLICA-DESVINCULO
               END-EVALUATE
               PERFORM CONFIRMA-TRANSACAO
           ELSE
               PERFORM REJEITA-TRANSACAO.
           PERFORM LE-MOV.

      * CRITICA EM CASCATA: A PRIMEIRA FALHA DA O MOTIVO.
       VALIDA-TRANSACAO.
           MOVE 1 TO TRANS-VAL.
           MOVE SPACES TO MOTIVO-REJ.
           MOVE ZEROES TO POS-RESP.
           IF OPER-MRSP NOT EQUAL "I" AND OPER-MRSP NOT EQUAL "A" AND
              OPER-MRSP NOT EQUAL "E" AND OPER-MRSP NOT EQUAL "V" AND
              OPER-MRSP NOT EQUAL "D"
               MOVE 0 TO TRANS-VAL
               MOVE "OPERACAO INVALIDA" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1
               PERFORM VALIDA-CPF.
           IF TRANS-VAL EQUAL 1
               PERFORM PROCURA-RESP
               IF OPER-MRSP EQUAL "I"
                   IF POS-RESP IS GREATER THAN ZEROES
                       MOVE 0 TO TRANS-VAL
                       MOVE "CPF JA CADASTRADO" TO MOTIVO-REJ
                   END-IF
               ELSE
                   IF POS-RESP EQUAL ZEROES
                       MOVE 0 TO TRANS-VAL
                       MOVE "RESPONSAVEL NAO CADASTRADO"
                           TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1
               EVALUATE OPER-MRSP
                   WHEN "I" PERFORM VALIDA-INCLUSAO
                   WHEN "A" PERFORM VALIDA-DADOS
                   WHEN "E" PERFORM VALIDA-EXCLUSAO
                   WHEN "V" PERFORM VALIDA-VINCULO
                   WHEN "D" PERFORM VALIDA-DESVINCULO
               END-EVALUATE.

       VALIDA-CPF.
           MOVE ZEROES TO CPF-VAL.
           IF CPF-MRSP IS NUMERIC AND CPF-MRSP NOT EQUAL ZEROES
               MOVE CPF-MRSP TO CPF-TRAB-9
               CALL "CPFVALID" USING CPF-TRAB CPF-VAL.
           IF CPF-VAL NOT EQUAL 1
               MOVE 0 TO TRANS-VAL
               MOVE "CPF INVALIDO" TO MOTIVO-REJ.

       VALIDA-INCLUSAO.
           IF MAIOR-COD IS NOT LESS THAN 7999999
               MOVE 0 TO TRANS-VAL
               MOVE "FAIXA DE CODIGOS ESGOTADA" TO MOTIVO-REJ
           ELSE
               PERFORM VALIDA-DADOS.

       VALIDA-DADOS.
           IF NOME-MRSP EQUAL SPACES
               MOVE 0 TO TRANS-VAL
               MOVE "NOME NAO INFORMADO" TO MOTIVO-REJ
           ELSE
               IF CEP-MRSP IS NOT NUMERIC
                   MOVE 0 TO TRANS-VAL
                   MOVE "CEP INVALIDO" TO MOTIVO-REJ.

       VALIDA-EXCLUSAO.
           IF QTD-FIL-TAB(POS-RESP) IS GREATER THAN ZEROES
               MOVE 0 TO TRANS-VAL
               MOVE "RESP. COM ALUNO VINCULADO" TO MOTIVO-REJ.

      * A FAIXA 7NNNNNN E DO BOLETO DO RESPONSAVEL: UMA MATRICULA
      * NELA SE CONFUNDIRIA COM ELE NA BAIXA DO PAGAMENTO.
       VALIDA-VINCULO.
           IF MAT-MRSP IS NOT NUMERIC OR MAT-MRSP EQUAL ZEROES
               MOVE 0 TO TRANS-VAL
               MOVE "MATRICULA INVALIDA" TO MOTIVO-REJ
           ELSE
               IF MAT-MRSP IS NOT LESS THAN 7000000 AND
                  MAT-MRSP IS NOT GREATER THAN 7999999
                   MOVE 0 TO TRANS-VAL
                   MOVE "MATRICULA NA FAIXA DE RESPONS." TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1 AND TEM-CADALU EQUAL 1
               PERFORM PROCURA-ALU
               IF ACHOU-ALU EQUAL 0
                   MOVE 0 TO TRANS-VAL
                   MOVE "MATRICULA SEM CADALU" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1
               PERFORM PROCURA-VINCULO
               IF POS-VINC IS GREATER THAN ZEROES
                   MOVE 0 TO TRANS-VAL
                   MOVE "ALUNO JA TEM RESPONSAVEL" TO MOTIVO-REJ
               ELSE
                   IF QTD-FIL-TAB(POS-RESP) IS NOT LESS THAN 6
                       MOVE 0 TO TRANS-VAL
                       MOVE "LIMITE DE 6 ALUNOS VINCULADOS"
                           TO MOTIVO-REJ.

       VALIDA-DESVINCULO.
           PERFORM PROCURA-FILHO.
           IF POS-FIL EQUAL ZEROES
               MOVE 0 TO TRANS-VAL
               MOVE "ALUNO NAO VINCULADO AO RESP." TO MOTIVO-REJ.

       PROCURA-RESP.
           MOVE ZEROES TO POS-RESP IDX-RESP.
           PERFORM TESTA-RESP QTD-RESP TIMES.

       TESTA-RESP.
           ADD 1 TO IDX-RESP.
           IF CPF-RESP-TAB(IDX-RESP) EQUAL CPF-MRSP
               MOVE IDX-RESP TO POS-RESP.

      * RESPONSAVEL (QUALQUER UM) QUE JA TEM A MATRICULA VINCULADA.
       PROCURA-VINCULO.
           MOVE ZEROES TO POS-VINC IDX-RESP.
           PERFORM TESTA-VINCULO QTD-RESP TIMES.

       TESTA-VINCULO.
           ADD 1 TO IDX-RESP.
           MOVE ZEROES TO IDX-FIL.
           PERFORM TESTA-VINCULO-FIL QTD-FIL-TAB(IDX-RESP) TIMES.

       TESTA-VINCULO-FIL.
           ADD 1 TO IDX-FIL.
           IF MAT-FIL-TAB(IDX-RESP, IDX-FIL) EQUAL MAT-MRSP
               MOVE IDX-RESP TO POS-VINC.

      * POSICAO DA MATRICULA NA LISTA DO RESPONSAVEL DO MOVIMENTO.
       PROCURA-FILHO.
           MOVE ZEROES TO POS-FIL IDX-FIL.
           PERFORM TESTA-FILHO QTD-FIL-TAB(POS-RESP) TIMES.

       TESTA-FILHO.
           ADD 1 TO IDX-FIL.
           IF MAT-FIL-TAB(POS-RESP, IDX-FIL) EQUAL MAT-MRSP
               MOVE IDX-FIL TO POS-FIL.

       PROCURA-ALU.
           MOVE ZEROES TO ACHOU-ALU.
           MOVE 1 TO IDX-ALU.
           PERFORM TESTA-ALU
               UNTIL IDX-ALU IS GREATER THAN QTD-ALU
                  OR ACHOU-ALU EQUAL 1.

       TESTA-ALU.
           IF MAT-ALU-TAB(IDX-ALU) EQUAL MAT-MRSP
               MOVE 1 TO ACHOU-ALU
           ELSE
               ADD 1 TO IDX-ALU.

       APLICA-INCLUSAO.
           IF QTD-RESP GREATER THAN OR EQUAL TO 500
               DISPLAY "CADRESP EXCEDE LIMITE DE 500 RESPONSAVEIS - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-RESP.
           ADD 1 TO MAIOR-COD.
           MOVE QTD-RESP TO POS-RESP.
           MOVE MAIOR-COD TO COD-RESP-TAB(POS-RESP).
           MOVE CPF-MRSP TO CPF-RESP-TAB(POS-RESP).
           MOVE DADOS-MRSP TO DADOS-RESP-TAB(POS-RESP).
           MOVE ZEROES TO QTD-FIL-TAB(POS-RESP).
           MOVE ZEROES TO MAT-FIL-TAB(POS-RESP, 1)
                          MAT-FIL-TAB(POS-RESP, 2)
                          MAT-FIL-TAB(POS-RESP, 3)
                          MAT-FIL-TAB(POS-RESP, 4)
                          MAT-FIL-TAB(POS-RESP, 5)
                          MAT-FIL-TAB(POS-RESP, 6).
           MOVE "INCLUSAO - CODIGO" TO MSG-AUD.
           MOVE MAIOR-COD TO MSG-AUD(19:7).

       APLICA-ALTERACAO.
           MOVE DADOS-MRSP TO DADOS-RESP-TAB(POS-RESP).
           MOVE "ALTERACAO DE NOME/CONTATO/ENDERECO" TO MSG-AUD.

       APLICA-EXCLUSAO.
           MOVE "EXCLUSAO - CODIGO" TO MSG-AUD.
           MOVE COD-RESP-TAB(POS-RESP) TO MSG-AUD(19:7).
           MOVE POS-RESP TO IDX-DESL.
           PERFORM DESLOCA-EXCLUSAO
               UNTIL IDX-DESL IS NOT LESS THAN QTD-RESP.
           SUBTRACT 1 FROM QTD-RESP.

       DESLOCA-EXCLUSAO.
           MOVE ENT-RESP(IDX-DESL + 1) TO ENT-RESP(IDX-DESL).
           ADD 1 TO IDX-DESL.

       APLICA-VINCULO.
           ADD 1 TO QTD-FIL-TAB(POS-RESP).
           MOVE QTD-FIL-TAB(POS-RESP) TO IDX-FIL.
           MOVE MAT-MRSP TO MAT-FIL-TAB(POS-RESP, IDX-FIL).
           MOVE "VINCULO DA MATRICULA" TO MSG-AUD.
           MOVE MAT-MRSP TO MSG-AUD(22:7).
           MOVE "IRMAO" TO MSG-AUD(30:5).
           MOVE QTD-FIL-TAB(POS-RESP) TO MSG-AUD(36:1).

      * OS IRMAOS SEGUINTES SOBEM UMA POSICAO NA ORDEM DO DESCONTO.
       APLICA-DESVINCULO.
           MOVE "DESVINCULO DA MATRICULA" TO MSG-AUD.
           MOVE MAT-MRSP TO MSG-AUD(25:7).
           MOVE POS-FIL TO IDX-FIL.
           PERFORM DESLOCA-FILHO
               UNTIL IDX-FIL IS NOT LESS THAN QTD-FIL-TAB(POS-RESP).
           MOVE ZEROES TO MAT-FIL-TAB(POS-RESP, IDX-FIL).
           SUBTRACT 1 FROM QTD-FIL-TAB(POS-RESP).

       DESLOCA-FILHO.
           MOVE MAT-FIL-TAB(POS-RESP, IDX-FIL + 1)
               TO MAT-FIL-TAB(POS-RESP, IDX-FIL).
           ADD 1 TO IDX-FIL.

       CONFIRMA-TRANSACAO.
           ADD 1 TO CT-APLICADAS.
           MOVE "APLICADA" TO RESULT-LIN.
           MOVE SPACES TO MOTIVO-LIN.
           PERFORM IMPRIME-TRANSACAO.
           MOVE SPACES TO CHAVE-AUD.
           MOVE CPF-MRSP TO CHAVE-AUD(1:11).
           PERFORM GRAVA-EXCLOG.

       REJEITA-TRANSACAO.
           ADD 1 TO CT-REJEITADAS.
           MOVE "REJEITADA" TO RESULT-LIN.
           MOVE MOTIVO-REJ TO MOTIVO-LIN.
           PERFORM IMPRIME-TRANSACAO.

      * CODIGO DO RESPONSAVEL QUANDO JA EXISTE (NA INCLUSAO APLICADA,
      * O CODIGO NOVO); MATRICULA SO NO VINCULO/DESVINCULO.
       IMPRIME-TRANSACAO.
           MOVE OPER-MRSP TO OPER-LIN.
           MOVE CPF-MRSP TO CPF-LIN.
           IF OPER-MRSP EQUAL "I" AND TRANS-VAL EQUAL 1
               MOVE MAIOR-COD TO COD-LIN
           ELSE
               IF POS-RESP IS GREATER THAN ZEROES AND
                  OPER-MRSP NOT EQUAL "E"
                   MOVE COD-RESP-TAB(POS-RESP) TO COD-LIN
               ELSE
                   MOVE SPACES TO COD-LIN-X.
           IF OPER-MRSP EQUAL "V" OR OPER-MRSP EQUAL "D"
               MOVE MAT-MRSP TO MAT-LIN
           ELSE
               MOVE SPACES TO MAT-LIN-X.
           WRITE REL-SAI FROM LIN-TRANS AFTER ADVANCING 1 LINE.

      * REGRAVA O CADASTRO INTEIRO COM AS TRANSACOES APLICADAS.
       FIM.
           OPEN OUTPUT CADRESP.
           MOVE ZEROES TO IDX-RESP.
           PERFORM GRAVA-RESP QTD-RESP TIMES.
           CLOSE CADRESP.
           MOVE CT-APLICADAS TO APLIC-LIN.
           MOVE CT-REJEITADAS TO REJ-LIN.
           MOVE QTD-RESP TO QTD-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           CLOSE MOVRESP
                 RELMRESP
                 EXCLOG.
           DISPLAY "EM0339 - " CT-APLICADAS " APLICADAS, "
                   CT-REJEITADAS " REJEITADAS".

       GRAVA-RESP.
           ADD 1 TO IDX-RESP.
           MOVE ENT-RESP(IDX-RESP) TO REG-RESP.
           WRITE REG-RESP.

       COPY LEDATAMOV.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID== BY =="EM0339"==
                     ==CPY-CHAVE==  BY ==CHAVE-AUD==
                     ==CPY-SEVER==  BY =="I"==
                     ==CPY-MSG==    BY ==MSG-AUD==.
