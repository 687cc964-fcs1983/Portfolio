       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0325.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       MANUTENCAO DO CADASTRO DE AFASTAMENTOS
      *               (CADAFAST.DAT, COPY CADAFAST). ATE AQUI O
      *               FUNCIONARIO EM LICENCA MEDICA, MATERNIDADE OU
      *               NAO REMUNERADA CONTINUAVA RECEBENDO O FIXO-ENT
      *               CHEIO NO EM0306, A MENOS QUE ALGUEM ZERASSE O
      *               CADVEND E LEMBRASSE DE VOLTAR DEPOIS. ESTE JOB LE
      *               O MOVIMENTO MOVAFAST.DAT:
      *                 OPER-MAFA    X(01)  I=INCLUI AFASTAMENTO
      *                                     R=REGISTRA O RETORNO
      *                                     P=ALTERA O RETORNO PREVISTO
      *                                     E=EXCLUI (LANCAMENTO
      *                                       INDEVIDO)
      *                 MAT-MAFA     9(05)  MATRICULA
      *                 TIPO-MAFA    X(01)  D=DOENCA M=MATERNIDADE
      *                                     N=NAO REMUNERADA (SO NA
      *                                     INCLUSAO)
      *                 INICIO-MAFA  DD/MM/AAAA  INICIO (CHAVE)
      *                 DATA-MAFA    DD/MM/AAAA  RETORNO PREVISTO (I,
      *                                     P) OU RETORNO EFETIVO (R)
      *               CRITICA CADA TRANSACAO (OPERACAO E TIPO
      *               VALIDOS, DATAS REAIS VIA DATEVALID, MATRICULA NO
      *               CADFUNC QUANDO O CADASTRO EXISTE, AFASTAMENTO
      *               SOBREPOSTO A OUTRO DA MESMA MATRICULA, RETORNO
      *               ANTES DO INICIO OU NO FUTURO, RETORNO DE QUEM JA
      *               VOLTOU), APLICA AS VALIDAS NO CADASTRO, QUE E
      *               REGRAVADO AO FINAL, E LISTA TODAS EM RELMAFA COM
      *               O MOTIVO DA REJEICAO. CADA ALTERACAO APLICADA VAI
      *               PARA O LOG COMUM EXCLOG.DAT (SEVERIDADE "I"),
      *               COMO NO MANREF. RETURN-CODE 4 QUANDO HOUVE
      *               REJEICAO, 16 QUANDO MOVAFAST NAO PODE SER LIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVAFAST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOV.

           SELECT CADAFAST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AFA.

           SELECT CADFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FUNC.

           SELECT RELMAFA ASSIGN TO DISK.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       FD MOVAFAST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVAFAST.DAT".

       01 REG-MOV.
           02 OPER-MAFA      PIC X(01).
           02 MAT-MAFA       PIC 9(05).
           02 TIPO-MAFA      PIC X(01).
           02 INICIO-MAFA.
               03 DD-INI        PIC 9(02).
               03 MM-INI        PIC 9(02).
               03 AA-INI        PIC 9(04).
           02 DATA-MAFA.
               03 DD-DAT        PIC 9(02).
               03 MM-DAT        PIC 9(02).
               03 AA-DAT        PIC 9(04).

       COPY CADAFAST.

       FD CADFUNC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFUNC.DAT".

       01 REG-FUNC.
           02 MAT-FUNC       PIC 9(05).
           02 NOME-FUNC      PIC X(30).
           02 ADMI-FUNC      PIC 9(08).
           02 SAL-FUNC       PIC 9(07)V99.
           02 DEPT-FUNC      PIC X.
           02 SEC-FUNC       PIC X.
           02 CONTA-FUNC     PIC 9(10).
           02 FIXO-FUNC      PIC 9(07)V99.
           02 VENDAS-FUNC    PIC 9(07)V99.
           02 DESC-FUNC      PIC 9(05)V99.

       FD RELMAFA
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY EXCLOG.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-MOV            PIC X(03) VALUE "NAO".
       77 FIM-AFA            PIC X(03) VALUE "NAO".
       77 FIM-FUNC           PIC X(03) VALUE "NAO".
       77 FS-MOV             PIC X(02) VALUE SPACES.
       77 FS-AFA             PIC X(02) VALUE SPACES.
       77 FS-FUNC            PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 QTD-AFA            PIC 9(03) VALUE ZEROES.
       77 IDX-AFA            PIC 9(03) VALUE ZEROES.
       77 POS-AFA            PIC 9(03) VALUE ZEROES.
       77 IDX-DESL           PIC 9(03) VALUE ZEROES.
       77 QTD-FUNC           PIC 9(03) VALUE ZEROES.
       77 IDX-FUNC           PIC 9(03) VALUE ZEROES.
       77 ACHOU-FUNC         PIC 9     VALUE ZEROES.
       77 TEM-CADFUNC        PIC 9     VALUE ZEROES.
       77 SOBREPOE           PIC 9     VALUE ZEROES.
       77 DATA-VAL           PIC 9     VALUE ZEROES.
       77 TRANS-VAL          PIC 9     VALUE ZEROES.
       77 CT-APLICADAS       PIC 9(05) VALUE ZEROES.
       77 CT-REJEITADAS      PIC 9(05) VALUE ZEROES.
       77 MOTIVO-REJ         PIC X(30) VALUE SPACES.
       77 CHAVE-AUD          PIC X(15) VALUE SPACES.
       77 MSG-AUD            PIC X(40) VALUE SPACES.

       01 DATA-VIGENCIA-X    PIC X(08) VALUE SPACES.
       01 DATA-VIGENCIA REDEFINES DATA-VIGENCIA-X PIC 9(08).

       01 DATA-REF-ZERO      PIC 9(08) VALUE ZEROES.

      * AS DATAS DO MOVIMENTO (DD/MM/AAAA) VIRADAS EM AAAAMMDD.
       01 INICIO-CONV.
           02 AA-INI-CONV    PIC 9(04).
           02 MM-INI-CONV    PIC 9(02).
           02 DD-INI-CONV    PIC 9(02).
       01 INICIO-CONV-9 REDEFINES INICIO-CONV PIC 9(08).

       01 DATA-CONV.
           02 AA-DAT-CONV    PIC 9(04).
           02 MM-DAT-CONV    PIC 9(02).
           02 DD-DAT-CONV    PIC 9(02).
       01 DATA-CONV-9 REDEFINES DATA-CONV PIC 9(08).

       COPY WSDATAMOV.

       01 TAB-AFA.
           02 ENT-AFA OCCURS 500 TIMES.
               03 MAT-AFA-TAB      PIC 9(05).
               03 TIPO-AFA-TAB     PIC X(01).
               03 INICIO-AFA-TAB   PIC 9(08).
               03 PREVISTO-AFA-TAB PIC 9(08).
               03 RETORNO-AFA-TAB  PIC 9(08).

       01 TAB-FUNC.
           02 MAT-FUNC-TAB   PIC 9(05) OCCURS 300 TIMES.

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
                  "MANUTENCAO DO CADASTRO DE AFASTAMENTOS  ".
           02 FILLER         PIC X(40) VALUE SPACES.

       01 LIN-CAB.
           02 FILLER         PIC X(40) VALUE
                  "OP MATR. T INICIO     DATA       RESULTA".
           02 FILLER         PIC X(40) VALUE
                  "DO MOTIVO                               ".

       01 LIN-TRANS.
           02 OPER-LIN       PIC X(01).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 MAT-LIN        PIC 9(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 TIPO-LIN       PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DD-INI-LIN     PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-INI-LIN     PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AA-INI-LIN     PIC 9(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DD-DAT-LIN     PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-DAT-LIN     PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AA-DAT-LIN     PIC 9(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RESULT-LIN     PIC X(09).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MOTIVO-LIN     PIC X(30).
           02 FILLER         PIC X(04) VALUE SPACES.

       01 LIN-TOTAL.
           02 FILLER         PIC X(21) VALUE "TRANSACOES APLICADAS:".
           02 APLIC-LIN      PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  REJEITADAS: ".
           02 REJ-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(19) VALUE "  AFASTAMENTOS NO ".
           02 FILLER         PIC X(10) VALUE "CADASTRO: ".
           02 QTD-LIN        PIC ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       EM03-25.
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
           MOVE DATA-MOVTO TO DATA-VIGENCIA-X.
           OPEN INPUT MOVAFAST.
           IF FS-MOV NOT EQUAL "00"
               DISPLAY "MOVAFAST NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-MOV
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM CARGA-CADFUNC.
           PERFORM CARGA-CADAFAST.
           OPEN OUTPUT RELMAFA
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
               DISPLAY "MOVAFAST SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      * MATRICULAS DO CADASTRO UNICO; SEM O CADFUNC A MATRICULA NAO
      * E CONFERIDA (E O OPERADOR E AVISADO).
       CARGA-CADFUNC.
           OPEN INPUT CADFUNC.
           IF FS-FUNC EQUAL "00"
               MOVE 1 TO TEM-CADFUNC
               PERFORM LE-FUNC UNTIL FIM-FUNC EQUAL "SIM"
               CLOSE CADFUNC
           ELSE
               DISPLAY "EM0325 - SEM CADFUNC - MATRICULA NAO CONFERIDA".

       LE-FUNC.
           READ CADFUNC AT END
               MOVE "SIM" TO FIM-FUNC.
           IF FIM-FUNC NOT EQUAL "SIM"
               IF QTD-FUNC GREATER THAN OR EQUAL TO 300
                   DISPLAY "TAB-FUNC EXCEDE LIMITE DE 300 "
                           "FUNCIONARIOS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-FUNC
                   MOVE MAT-FUNC TO MAT-FUNC-TAB(QTD-FUNC).

      * CADASTRO ATUAL; SEM O ARQUIVO (PRIMEIRA RODADA) COMECA VAZIO.
       CARGA-CADAFAST.
           OPEN INPUT CADAFAST.
           IF FS-AFA EQUAL "00"
               PERFORM LE-AFA UNTIL FIM-AFA EQUAL "SIM"
               CLOSE CADAFAST.

       LE-AFA.
           READ CADAFAST AT END
               MOVE "SIM" TO FIM-AFA.
           IF FIM-AFA NOT EQUAL "SIM"
               IF QTD-AFA GREATER THAN OR EQUAL TO 500
                   DISPLAY "CADAFAST EXCEDE LIMITE DE 500 "
                           "AFASTAMENTOS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-AFA
                   MOVE MAT-AFA TO MAT-AFA-TAB(QTD-AFA)
                   MOVE TIPO-AFA TO TIPO-AFA-TAB(QTD-AFA)
                   MOVE INICIO-AFA TO INICIO-AFA-TAB(QTD-AFA)
                   MOVE PREVISTO-AFA TO PREVISTO-AFA-TAB(QTD-AFA)
                   MOVE RETORNO-AFA TO RETORNO-AFA-TAB(QTD-AFA).

       LE-MOV.
           READ MOVAFAST AT END MOVE "SIM" TO FIM-MOV.

       PRINCIPAL.
           PERFORM VALIDA-TRANSACAO.
           IF TRANS-VAL EQUAL 1
               EVALUATE OPER-MAFA
                   WHEN "I" PERFORM APLICA-INCLUSAO
                   WHEN "R" PERFORM APLICA-RETORNO
                   WHEN "P" PERFORM APLICA-PREVISAO
                   WHEN "E" PERFORM APLICA-EXCLUSAO
               END-EVALUATE
               PERFORM CONFIRMA-TRANSACAO
           ELSE
               PERFORM REJEITA-TRANSACAO.
           PERFORM LE-MOV.

      * CRITICA EM CASCATA: A PRIMEIRA FALHA DA O MOTIVO.
       VALIDA-TRANSACAO.
           MOVE 1 TO TRANS-VAL.
           MOVE SPACES TO MOTIVO-REJ.
           IF OPER-MAFA NOT EQUAL "I" AND OPER-MAFA NOT EQUAL "R" AND
              OPER-MAFA NOT EQUAL "P" AND OPER-MAFA NOT EQUAL "E"
               MOVE 0 TO TRANS-VAL
               MOVE "OPERACAO INVALIDA" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1
               CALL "DATEVALID" USING INICIO-MAFA DATA-REF-ZERO
                                      DATA-VAL
               IF DATA-VAL NOT EQUAL 1
                   MOVE 0 TO TRANS-VAL
                   MOVE "DATA DE INICIO INVALIDA" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1
               MOVE AA-INI TO AA-INI-CONV
               MOVE MM-INI TO MM-INI-CONV
               MOVE DD-INI TO DD-INI-CONV
               PERFORM PROCURA-AFA
               IF OPER-MAFA EQUAL "I"
                   PERFORM VALIDA-INCLUSAO
               ELSE
                   IF POS-AFA EQUAL ZEROES
                       MOVE 0 TO TRANS-VAL
                       MOVE "AFASTAMENTO NAO CADASTRADO"
                           TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1 AND OPER-MAFA NOT EQUAL "E"
               PERFORM VALIDA-DATA.

       VALIDA-INCLUSAO.
           IF TIPO-MAFA NOT EQUAL "D" AND TIPO-MAFA NOT EQUAL "M" AND
              TIPO-MAFA NOT EQUAL "N"
               MOVE 0 TO TRANS-VAL
               MOVE "TIPO DE AFASTAMENTO INVALIDO" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1 AND TEM-CADFUNC EQUAL 1
               PERFORM PROCURA-FUNC
               IF ACHOU-FUNC EQUAL 0
                   MOVE 0 TO TRANS-VAL
                   MOVE "MATRICULA SEM CADFUNC" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1
               MOVE ZEROES TO SOBREPOE IDX-AFA
               PERFORM TESTA-SOBREPOSICAO QTD-AFA TIMES
               IF SOBREPOE EQUAL 1
                   MOVE 0 TO TRANS-VAL
                   MOVE "SOBREPOE AFASTAMENTO EXISTENTE"
                       TO MOTIVO-REJ.

      * OUTRO AFASTAMENTO DA MATRICULA QUE COMECOU ANTES (OU NO MESMO
      * DIA) E AINDA NAO TINHA TERMINADO NO NOVO INICIO.
       TESTA-SOBREPOSICAO.
           ADD 1 TO IDX-AFA.
           IF MAT-AFA-TAB(IDX-AFA) EQUAL MAT-MAFA AND
              INICIO-AFA-TAB(IDX-AFA) IS NOT GREATER THAN INICIO-CONV-9
               IF RETORNO-AFA-TAB(IDX-AFA) EQUAL ZEROES OR
                  RETORNO-AFA-TAB(IDX-AFA) IS GREATER THAN
                  INICIO-CONV-9
                   MOVE 1 TO SOBREPOE.

      * SEGUNDA DATA: PREVISAO (I/P) NAO ANTERIOR AO INICIO; RETORNO
      * (R) DEPOIS DO INICIO, NAO NO FUTURO E SO PARA QUEM NAO VOLTOU.
       VALIDA-DATA.
           IF OPER-MAFA EQUAL "R"
               CALL "DATEVALID" USING DATA-MAFA DATA-VIGENCIA DATA-VAL
           ELSE
               CALL "DATEVALID" USING DATA-MAFA DATA-REF-ZERO DATA-VAL.
           IF DATA-VAL NOT EQUAL 1
               MOVE 0 TO TRANS-VAL
               MOVE "SEGUNDA DATA INVALIDA/FUTURA" TO MOTIVO-REJ
           ELSE
               MOVE AA-DAT TO AA-DAT-CONV
               MOVE MM-DAT TO MM-DAT-CONV
               MOVE DD-DAT TO DD-DAT-CONV
               IF DATA-CONV-9 IS LESS THAN INICIO-CONV-9 OR
                  (OPER-MAFA EQUAL "R" AND
                   DATA-CONV-9 EQUAL INICIO-CONV-9)
                   MOVE 0 TO TRANS-VAL
                   MOVE "DATA ANTERIOR AO INICIO" TO MOTIVO-REJ
               ELSE
                   IF OPER-MAFA NOT EQUAL "I" AND
                      RETORNO-AFA-TAB(POS-AFA) NOT EQUAL ZEROES
                       MOVE 0 TO TRANS-VAL
                       MOVE "RETORNO JA REGISTRADO" TO MOTIVO-REJ.

       PROCURA-AFA.
           MOVE ZEROES TO POS-AFA IDX-AFA.
           PERFORM TESTA-AFA QTD-AFA TIMES.

       TESTA-AFA.
           ADD 1 TO IDX-AFA.
           IF MAT-AFA-TAB(IDX-AFA) EQUAL MAT-MAFA AND
              INICIO-AFA-TAB(IDX-AFA) EQUAL INICIO-CONV-9
               MOVE IDX-AFA TO POS-AFA.

       PROCURA-FUNC.
           MOVE ZEROES TO ACHOU-FUNC.
           MOVE 1 TO IDX-FUNC.
           PERFORM TESTA-FUNC
               UNTIL IDX-FUNC IS GREATER THAN QTD-FUNC
                  OR ACHOU-FUNC EQUAL 1.

       TESTA-FUNC.
           IF MAT-FUNC-TAB(IDX-FUNC) EQUAL MAT-MAFA
               MOVE 1 TO ACHOU-FUNC
           ELSE
               ADD 1 TO IDX-FUNC.

       APLICA-INCLUSAO.
           IF QTD-AFA GREATER THAN OR EQUAL TO 500
               DISPLAY "CADAFAST EXCEDE LIMITE DE 500 AFASTAMENTOS - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-AFA.
           MOVE MAT-MAFA TO MAT-AFA-TAB(QTD-AFA).
           MOVE TIPO-MAFA TO TIPO-AFA-TAB(QTD-AFA).
           MOVE INICIO-CONV-9 TO INICIO-AFA-TAB(QTD-AFA).
           MOVE DATA-CONV-9 TO PREVISTO-AFA-TAB(QTD-AFA).
           MOVE ZEROES TO RETORNO-AFA-TAB(QTD-AFA).
           MOVE "INCLUSAO TIPO   PREVISTO" TO MSG-AUD.
           MOVE TIPO-MAFA TO MSG-AUD(15:1).
           MOVE DATA-CONV-9 TO MSG-AUD(26:8).

       APLICA-RETORNO.
           MOVE DATA-CONV-9 TO RETORNO-AFA-TAB(POS-AFA).
           MOVE "RETORNO EM" TO MSG-AUD.
           MOVE DATA-CONV-9 TO MSG-AUD(12:8).

       APLICA-PREVISAO.
           MOVE SPACES TO MSG-AUD.
           MOVE "PREVISTO DE          P/" TO MSG-AUD.
           MOVE PREVISTO-AFA-TAB(POS-AFA) TO MSG-AUD(13:8).
           MOVE DATA-CONV-9 TO MSG-AUD(25:8).
           MOVE DATA-CONV-9 TO PREVISTO-AFA-TAB(POS-AFA).

       APLICA-EXCLUSAO.
           MOVE "EXCLUSAO TIPO   PREVISTO" TO MSG-AUD.
           MOVE TIPO-AFA-TAB(POS-AFA) TO MSG-AUD(15:1).
           MOVE PREVISTO-AFA-TAB(POS-AFA) TO MSG-AUD(26:8).
           MOVE POS-AFA TO IDX-DESL.
           PERFORM DESLOCA-EXCLUSAO
               UNTIL IDX-DESL IS NOT LESS THAN QTD-AFA.
           SUBTRACT 1 FROM QTD-AFA.

       DESLOCA-EXCLUSAO.
           MOVE ENT-AFA(IDX-DESL + 1) TO ENT-AFA(IDX-DESL).
           ADD 1 TO IDX-DESL.

       CONFIRMA-TRANSACAO.
           ADD 1 TO CT-APLICADAS.
           MOVE "APLICADA" TO RESULT-LIN.
           MOVE SPACES TO MOTIVO-LIN.
           PERFORM IMPRIME-TRANSACAO.
           MOVE SPACES TO CHAVE-AUD.
           MOVE MAT-MAFA TO CHAVE-AUD(1:5).
           MOVE INICIO-CONV-9 TO CHAVE-AUD(7:8).
           PERFORM GRAVA-EXCLOG.

       REJEITA-TRANSACAO.
           ADD 1 TO CT-REJEITADAS.
           MOVE "REJEITADA" TO RESULT-LIN.
           MOVE MOTIVO-REJ TO MOTIVO-LIN.
           PERFORM IMPRIME-TRANSACAO.

       IMPRIME-TRANSACAO.
           MOVE OPER-MAFA TO OPER-LIN.
           MOVE MAT-MAFA TO MAT-LIN.
           MOVE TIPO-MAFA TO TIPO-LIN.
           MOVE DD-INI TO DD-INI-LIN.
           MOVE MM-INI TO MM-INI-LIN.
           MOVE AA-INI TO AA-INI-LIN.
           MOVE DD-DAT TO DD-DAT-LIN.
           MOVE MM-DAT TO MM-DAT-LIN.
           MOVE AA-DAT TO AA-DAT-LIN.
           WRITE REL-SAI FROM LIN-TRANS AFTER ADVANCING 1 LINE.

      * REGRAVA O CADASTRO INTEIRO COM AS TRANSACOES APLICADAS.
       FIM.
           OPEN OUTPUT CADAFAST.
           MOVE ZEROES TO IDX-AFA.
           PERFORM GRAVA-AFA QTD-AFA TIMES.
           CLOSE CADAFAST.
           MOVE CT-APLICADAS TO APLIC-LIN.
           MOVE CT-REJEITADAS TO REJ-LIN.
           MOVE QTD-AFA TO QTD-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           CLOSE MOVAFAST
                 RELMAFA
                 EXCLOG.
           DISPLAY "EM0325 - " CT-APLICADAS " APLICADAS, "
                   CT-REJEITADAS " REJEITADAS".

       GRAVA-AFA.
           ADD 1 TO IDX-AFA.
           MOVE MAT-AFA-TAB(IDX-AFA) TO MAT-AFA.
           MOVE TIPO-AFA-TAB(IDX-AFA) TO TIPO-AFA.
           MOVE INICIO-AFA-TAB(IDX-AFA) TO INICIO-AFA.
           MOVE PREVISTO-AFA-TAB(IDX-AFA) TO PREVISTO-AFA.
           MOVE RETORNO-AFA-TAB(IDX-AFA) TO RETORNO-AFA.
           WRITE REG-AFA.

       COPY LEDATAMOV.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID== BY =="EM0325"==
                     ==CPY-CHAVE==  BY ==CHAVE-AUD==
                     ==CPY-SEVER==  BY =="I"==
                     ==CPY-MSG==    BY ==MSG-AUD==.
