       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LOGINOPR.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       IDENTIFICACAO E AUTORIZACAO DOS OPERADORES DOS
      *               UTILITARIOS DE CONSOLE (APROVA, MANREF, REPLJRN,
      *               REORGIDX, EM0218, EM0227, OPERADOR), QUE ATE
      *               AQUI RODAVAM NA MAO DE QUALQUER UM COM ACESSO AO
      *               SERVIDOR - E O APROVA ACEITAVA QUALQUER NOME
      *               DIGITADO COMO ASSINATURA. NOS MOLDES DO
      *               DATEVALID/DATAROLL, RECEBE A AREA DE WSLOGIN.CPY:
      *                 FUNCAO "L" = PEDE OPERADOR E SENHA (ATE 3
      *                   TENTATIVAS), CONFERE O RESUMO DA SENHA COM O
      *                   CADOPER.DAT (VER CALCSENHA.CPY) E DEVOLVE
      *                   NOME E NIVEL. A TERCEIRA SENHA ERRADA
      *                   CONSECUTIVA BLOQUEIA O OPERADOR ("B"), QUE
      *                   SO O ADMINISTRADOR DESBLOQUEIA; A SENHA CERTA
      *                   ZERA AS FALHAS;
      *                 FUNCAO "A" = AUTORIZA O MODO PEDIDO PELA
      *                   TABELA CADACES.DAT (PROGID X(08) + MODO X(08)
      *                   + NIVEL MINIMO 9, MANTIDA PELO MANREF, TABELA
      *                   "ACESSO"): VALE A REGRA DO PROGRAMA E MODO;
      *                   SEM ELA, A REGRA DO PROGRAMA COM MODO EM
      *                   BRANCO; SEM NENHUMA, SO O ADMINISTRADOR
      *                   (NIVEL 9), QUE PASSA SEMPRE;
      *                 FUNCAO "R" = REGISTRA AS RESPOSTAS DADAS.
      *               CADA EVENTO VAI PARA O LOG DE ACESSO
      *               ACESSLOG.DAT (VER ACESSLOG.CPY) COM A DATA E A
      *               HORA REAIS. A SENHA E DIGITADA COM ECO NO
      *               CONSOLE (O ACCEPT PADRAO NAO TEM OUTRA FORMA) E
      *               E APAGADA DA MEMORIA LOGO APOS O RESUMO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADOPER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OPER.

           SELECT CADACES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACES.

           SELECT ACESSLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALOG.

       DATA DIVISION.
       FILE SECTION.

       COPY CADOPER.

       FD CADACES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADACES.DAT".

       01 REG-ACES.
           02 PROGID-REGRA   PIC X(08).
           02 MODO-REGRA     PIC X(08).
           02 NIVEL-REGRA    PIC 9(01).

       COPY ACESSLOG.

       WORKING-STORAGE SECTION.

       77 FS-OPER            PIC X(02) VALUE SPACES.
       77 FS-ACES            PIC X(02) VALUE SPACES.
       77 FS-ALOG            PIC X(02) VALUE SPACES.
       77 FIM-OPER           PIC X(03) VALUE "NAO".
       77 FIM-ACES           PIC X(03) VALUE "NAO".
       77 FIM-LOGIN          PIC X(03) VALUE "NAO".
       77 CARREGOU-ACES      PIC 9     VALUE ZEROES.
       77 QTD-OPER           PIC 9(03) VALUE ZEROES.
       77 IDX-OPER           PIC 9(03) VALUE ZEROES.
       77 POS-OPER           PIC 9(03) VALUE ZEROES.
       77 QTD-ACES           PIC 9(03) VALUE ZEROES.
       77 IDX-ACES           PIC 9(03) VALUE ZEROES.
       77 POS-REGRA          PIC 9(03) VALUE ZEROES.
       77 TENTATIVAS         PIC 9(01) VALUE ZEROES.
       77 NIVEL-EXIGIDO      PIC 9(01) VALUE ZEROES.
       77 EVENTO-TRAB        PIC X(01) VALUE SPACE.
       77 TEXTO-TRAB         PIC X(60) VALUE SPACES.
       77 DATA-REAL          PIC 9(08) VALUE ZEROES.

       COPY WSSENHA.

       01 TAB-OPER.
           02 REG-OPER-TAB   PIC X(48) OCCURS 200 TIMES.

       01 REG-OPER-TRAB.
           02 ID-TROP        PIC X(08).
           02 NOME-TROP      PIC X(20).
           02 HASH-TROP      PIC 9(09).
           02 NIVEL-TROP     PIC 9(01).
           02 FALHAS-TROP    PIC 9(01).
           02 SITU-TROP      PIC X(01).
           02 DATA-ULT-TROP  PIC 9(08).

       01 TAB-ACES.
           02 ENT-ACES OCCURS 200 TIMES.
               03 PROGID-REGRA-TAB PIC X(08).
               03 MODO-REGRA-TAB   PIC X(08).
               03 NIVEL-REGRA-TAB  PIC 9(01).

       01 TEXTO-NIVEL.
           02 FILLER         PIC X(13) VALUE "NIVEL EXIGIDO".
           02 FILLER         PIC X(01) VALUE SPACE.
           02 EXIGIDO-TXT    PIC 9(01).
           02 FILLER         PIC X(12) VALUE " - OPERADOR ".
           02 NIVEL-TXT      PIC 9(01).
           02 FILLER         PIC X(32) VALUE SPACES.

       LINKAGE SECTION.

       COPY WSLOGIN.

       PROCEDURE DIVISION USING AREA-LOGIN.

       LOGINOPR-01.
           MOVE 1 TO RESULT-LOGIN.
           EVALUATE FUNCAO-LOGIN
               WHEN "L" PERFORM IDENTIFICA-OPERADOR
               WHEN "A" PERFORM AUTORIZA-MODO
               WHEN "R" PERFORM REGISTRA-RESPOSTAS
           END-EVALUATE.
           GOBACK.

      * -------- FUNCAO L: IDENTIFICACAO --------
       IDENTIFICA-OPERADOR.
           MOVE SPACES TO OPERADOR-LOGIN NOME-LOGIN MODO-LOGIN.
           MOVE ZEROES TO NIVEL-LOGIN.
           PERFORM CARGA-OPERADORES.
           IF QTD-OPER EQUAL ZEROES
               DISPLAY "CADOPER.DAT SEM OPERADORES - CADASTRE PELO "
                       "UTILITARIO OPERADOR"
               MOVE "F" TO EVENTO-TRAB
               MOVE "CADOPER SEM OPERADORES" TO TEXTO-TRAB
               PERFORM GRAVA-ACESSLOG
           ELSE
               MOVE ZEROES TO TENTATIVAS
               MOVE "NAO" TO FIM-LOGIN
               PERFORM TENTA-IDENTIFICACAO UNTIL FIM-LOGIN EQUAL "SIM".
           IF RESULT-LOGIN NOT EQUAL ZEROES
               MOVE SPACES TO OPERADOR-LOGIN NOME-LOGIN
               MOVE ZEROES TO NIVEL-LOGIN
               DISPLAY PROGID-LOGIN " - ACESSO NEGADO".

       TENTA-IDENTIFICACAO.
           ADD 1 TO TENTATIVAS.
           MOVE SPACES TO SENHA-AREA.
           DISPLAY "OPERADOR.......: " WITH NO ADVANCING.
           ACCEPT SENHA-ID.
           DISPLAY "SENHA..........: " WITH NO ADVANCING.
           ACCEPT SENHA-TEXTO.
           PERFORM CALCULA-SENHA.
           MOVE SPACES TO SENHA-TEXTO.
           MOVE SENHA-ID TO OPERADOR-LOGIN.
           PERFORM PROCURA-OPERADOR.
           IF POS-OPER EQUAL ZEROES
               MOVE "F" TO EVENTO-TRAB
               MOVE "OPERADOR NAO CADASTRADO" TO TEXTO-TRAB
               DISPLAY "OPERADOR OU SENHA INVALIDOS"
           ELSE
               MOVE REG-OPER-TAB(POS-OPER) TO REG-OPER-TRAB
               PERFORM CONFERE-OPERADOR
               MOVE REG-OPER-TRAB TO REG-OPER-TAB(POS-OPER).
           PERFORM GRAVA-ACESSLOG.
           IF TENTATIVAS NOT LESS THAN 3
               MOVE "SIM" TO FIM-LOGIN.

      * OPERADOR BLOQUEADO OU INATIVO ENCERRA AS TENTATIVAS; SENHA
      * ERRADA CONTA UMA FALHA, E A TERCEIRA CONSECUTIVA BLOQUEIA.
       CONFERE-OPERADOR.
           IF SITU-TROP EQUAL "B"
               MOVE "B" TO EVENTO-TRAB
               MOVE "TENTATIVA SOBRE OPERADOR BLOQUEADO" TO TEXTO-TRAB
               DISPLAY "OPERADOR BLOQUEADO - PROCURE O ADMINISTRADOR"
               MOVE "SIM" TO FIM-LOGIN
           ELSE
               IF SITU-TROP NOT EQUAL "A"
                   MOVE "F" TO EVENTO-TRAB
                   MOVE "OPERADOR INATIVO" TO TEXTO-TRAB
                   DISPLAY "OPERADOR INATIVO"
                   MOVE "SIM" TO FIM-LOGIN
               ELSE
                   IF HASH-TROP NOT EQUAL SENHA-HASH
                       PERFORM REGISTRA-FALHA
                   ELSE
                       PERFORM ACEITA-OPERADOR.

       REGISTRA-FALHA.
           ADD 1 TO FALHAS-TROP.
           IF FALHAS-TROP NOT LESS THAN 3
               MOVE "B" TO SITU-TROP
               MOVE "B" TO EVENTO-TRAB
               MOVE "BLOQUEADO NA TERCEIRA SENHA ERRADA" TO TEXTO-TRAB
               DISPLAY "OPERADOR BLOQUEADO - PROCURE O ADMINISTRADOR"
               MOVE "SIM" TO FIM-LOGIN
           ELSE
               MOVE "F" TO EVENTO-TRAB
               MOVE "SENHA INCORRETA" TO TEXTO-TRAB
               DISPLAY "OPERADOR OU SENHA INVALIDOS".
           MOVE REG-OPER-TRAB TO REG-OPER-TAB(POS-OPER).
           PERFORM REGRAVA-OPERADORES.

       ACEITA-OPERADOR.
           MOVE ZEROES TO FALHAS-TROP.
           ACCEPT DATA-REAL FROM DATE YYYYMMDD.
           MOVE DATA-REAL TO DATA-ULT-TROP.
           MOVE REG-OPER-TRAB TO REG-OPER-TAB(POS-OPER).
           PERFORM REGRAVA-OPERADORES.
           MOVE ID-TROP TO OPERADOR-LOGIN.
           MOVE NOME-TROP TO NOME-LOGIN.
           MOVE NIVEL-TROP TO NIVEL-LOGIN.
           MOVE ZEROES TO RESULT-LOGIN.
           MOVE "L" TO EVENTO-TRAB.
           MOVE NOME-TROP TO TEXTO-TRAB.
           MOVE "SIM" TO FIM-LOGIN.

       CARGA-OPERADORES.
           MOVE ZEROES TO QTD-OPER.
           MOVE "NAO" TO FIM-OPER.
           OPEN INPUT CADOPER.
           IF FS-OPER EQUAL "00"
               PERFORM LE-OPERADOR UNTIL FIM-OPER EQUAL "SIM"
               CLOSE CADOPER.

       LE-OPERADOR.
           READ CADOPER AT END
               MOVE "SIM" TO FIM-OPER.
           IF FIM-OPER NOT EQUAL "SIM"
               IF QTD-OPER NOT LESS THAN 200
                   DISPLAY "CADOPER.DAT EXCEDE 200 OPERADORES - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-OPER
                   MOVE REG-OPER TO REG-OPER-TAB(QTD-OPER).

       PROCURA-OPERADOR.
           MOVE ZEROES TO POS-OPER.
           MOVE ZEROES TO IDX-OPER.
           PERFORM TESTA-OPERADOR QTD-OPER TIMES.

       TESTA-OPERADOR.
           ADD 1 TO IDX-OPER.
           IF REG-OPER-TAB(IDX-OPER)(1:8) EQUAL SENHA-ID AND
              SENHA-ID NOT EQUAL SPACES
               MOVE IDX-OPER TO POS-OPER.

       REGRAVA-OPERADORES.
           OPEN OUTPUT CADOPER.
           MOVE ZEROES TO IDX-OPER.
           PERFORM GRAVA-OPERADOR QTD-OPER TIMES.
           CLOSE CADOPER.

       GRAVA-OPERADOR.
           ADD 1 TO IDX-OPER.
           MOVE REG-OPER-TAB(IDX-OPER) TO REG-OPER.
           WRITE REG-OPER.

      * -------- FUNCAO A: AUTORIZACAO DO MODO --------
       AUTORIZA-MODO.
           MOVE SPACES TO TEXTO-TRAB.
           IF OPERADOR-LOGIN EQUAL SPACES
               MOVE "N" TO EVENTO-TRAB
               MOVE "OPERADOR NAO IDENTIFICADO" TO TEXTO-TRAB
           ELSE
               IF NIVEL-LOGIN EQUAL 9
                   MOVE ZEROES TO RESULT-LOGIN
                   MOVE "A" TO EVENTO-TRAB
                   MOVE "ADMINISTRADOR" TO TEXTO-TRAB
               ELSE
                   PERFORM CONFERE-REGRA.
           PERFORM GRAVA-ACESSLOG.
           IF RESULT-LOGIN NOT EQUAL ZEROES
               DISPLAY "OPERADOR " OPERADOR-LOGIN " SEM ACESSO A "
                       PROGID-LOGIN " MODO " MODO-LOGIN.

       CONFERE-REGRA.
           IF CARREGOU-ACES EQUAL ZEROES
               PERFORM CARGA-REGRAS
               MOVE 1 TO CARREGOU-ACES.
           MOVE ZEROES TO POS-REGRA.
           MOVE ZEROES TO IDX-ACES.
           PERFORM TESTA-REGRA-MODO QTD-ACES TIMES.
           IF POS-REGRA EQUAL ZEROES
               MOVE ZEROES TO IDX-ACES
               PERFORM TESTA-REGRA-PROGRAMA QTD-ACES TIMES.
           IF POS-REGRA EQUAL ZEROES
               MOVE "N" TO EVENTO-TRAB
               MOVE "SEM REGRA DE ACESSO - SO ADMINISTRADOR"
                   TO TEXTO-TRAB
           ELSE
               MOVE NIVEL-REGRA-TAB(POS-REGRA) TO NIVEL-EXIGIDO
               MOVE NIVEL-EXIGIDO TO EXIGIDO-TXT
               MOVE NIVEL-LOGIN TO NIVEL-TXT
               MOVE TEXTO-NIVEL TO TEXTO-TRAB
               IF NIVEL-LOGIN NOT LESS THAN NIVEL-EXIGIDO
                   MOVE ZEROES TO RESULT-LOGIN
                   MOVE "A" TO EVENTO-TRAB
               ELSE
                   MOVE "N" TO EVENTO-TRAB.

       TESTA-REGRA-MODO.
           ADD 1 TO IDX-ACES.
           IF PROGID-REGRA-TAB(IDX-ACES) EQUAL PROGID-LOGIN AND
              MODO-REGRA-TAB(IDX-ACES) EQUAL MODO-LOGIN
               MOVE IDX-ACES TO POS-REGRA.

       TESTA-REGRA-PROGRAMA.
           ADD 1 TO IDX-ACES.
           IF PROGID-REGRA-TAB(IDX-ACES) EQUAL PROGID-LOGIN AND
              MODO-REGRA-TAB(IDX-ACES) EQUAL SPACES
               MOVE IDX-ACES TO POS-REGRA.

       CARGA-REGRAS.
           MOVE ZEROES TO QTD-ACES.
           OPEN INPUT CADACES.
           IF FS-ACES EQUAL "00"
               PERFORM LE-REGRA UNTIL FIM-ACES EQUAL "SIM"
               CLOSE CADACES.

       LE-REGRA.
           READ CADACES AT END
               MOVE "SIM" TO FIM-ACES.
           IF FIM-ACES NOT EQUAL "SIM"
               IF QTD-ACES IS LESS THAN 200 AND
                  NIVEL-REGRA IS NUMERIC
                   ADD 1 TO QTD-ACES
                   MOVE PROGID-REGRA TO PROGID-REGRA-TAB(QTD-ACES)
                   MOVE MODO-REGRA TO MODO-REGRA-TAB(QTD-ACES)
                   MOVE NIVEL-REGRA TO NIVEL-REGRA-TAB(QTD-ACES).

      * -------- FUNCAO R: RESPOSTAS --------
       REGISTRA-RESPOSTAS.
           MOVE "R" TO EVENTO-TRAB.
           MOVE TEXTO-LOGIN TO TEXTO-TRAB.
           PERFORM GRAVA-ACESSLOG.
           MOVE ZEROES TO RESULT-LOGIN.

       GRAVA-ACESSLOG.
           OPEN EXTEND ACESSLOG.
           IF FS-ALOG EQUAL "35"
               CLOSE ACESSLOG
               OPEN OUTPUT ACESSLOG.
           ACCEPT DATA-ALOG FROM DATE YYYYMMDD.
           ACCEPT HORA-ALOG FROM TIME.
           MOVE OPERADOR-LOGIN TO OPER-ALOG.
           MOVE PROGID-LOGIN TO PROGID-ALOG.
           MOVE MODO-LOGIN TO MODO-ALOG.
           MOVE EVENTO-TRAB TO EVENTO-ALOG.
           MOVE TEXTO-TRAB TO TEXTO-ALOG.
           WRITE REG-ALOG.
           CLOSE ACESSLOG.

       COPY CALCSENHA.
