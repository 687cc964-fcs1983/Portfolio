       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OPERADOR.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       MANUTENCAO DO CADASTRO DE OPERADORES DOS
      *               UTILITARIOS DE CONSOLE (CADOPER.DAT - VER
      *               CADOPER.CPY), EM DIALOGO DE CONSOLE NOS MOLDES
      *               DO APROVA. O OPERADOR SE IDENTIFICA PELO
      *               SUBPROGRAMA LOGINOPR E ESCOLHE A FUNCAO:
      *                 I = INCLUI OPERADOR (ID, NOME, NIVEL, SENHA);
      *                 A = ALTERA NOME E/OU NIVEL;
      *                 T = TROCA A SENHA DE OUTRO OPERADOR (E O
      *                     DESBLOQUEIA);
      *                 D = DESBLOQUEIA (ZERA AS FALHAS);
      *                 X = INATIVA (O REGISTRO FICA, PARA A TRILHA);
      *                 L = LISTA O CADASTRO NO CONSOLE (SEM RESUMOS);
      *                 S = TROCA A PROPRIA SENHA.
      *               CADA FUNCAO, MENOS A "S", PASSA PELA
      *               AUTORIZACAO DO LOGINOPR COMO MODO DO PROGRAMA
      *               "OPERADOR" (SEM REGRA EM CADACES, SO O
      *               ADMINISTRADOR). A SENHA PRECISA DE AO MENOS 6
      *               CARACTERES SEM BRANCOS, E DIGITADA DUAS VEZES,
      *               E SO O SEU RESUMO E GRAVADO (CALCSENHA.CPY).
      *               COM CADOPER VAZIO OU AUSENTE, O PROGRAMA
      *               CADASTRA O PRIMEIRO ADMINISTRADOR SEM PEDIR
      *               IDENTIFICACAO. A FUNCAO E O OPERADOR AFETADO
      *               VAO PARA O LOG DE ACESSO (ACESSLOG.DAT).
      *               RETURN-CODE 4 QUANDO A FUNCAO FOI RECUSADA
      *               (OPERADOR INEXISTENTE, SENHAS DIFERENTES ETC.),
      *               16 QUANDO O ACESSO FOI NEGADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADOPER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OPER.

       DATA DIVISION.
       FILE SECTION.

       COPY CADOPER.

       WORKING-STORAGE SECTION.

       77 FS-OPER            PIC X(02) VALUE SPACES.
       77 FIM-OPER           PIC X(03) VALUE "NAO".
       77 QTD-OPER           PIC 9(03) VALUE ZEROES.
       77 IDX-OPER           PIC 9(03) VALUE ZEROES.
       77 POS-OPER           PIC 9(03) VALUE ZEROES.
       77 FUNCAO-PEDIDA      PIC X(01) VALUE SPACE.
       77 ID-ALVO            PIC X(08) VALUE SPACES.
       77 NOME-NOVO          PIC X(20) VALUE SPACES.
       77 NIVEL-NOVO-X       PIC X(01) VALUE SPACE.
       77 SENHA-NOVA-1       PIC X(20) VALUE SPACES.
       77 SENHA-NOVA-2       PIC X(20) VALUE SPACES.
       77 SENHA-VALIDA       PIC 9     VALUE ZEROES.
       77 QTD-BRANCOS        PIC 9(02) VALUE ZEROES.
       77 ALTEROU            PIC 9     VALUE ZEROES.
       77 RESULT-TXT         PIC X(30) VALUE SPACES.

       COPY WSSENHA.

       COPY WSLOGIN.

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

       01 LIN-LISTA.
           02 ID-LIN         PIC X(08).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NOME-LIN       PIC X(20).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NIVEL-LIN      PIC 9(01).
           02 FILLER         PIC X(04) VALUE SPACES.
           02 SITU-LIN       PIC X(01).
           02 FILLER         PIC X(04) VALUE SPACES.
           02 FALHAS-LIN     PIC 9(01).
           02 FILLER         PIC X(04) VALUE SPACES.
           02 DATA-ULT-LIN   PIC 9(08).

       PROCEDURE DIVISION.

       OPERADOR-01.
           MOVE "OPERADOR" TO PROGID-LOGIN.
           PERFORM CARGA-OPERADORES.
           IF QTD-OPER EQUAL ZEROES
               PERFORM PRIMEIRO-ADMINISTRADOR
               STOP RUN.
           MOVE "L" TO FUNCAO-LOGIN.
           CALL "LOGINOPR" USING AREA-LOGIN.
           IF RESULT-LOGIN NOT EQUAL ZEROES
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           DISPLAY "FUNCAO (I=INCLUI A=ALTERA T=TROCA SENHA "
                   "D=DESBLOQUEIA".
           DISPLAY "        X=INATIVA L=LISTA S=PROPRIA SENHA): "
                   WITH NO ADVANCING.
           ACCEPT FUNCAO-PEDIDA.
           IF FUNCAO-PEDIDA NOT EQUAL "S"
               MOVE FUNCAO-PEDIDA TO MODO-LOGIN
               MOVE "A" TO FUNCAO-LOGIN
               CALL "LOGINOPR" USING AREA-LOGIN
               IF RESULT-LOGIN NOT EQUAL ZEROES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.
      * O LOGINOPR PODE TER REGRAVADO O CADASTRO (FALHAS, DATA DO
      * ULTIMO ACESSO): RECARREGA ANTES DE ALTERAR.
           PERFORM CARGA-OPERADORES.
           MOVE ZEROES TO ALTEROU.
           MOVE SPACES TO ID-ALVO RESULT-TXT.
           EVALUATE FUNCAO-PEDIDA
               WHEN "I" PERFORM INCLUI-OPERADOR
               WHEN "A" PERFORM ALTERA-OPERADOR
               WHEN "T" PERFORM TROCA-SENHA-OUTRO
               WHEN "D" PERFORM DESBLOQUEIA-OPERADOR
               WHEN "X" PERFORM INATIVA-OPERADOR
               WHEN "L" PERFORM LISTA-OPERADORES
               WHEN "S" PERFORM TROCA-PROPRIA-SENHA
               WHEN OTHER
                   MOVE "FUNCAO INVALIDA" TO RESULT-TXT
           END-EVALUATE.
           IF ALTEROU EQUAL 1
               PERFORM REGRAVA-OPERADORES
               MOVE "EFETUADA" TO RESULT-TXT
               MOVE ZEROES TO RETURN-CODE
           ELSE
               IF FUNCAO-PEDIDA EQUAL "L"
                   MOVE "CONSULTA" TO RESULT-TXT
                   MOVE ZEROES TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE.
           DISPLAY "FUNCAO " FUNCAO-PEDIDA " - " RESULT-TXT.
           PERFORM REGISTRA-FUNCAO.
           STOP RUN.

      * CADASTRO VAZIO: O PRIMEIRO OPERADOR E O ADMINISTRADOR.
       PRIMEIRO-ADMINISTRADOR.
           DISPLAY "CADOPER.DAT VAZIO - CADASTRO DO PRIMEIRO "
                   "ADMINISTRADOR".
           PERFORM PEDE-ID-ALVO.
           DISPLAY "NOME...........: " WITH NO ADVANCING.
           ACCEPT NOME-NOVO.
           PERFORM PEDE-SENHA-NOVA.
           IF ID-ALVO EQUAL SPACES OR SENHA-VALIDA EQUAL ZEROES
               DISPLAY "ADMINISTRADOR NAO CADASTRADO"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO REG-OPER-TRAB
               MOVE ID-ALVO TO ID-TROP
               MOVE NOME-NOVO TO NOME-TROP
               MOVE SENHA-HASH TO HASH-TROP
               MOVE 9 TO NIVEL-TROP
               MOVE ZEROES TO FALHAS-TROP DATA-ULT-TROP
               MOVE "A" TO SITU-TROP
               MOVE 1 TO QTD-OPER
               MOVE REG-OPER-TRAB TO REG-OPER-TAB(1)
               PERFORM REGRAVA-OPERADORES
               MOVE ID-ALVO TO OPERADOR-LOGIN
               MOVE "I" TO FUNCAO-PEDIDA MODO-LOGIN
               MOVE "PRIMEIRO ADMINISTRADOR" TO RESULT-TXT
               PERFORM REGISTRA-FUNCAO
               DISPLAY "ADMINISTRADOR " ID-ALVO " CADASTRADO"
               MOVE ZEROES TO RETURN-CODE.

       INCLUI-OPERADOR.
           PERFORM PEDE-ID-ALVO.
           IF ID-ALVO EQUAL SPACES OR POS-OPER NOT EQUAL ZEROES
               MOVE "OPERADOR JA EXISTE OU EM BRANCO" TO RESULT-TXT
           ELSE
               IF QTD-OPER NOT LESS THAN 200
                   MOVE "CADASTRO CHEIO (200)" TO RESULT-TXT
               ELSE
                   PERFORM COMPLETA-INCLUSAO.

       COMPLETA-INCLUSAO.
           DISPLAY "NOME...........: " WITH NO ADVANCING.
           ACCEPT NOME-NOVO.
           PERFORM PEDE-NIVEL.
           IF NIVEL-NOVO-X EQUAL SPACE
               MOVE "NIVEL INVALIDO" TO RESULT-TXT
           ELSE
               PERFORM PEDE-SENHA-NOVA
               IF SENHA-VALIDA EQUAL ZEROES
                   MOVE "SENHA RECUSADA" TO RESULT-TXT
               ELSE
                   MOVE SPACES TO REG-OPER-TRAB
                   MOVE ID-ALVO TO ID-TROP
                   MOVE NOME-NOVO TO NOME-TROP
                   MOVE SENHA-HASH TO HASH-TROP
                   MOVE NIVEL-NOVO-X TO NIVEL-TROP
                   MOVE ZEROES TO FALHAS-TROP DATA-ULT-TROP
                   MOVE "A" TO SITU-TROP
                   ADD 1 TO QTD-OPER
                   MOVE REG-OPER-TRAB TO REG-OPER-TAB(QTD-OPER)
                   MOVE 1 TO ALTEROU.

       ALTERA-OPERADOR.
           PERFORM PEDE-ID-ALVO.
           IF POS-OPER EQUAL ZEROES
               MOVE "OPERADOR NAO CADASTRADO" TO RESULT-TXT
           ELSE
               MOVE REG-OPER-TAB(POS-OPER) TO REG-OPER-TRAB
               DISPLAY "NOME (BRANCO = MANTEM " NOME-TROP "): "
                       WITH NO ADVANCING
               ACCEPT NOME-NOVO
               PERFORM PEDE-NIVEL
               IF NIVEL-NOVO-X EQUAL SPACE
                   MOVE "NIVEL INVALIDO" TO RESULT-TXT
               ELSE
                   IF ID-ALVO EQUAL OPERADOR-LOGIN AND
                      NIVEL-NOVO-X NOT EQUAL NIVEL-TROP
                       MOVE "NIVEL PROPRIO NAO SE ALTERA"
                           TO RESULT-TXT
                   ELSE
                       IF NOME-NOVO NOT EQUAL SPACES
                           MOVE NOME-NOVO TO NOME-TROP
                       END-IF
                       MOVE NIVEL-NOVO-X TO NIVEL-TROP
                       MOVE REG-OPER-TRAB TO REG-OPER-TAB(POS-OPER)
                       MOVE 1 TO ALTEROU.

       TROCA-SENHA-OUTRO.
           PERFORM PEDE-ID-ALVO.
           IF POS-OPER EQUAL ZEROES
               MOVE "OPERADOR NAO CADASTRADO" TO RESULT-TXT
           ELSE
               PERFORM GRAVA-SENHA-NOVA.

       TROCA-PROPRIA-SENHA.
           MOVE OPERADOR-LOGIN TO ID-ALVO.
           PERFORM PROCURA-OPERADOR.
           IF POS-OPER EQUAL ZEROES
               MOVE "OPERADOR NAO CADASTRADO" TO RESULT-TXT
           ELSE
               PERFORM GRAVA-SENHA-NOVA.

      * A SENHA NOVA ZERA AS FALHAS E DESBLOQUEIA; OPERADOR INATIVO
      * CONTINUA INATIVO.
       GRAVA-SENHA-NOVA.
           PERFORM PEDE-SENHA-NOVA.
           IF SENHA-VALIDA EQUAL ZEROES
               MOVE "SENHA RECUSADA" TO RESULT-TXT
           ELSE
               MOVE REG-OPER-TAB(POS-OPER) TO REG-OPER-TRAB
               MOVE SENHA-HASH TO HASH-TROP
               MOVE ZEROES TO FALHAS-TROP
               IF SITU-TROP EQUAL "B"
                   MOVE "A" TO SITU-TROP
               END-IF
               MOVE REG-OPER-TRAB TO REG-OPER-TAB(POS-OPER)
               MOVE 1 TO ALTEROU.

       DESBLOQUEIA-OPERADOR.
           PERFORM PEDE-ID-ALVO.
           IF POS-OPER EQUAL ZEROES
               MOVE "OPERADOR NAO CADASTRADO" TO RESULT-TXT
           ELSE
               MOVE REG-OPER-TAB(POS-OPER) TO REG-OPER-TRAB
               IF SITU-TROP NOT EQUAL "B"
                   MOVE "OPERADOR NAO ESTA BLOQUEADO" TO RESULT-TXT
               ELSE
                   MOVE ZEROES TO FALHAS-TROP
                   MOVE "A" TO SITU-TROP
                   MOVE REG-OPER-TRAB TO REG-OPER-TAB(POS-OPER)
                   MOVE 1 TO ALTEROU.

       INATIVA-OPERADOR.
           PERFORM PEDE-ID-ALVO.
           IF POS-OPER EQUAL ZEROES
               MOVE "OPERADOR NAO CADASTRADO" TO RESULT-TXT
           ELSE
               IF ID-ALVO EQUAL OPERADOR-LOGIN
                   MOVE "NAO SE INATIVA O PROPRIO" TO RESULT-TXT
               ELSE
                   MOVE REG-OPER-TAB(POS-OPER) TO REG-OPER-TRAB
                   MOVE "I" TO SITU-TROP
                   MOVE REG-OPER-TRAB TO REG-OPER-TAB(POS-OPER)
                   MOVE 1 TO ALTEROU.

       LISTA-OPERADORES.
           DISPLAY "OPERADOR  NOME                  NIVEL SITU FALHAS "
                   "ULTIMO".
           MOVE ZEROES TO IDX-OPER.
           PERFORM LISTA-OPERADOR QTD-OPER TIMES.

       LISTA-OPERADOR.
           ADD 1 TO IDX-OPER.
           MOVE REG-OPER-TAB(IDX-OPER) TO REG-OPER-TRAB.
           MOVE ID-TROP TO ID-LIN.
           MOVE NOME-TROP TO NOME-LIN.
           MOVE NIVEL-TROP TO NIVEL-LIN.
           MOVE SITU-TROP TO SITU-LIN.
           MOVE FALHAS-TROP TO FALHAS-LIN.
           MOVE DATA-ULT-TROP TO DATA-ULT-LIN.
           DISPLAY LIN-LISTA.

       PEDE-ID-ALVO.
           DISPLAY "OPERADOR (ID)..: " WITH NO ADVANCING.
           ACCEPT ID-ALVO.
           PERFORM PROCURA-OPERADOR.

       PEDE-NIVEL.
           DISPLAY "NIVEL (1=OPERADOR 2=SENIOR 3=SUPERVISOR 9=ADM): "
                   WITH NO ADVANCING.
           ACCEPT NIVEL-NOVO-X.
           IF NIVEL-NOVO-X NOT EQUAL "1" AND
              NIVEL-NOVO-X NOT EQUAL "2" AND
              NIVEL-NOVO-X NOT EQUAL "3" AND
              NIVEL-NOVO-X NOT EQUAL "9"
               MOVE SPACE TO NIVEL-NOVO-X.

      * SENHA NOVA DIGITADA DUAS VEZES; DEVOLVE SENHA-VALIDA = 1 E O
      * RESUMO EM SENHA-HASH (COM A ID DE ID-ALVO), OU ZERO.
       PEDE-SENHA-NOVA.
           MOVE ZEROES TO SENHA-VALIDA QTD-BRANCOS.
           DISPLAY "SENHA NOVA.....: " WITH NO ADVANCING.
           ACCEPT SENHA-NOVA-1.
           DISPLAY "REPITA A SENHA.: " WITH NO ADVANCING.
           ACCEPT SENHA-NOVA-2.
           INSPECT SENHA-NOVA-1(1:6) TALLYING QTD-BRANCOS
               FOR ALL SPACES.
           IF SENHA-NOVA-1 NOT EQUAL SENHA-NOVA-2
               DISPLAY "AS SENHAS NAO CONFEREM"
           ELSE
               IF QTD-BRANCOS NOT EQUAL ZEROES
                   DISPLAY "SENHA PRECISA DE AO MENOS 6 CARACTERES"
               ELSE
                   MOVE ID-ALVO TO SENHA-ID
                   MOVE SENHA-NOVA-1 TO SENHA-TEXTO
                   PERFORM CALCULA-SENHA
                   MOVE 1 TO SENHA-VALIDA.
           MOVE SPACES TO SENHA-NOVA-1 SENHA-NOVA-2 SENHA-TEXTO.

       REGISTRA-FUNCAO.
           MOVE "R" TO FUNCAO-LOGIN.
           MOVE SPACES TO TEXTO-LOGIN.
           STRING "FUNCAO " DELIMITED BY SIZE
                  FUNCAO-PEDIDA DELIMITED BY SIZE
                  " OPERADOR " DELIMITED BY SIZE
                  ID-ALVO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RESULT-TXT DELIMITED BY SIZE
               INTO TEXTO-LOGIN.
           CALL "LOGINOPR" USING AREA-LOGIN.

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
           IF REG-OPER-TAB(IDX-OPER)(1:8) EQUAL ID-ALVO AND
              ID-ALVO NOT EQUAL SPACES
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

       COPY CALCSENHA.
