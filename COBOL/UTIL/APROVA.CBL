      *               REGISTRADA NO LOG COMUM DE EXCECOES
      *               (EXCLOG.DAT, SEVERIDADE "I"), NOS MOLDES DA
      *               TRILHA CADAUD/AUDCLIX.
      *
      *MODIFICACAO
      *  15/10/2026  O APROVADOR DEIXA DE SER UM NOME DIGITADO: O
      *              OPERADOR SE IDENTIFICA COM SENHA PELO SUBPROGRAMA
      *              LOGINOPR, A ORIGEM PRECISA ESTAR AUTORIZADA PARA
      *              ELE (MODO = ORIGEM NA TABELA CADACES) E A
      *              ASSINATURA LEVA A IDENTIFICACAO DO OPERADOR. A
      *              DECISAO VAI TAMBEM PARA O LOG DE ACESSO
      *              (ACESSLOG.DAT).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 IDX-APROVA         PIC 9(03) VALUE ZEROES.
       77 POS-PEND           PIC 9(03) VALUE ZEROES.
       77 ORIGEM-PEDIDA      PIC X(06) VALUE SPACES.
       77 RESPOSTA           PIC X(01) VALUE SPACE.
       77 CHAVE-AUD          PIC X(15) VALUE SPACES.
       77 MSG-AUD            PIC X(40) VALUE SPACES.

       COPY WSDATAMOV.

       COPY WSLOGIN.

       01 TAB-APROVA.
           02 ENT-APROVA OCCURS 50 TIMES.
               03 REG-APR-TAB    PIC X(72).
       APROVA-01.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           MOVE "APROVA" TO PROGID-LOGIN.
           MOVE "L" TO FUNCAO-LOGIN.
           CALL "LOGINOPR" USING AREA-LOGIN.
           IF RESULT-LOGIN NOT EQUAL ZEROES
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           DISPLAY "ORIGEM DA PENDENCIA (EX. EM0108): "
                   WITH NO ADVANCING.
           ACCEPT ORIGEM-PEDIDA.
           MOVE ORIGEM-PEDIDA TO MODO-LOGIN.
           MOVE "A" TO FUNCAO-LOGIN.
           CALL "LOGINOPR" USING AREA-LOGIN.
           IF RESULT-LOGIN NOT EQUAL ZEROES
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM CARGA-APROVA.
           PERFORM PROCURA-PENDENCIA.
           IF POS-PEND EQUAL ZEROES
           DISPLAY "APROVAR (S/N)...................: "
                   WITH NO ADVANCING.
           ACCEPT RESPOSTA.
           PERFORM REGISTRA-RESPOSTA.
           IF RESPOSTA NOT EQUAL "S"
               DISPLAY "PENDENCIA MANTIDA SEM ASSINATURA"
               MOVE ZEROES TO RETURN-CODE
               STOP RUN.
           MOVE "A" TO SITU-TRAB.
           MOVE OPERADOR-LOGIN TO APROVADOR-TRAB.
           MOVE DATA-RODADA TO DATA-APR-TRAB.
           MOVE REG-APR-TRAB TO REG-APR-TAB(POS-PEND).
           PERFORM REGRAVA-APROVA.
           MOVE SPACES TO CHAVE-AUD MSG-AUD.
           MOVE ORIGEM-PEDIDA TO CHAVE-AUD(1:6).
           STRING "APROVACAO ASSINADA POR " DELIMITED BY SIZE
                  OPERADOR-LOGIN DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  NOME-LOGIN DELIMITED BY SIZE
               INTO MSG-AUD.
           PERFORM GRAVA-EXCLOG.
           CLOSE EXCLOG.

       REGISTRA-RESPOSTA.
           MOVE "R" TO FUNCAO-LOGIN.
           MOVE SPACES TO TEXTO-LOGIN.
           STRING "ORIGEM " DELIMITED BY SIZE
                  ORIGEM-PEDIDA DELIMITED BY SIZE
                  " HASH " DELIMITED BY SIZE
                  HASH-TRAB DELIMITED BY SIZE
                  " APROVAR " DELIMITED BY SIZE
                  RESPOSTA DELIMITED BY SIZE
               INTO TEXTO-LOGIN.
           CALL "LOGINOPR" USING AREA-LOGIN.

       COPY LEDATAMOV.

       COPY GRAVAEXC
