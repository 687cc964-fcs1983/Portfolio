      *               ANONIMIZACAO NO CADCLIX (REWRITE) GANHA O
      *               REGISTRO DE JORNAL (JRNMOV.DAT) COM A IMAGEM
      *               ANTERIOR E A NOVA, COMO NO EM0216.
      *
      *MODIFICACAO
      *  15/10/2026  O OPERADOR SE IDENTIFICA COM SENHA PELO
      *              SUBPROGRAMA LOGINOPR E PRECISA ESTAR AUTORIZADO
      *              (TABELA CADACES, PROGRAMA EM0227) ANTES DE
      *              QUALQUER ARQUIVO SER ABERTO; OS TOTAIS DA RODADA
      *              VAO PARA O LOG DE ACESSO (ACESSLOG.DAT). ACESSO
      *              NEGADO = RETURN-CODE 16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY WSDATAMOV.

       COPY WSLOGIN.

       01 TAB-OK.
           02 REG-OK-TAB     PIC X(161) OCCURS 500 TIMES.


       INICIO.
           PERFORM LE-DATAMOV.
           MOVE "EM0227" TO PROGID-LOGIN.
           MOVE "L" TO FUNCAO-LOGIN.
           CALL "LOGINOPR" USING AREA-LOGIN.
           IF RESULT-LOGIN EQUAL ZEROES
               MOVE SPACES TO MODO-LOGIN
               MOVE "A" TO FUNCAO-LOGIN
               CALL "LOGINOPR" USING AREA-LOGIN.
           IF RESULT-LOGIN NOT EQUAL ZEROES
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           OPEN INPUT MOVLGPD.
           IF FS-MOV NOT EQUAL "00"
                 JRNMOV.
           IF TEM-CADCLIX EQUAL 1
               CLOSE CADCLIX.
           MOVE "R" TO FUNCAO-LOGIN.
           MOVE SPACES TO TEXTO-LOGIN.
           STRING "MOVLGPD ATENDIDOS " DELIMITED BY SIZE
                  CT-ATENDIDOS DELIMITED BY SIZE
                  " RECUSADOS " DELIMITED BY SIZE
                  CT-RECUSADOS DELIMITED BY SIZE
               INTO TEXTO-LOGIN.
           CALL "LOGINOPR" USING AREA-LOGIN.

       COPY LEDATAMOV.

