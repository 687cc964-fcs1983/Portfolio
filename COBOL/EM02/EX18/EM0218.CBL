      *  02/09/2026  CADOK/ARCOK GANHARAM LOGRADOURO + NUMERO + CEP
      *              (VER EM0206); A RESTAURACAO CARREGA OS CAMPOS
      *              NOVOS JUNTO.
      *  15/10/2026  O OPERADOR SE IDENTIFICA COM SENHA PELO
      *              SUBPROGRAMA LOGINOPR ANTES DO DIALOGO, E O
      *              ARQUIVO MORTO PEDIDO (MODO S OU C) PRECISA ESTAR
      *              AUTORIZADO PARA ELE (TABELA CADACES); A CHAVE E A
      *              VERSAO ESCOLHIDA VAO PARA O LOG DE ACESSO
      *              (ACESSLOG.DAT). ACESSO NEGADO = RETURN-CODE 16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY WSDATAMOV.

       COPY WSLOGIN.

       PROCEDURE DIVISION.

       EM02-18.
           PERFORM LE-DATAMOV.
           MOVE "EM0218" TO PROGID-LOGIN.
           MOVE "L" TO FUNCAO-LOGIN.
           CALL "LOGINOPR" USING AREA-LOGIN.
           IF RESULT-LOGIN NOT EQUAL ZEROES
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           DISPLAY "ARQUIVO MORTO: (S)OCIOS OU (C)LIENTES? "
                   WITH NO ADVANCING.
           ACCEPT OPCAO-ARQUIVO.
           DISPLAY "CHAVE (NUM-SOC OU CPF/CNPJ DE 14): "
                   WITH NO ADVANCING.
           ACCEPT CHAVE-BUSCA.
           MOVE OPCAO-ARQUIVO TO MODO-LOGIN.
           MOVE "A" TO FUNCAO-LOGIN.
           CALL "LOGINOPR" USING AREA-LOGIN.
           IF RESULT-LOGIN NOT EQUAL ZEROES
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE SPACES TO TEXTO-LOGIN.
           STRING "CHAVE " DELIMITED BY SIZE
                  CHAVE-BUSCA DELIMITED BY SIZE
               INTO TEXTO-LOGIN.
           PERFORM REGISTRA-RESPOSTA.
           IF OPCAO-ARQUIVO EQUAL "S"
               PERFORM TRATA-SOCIOS
           ELSE
           IF VERSAO-ESCOLHIDA IS GREATER THAN CT-VERSOES
               DISPLAY "VERSAO INEXISTENTE - NADA RESTAURADO"
               MOVE ZEROES TO VERSAO-ESCOLHIDA.
           MOVE SPACES TO TEXTO-LOGIN.
           STRING "CHAVE " DELIMITED BY SIZE
                  CHAVE-BUSCA DELIMITED BY SIZE
                  " VERSAO RESTAURADA " DELIMITED BY SIZE
                  VERSAO-ESCOLHIDA DELIMITED BY SIZE
               INTO TEXTO-LOGIN.
           PERFORM REGISTRA-RESPOSTA.

       REGISTRA-RESPOSTA.
           MOVE "R" TO FUNCAO-LOGIN.
           CALL "LOGINOPR" USING AREA-LOGIN.

       REGISTRA-RESTAURO.
           OPEN EXTEND EXCLOG.
