      *--------------------------------------------------------------
      * CALCSENHA.CPY
      *
      * PARAGRAFO PADRAO DO RESUMO DE SENHA DOS OPERADORES (VER
      * WSSENHA.CPY). PERCORRE OS 28 CARACTERES DE SENHA-AREA
      * (IDENTIFICACAO + SENHA); CADA UM VALE A SUA POSICAO NO
      * ALFABETO (BRANCO VALE ZERO, CARACTERE FORA DO ALFABETO VALE
      * 77) SOMADA A SUA POSICAO NA AREA, E O RESUMO E ACUMULADO
      * POLINOMIALMENTE (BASE 131) MODULO O PRIMO 999999937 - UMA
      * TROCA OU TRANSPOSICAO DE CARACTERES MUDA O RESULTADO, E O
      * RESUMO NAO DEVOLVE A SENHA.
      *
      * USO (PROCEDURE DIVISION):
      *       COPY CALCSENHA.
      *--------------------------------------------------------------

       CALCULA-SENHA.
           MOVE ZEROES TO SENHA-HASH.
           PERFORM SOMA-CARACTER-SENHA
               VARYING SENHA-IDX FROM 1 BY 1
               UNTIL SENHA-IDX IS GREATER THAN 28.

       SOMA-CARACTER-SENHA.
           MOVE SENHA-AREA(SENHA-IDX:1) TO SENHA-CAR.
           MOVE ZEROES TO SENHA-VAL.
           IF SENHA-CAR NOT EQUAL SPACE
               MOVE 77 TO SENHA-VAL
               PERFORM PROCURA-CARACTER-SENHA
                   VARYING SENHA-POS FROM 1 BY 1
                   UNTIL SENHA-POS IS GREATER THAN 76.
           COMPUTE SENHA-ACUM = SENHA-HASH * 131
                              + SENHA-VAL + SENHA-IDX.
           DIVIDE SENHA-ACUM BY 999999937
               GIVING SENHA-QUOC REMAINDER SENHA-HASH.

       PROCURA-CARACTER-SENHA.
           IF SENHA-ALFA-CAR(SENHA-POS) EQUAL SENHA-CAR
               MOVE SENHA-POS TO SENHA-VAL.
