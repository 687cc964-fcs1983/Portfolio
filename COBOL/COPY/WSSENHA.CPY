      *--------------------------------------------------------------
      * WSSENHA.CPY
      *
      * AREAS DE WORKING-STORAGE DO RESUMO DE SENHA DOS OPERADORES
      * (VER CADOPER.CPY). AO CONTRARIO DA SOMA DE VERIFICACAO DO
      * WSHASH, QUE SO OLHA DIGITOS, AQUI CADA CARACTERE (LETRA
      * MAIUSCULA OU MINUSCULA, DIGITO OU SIMBOLO) CONTA PELA SUA
      * POSICAO NO ALFABETO ABAIXO, E A IDENTIFICACAO DO OPERADOR
      * ENTRA NA FRENTE DA SENHA - DOIS OPERADORES COM A MESMA SENHA
      * TEM RESUMOS DIFERENTES. QUEM GRAVA (OPERADOR) E QUEM CONFERE
      * (LOGINOPR) USAM O MESMO PAR DE COPYBOOKS (VER CALCSENHA.CPY).
      *
      * USO (WORKING-STORAGE SECTION):
      *       COPY WSSENHA.
      *
      *   MOVER A IDENTIFICACAO PARA SENHA-ID, A SENHA PARA
      *   SENHA-TEXTO, EXECUTAR CALCULA-SENHA E LER O RESULTADO EM
      *   SENHA-HASH. LIMPAR SENHA-TEXTO LOGO DEPOIS.
      *--------------------------------------------------------------

       77 SENHA-IDX          PIC 9(03) VALUE ZEROES.
       77 SENHA-POS          PIC 9(03) VALUE ZEROES.
       77 SENHA-VAL          PIC 9(03) VALUE ZEROES.
       77 SENHA-ACUM         PIC 9(12) VALUE ZEROES.
       77 SENHA-QUOC         PIC 9(12) VALUE ZEROES.
       77 SENHA-HASH         PIC 9(09) VALUE ZEROES.
       77 SENHA-CAR          PIC X(01) VALUE SPACE.

       01 SENHA-AREA.
           02 SENHA-ID       PIC X(08) VALUE SPACES.
           02 SENHA-TEXTO    PIC X(20) VALUE SPACES.

       01 SENHA-ALFABETO.
           02 FILLER         PIC X(26) VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           02 FILLER         PIC X(26) VALUE
               "abcdefghijklmnopqrstuvwxyz".
           02 FILLER         PIC X(24) VALUE
               "0123456789.-_@#$%&*!?+=/".
       01 SENHA-ALFA-TAB REDEFINES SENHA-ALFABETO.
           02 SENHA-ALFA-CAR PIC X(01) OCCURS 76 TIMES.
