      *--------------------------------------------------------------
      * WSLOGIN.CPY
      *
      * AREA DE COMUNICACAO COM O SUBPROGRAMA LOGINOPR (COBOL/UTIL),
      * QUE IDENTIFICA O OPERADOR E AUTORIZA O MODO PEDIDO NOS
      * UTILITARIOS DE CONSOLE. O CHAMADOR PREENCHE FUNCAO-LOGIN,
      * PROGID-LOGIN E, CONFORME A FUNCAO, MODO-LOGIN OU TEXTO-LOGIN,
      * E FAZ CALL "LOGINOPR" USING AREA-LOGIN:
      *
      *   "L"  IDENTIFICACAO: PEDE OPERADOR E SENHA NO CONSOLE (ATE 3
      *        TENTATIVAS); ACEITA, DEVOLVE OPERADOR-LOGIN,
      *        NOME-LOGIN E NIVEL-LOGIN.
      *   "A"  AUTORIZACAO DO MODO-LOGIN PARA O OPERADOR JA
      *        IDENTIFICADO (TABELA CADACES.DAT).
      *   "R"  REGISTRO DAS RESPOSTAS DADAS (TEXTO-LOGIN) NO LOG DE
      *        ACESSO - NUNCA SENHAS.
      *
      * RESULT-LOGIN DEVOLVE ZERO QUANDO ACEITO E 1 QUANDO RECUSADO;
      * RECUSADO, O UTILITARIO ENCERRA COM RETURN-CODE 16 SEM TOCAR
      * EM ARQUIVO ALGUM. TODOS OS EVENTOS VAO PARA ACESSLOG.DAT.
      *
      * USO (WORKING-STORAGE SECTION DO CHAMADOR E LINKAGE SECTION
      * DO LOGINOPR):
      *       COPY WSLOGIN.
      *--------------------------------------------------------------

       01 AREA-LOGIN.
           02 FUNCAO-LOGIN   PIC X(01).
           02 PROGID-LOGIN   PIC X(08).
           02 MODO-LOGIN     PIC X(08).
           02 OPERADOR-LOGIN PIC X(08).
           02 NOME-LOGIN     PIC X(20).
           02 NIVEL-LOGIN    PIC 9(01).
           02 RESULT-LOGIN   PIC 9(01).
           02 TEXTO-LOGIN    PIC X(60).
