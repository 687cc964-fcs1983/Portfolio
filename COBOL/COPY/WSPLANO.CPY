      *--------------------------------------------------------------
      * WSPLANO.CPY
      *
      * AREAS DE WORKING-STORAGE PARA O PRECO DOS PLANOS DE SAUDE E
      * ODONTOLOGICO POR FAIXA ETARIA (VER CADPLANO.CPY). O MESMO
      * CALCULO PRECISA SER USADO POR QUEM DESCONTA (EM0306) E POR
      * QUEM CONFERE A FATURA DA OPERADORA (EM0342) - POR ISSO ELE
      * VIVE NESTE PAR DE COPYBOOKS (VER CALCPLANO.CPY).
      *
      * USO (WORKING-STORAGE SECTION):
      *       COPY WSPLANO.
      *
      *   MOVER A DATA-BASE (AAAAMMDD) PARA DATA-BASE-PRECO E
      *   EXECUTAR CARGA-PLANO UMA VEZ; PARA CADA VIDA, MOVER O PLANO
      *   PARA PLANO-PRECO, O NASCIMENTO PARA NASC-PRECO E EXECUTAR
      *   PRECO-PLANO: ACHOU-PRECO = 1 COM A IDADE EM IDADE-PRECO E AS
      *   DUAS PARTES EM FUNC-PRECO/EMPR-PRECO; ZERO QUANDO O PLANO
      *   NAO TEM FAIXA PARA A IDADE NA VIGENCIA.
      *--------------------------------------------------------------

       77 FS-PLANO           PIC X(02) VALUE SPACES.
       77 FIM-PLANO          PIC X(03) VALUE "NAO".
       77 QTD-PLANO          PIC 9(03) VALUE ZEROES.
       77 IDX-PLANO          PIC 9(03) VALUE ZEROES.
       77 VIG-ATU-PLANO      PIC 9(08) VALUE ZEROES.
       77 ACHOU-PRECO        PIC 9     VALUE ZEROES.
       77 PLANO-PRECO        PIC X(04) VALUE SPACES.
       77 IDADE-PRECO        PIC 9(03) VALUE ZEROES.
       77 FUNC-PRECO         PIC 9(05)V99 VALUE ZEROES.
       77 EMPR-PRECO         PIC 9(05)V99 VALUE ZEROES.

       01 DATA-BASE-PRECO    PIC 9(08) VALUE ZEROES.
       01 DATA-BASE-PRECO-R REDEFINES DATA-BASE-PRECO.
           02 AAAA-BASE-PRECO PIC 9(04).
           02 MMDD-BASE-PRECO PIC 9(04).

       01 NASC-PRECO         PIC 9(08) VALUE ZEROES.
       01 NASC-PRECO-R REDEFINES NASC-PRECO.
           02 AAAA-NASC-PRECO PIC 9(04).
           02 MMDD-NASC-PRECO PIC 9(04).

       01 TAB-PLANO.
           02 ENT-PLANO OCCURS 200 TIMES.
               03 COD-PLANO-TAB   PIC X(04).
               03 IDADE-PLANO-TAB PIC 9(03).
               03 FUNC-PLANO-TAB  PIC 9(05)V99.
               03 EMPR-PLANO-TAB  PIC 9(05)V99.
