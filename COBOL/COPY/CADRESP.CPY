      *--------------------------------------------------------------
      * CADRESP.CPY
      *
      * LAYOUT DO CADASTRO DE RESPONSAVEIS FINANCEIROS DOS ALUNOS
      * (CADRESP.DAT), MANTIDO PELO EM0339. O RESPONSAVEL E QUEM
      * PAGA A MENSALIDADE: O EM0320 EMITE UM SO BOLETO POR
      * RESPONSAVEL COBRINDO TODOS OS ALUNOS VINCULADOS, COM O
      * DESCONTO DE IRMAOS DO RUNCTL; O EM0321 RATEIA O PAGAMENTO
      * DESSE BOLETO ENTRE OS CADHISTM DOS ALUNOS E O EM0340 EMITE O
      * DEMONSTRATIVO ANUAL DO QUE FOI PAGO, PARA O IMPOSTO DE RENDA.
      *
      *   COD-RESP      CODIGO DO RESPONSAVEL, ATRIBUIDO PELO EM0339 NA
      *                 INCLUSAO. E O NUMERO DO BOLETO E DO NOSSO
      *                 NUMERO (+ AAMMDD) - A FAIXA 7NNNNNN FICA
      *                 RESERVADA AOS RESPONSAVEIS, COMO A 8NNNNNN AOS
      *                 ACORDOS E A 9NNNNNN AOS TITULOS DE CLIENTE.
      *   CPF-RESP      CPF DO RESPONSAVEL (CONFERIDO PELO CPFVALID) -
      *                 CHAVE DO MOVIMENTO DE MANUTENCAO, UNICO NO
      *                 CADASTRO.
      *   NOME-RESP     NOME (SAI NO BOLETO E NO DEMONSTRATIVO).
      *   FONE-RESP     TELEFONE COM DDD.
      *   EMAIL-RESP    CORREIO ELETRONICO.
      *   ENDER-RESP    LOGRADOURO, NUMERO E COMPLEMENTO.
      *   CIDADE-RESP   CIDADE.
      *   UF-RESP       UNIDADE DA FEDERACAO.
      *   CEP-RESP      CEP.
      *   QTD-FIL-RESP  QUANTOS ALUNOS ESTAO VINCULADOS (ATE 6).
      *   MAT-FIL-RESP  MATRICULAS VINCULADAS, NA ORDEM DO VINCULO - A
      *                 ORDEM DEFINE O PRIMEIRO, SEGUNDO, ... IRMAO NO
      *                 DESCONTO. UMA MATRICULA SO TEM UM RESPONSAVEL.
      *
      * USO (FILE SECTION):
      *       COPY CADRESP.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADRESP ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-RESP.
      *--------------------------------------------------------------

       FD CADRESP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRESP.DAT".

       01 REG-RESP.
           02 COD-RESP       PIC 9(07).
           02 CPF-RESP       PIC 9(11).
           02 NOME-RESP      PIC X(30).
           02 FONE-RESP      PIC X(11).
           02 EMAIL-RESP     PIC X(40).
           02 ENDER-RESP     PIC X(40).
           02 CIDADE-RESP    PIC X(20).
           02 UF-RESP        PIC X(02).
           02 CEP-RESP       PIC 9(08).
           02 QTD-FIL-RESP   PIC 9(01).
           02 MAT-FIL-RESP   PIC 9(07) OCCURS 6 TIMES.
