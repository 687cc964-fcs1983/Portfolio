      *--------------------------------------------------------------
      * CNABPAR.CPY
      *
      * PARAMETROS DA EMPRESA JUNTO AO BANCO PARA O LAYOUT FEBRABAN
      * CNAB 240 (CNABPAR.DAT, UM UNICO REGISTRO). ALIMENTA O HEADER
      * DE ARQUIVO E OS HEADERS DE LOTE MONTADOS PELO CNABREM E E
      * CONFERIDO PELO CNABRET CONTRA O HEADER DO ARQUIVO DE RETORNO:
      *   BANCO-PAR       CODIGO DO BANCO NA COMPENSACAO;
      *   TIPO-INSC-PAR   1 = CPF, 2 = CNPJ DA EMPRESA;
      *   CONVENIO-PAR    CODIGO DO CONVENIO DADO PELO BANCO;
      *   AGENCIA/CONTA   CONTA DA EMPRESA (DEBITO DOS PAGAMENTOS,
      *                   CREDITO DA COBRANCA E DO DEBITO AUTOMATICO);
      *   CARTEIRA-PAR    CARTEIRA DE COBRANCA DOS BOLETOS.
      * SEM ESTE ARQUIVO NENHUM DOS DOIS PROGRAMAS RODA.
      *
      * USO (FILE SECTION):
      *       COPY CNABPAR.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CNABPAR ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-PAR.
      *--------------------------------------------------------------

       FD CNABPAR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CNABPAR.DAT".

       01 REG-PAR.
           02 BANCO-PAR      PIC 9(03).
           02 NOME-BANCO-PAR PIC X(30).
           02 TIPO-INSC-PAR  PIC 9(01).
           02 INSC-PAR       PIC 9(14).
           02 CONVENIO-PAR   PIC X(20).
           02 AGENCIA-PAR    PIC 9(05).
           02 DV-AGENCIA-PAR PIC X(01).
           02 CONTA-PAR      PIC 9(12).
           02 DV-CONTA-PAR   PIC X(01).
           02 NOME-EMPR-PAR  PIC X(30).
           02 CARTEIRA-PAR   PIC 9(01).
