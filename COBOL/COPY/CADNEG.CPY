      *--------------------------------------------------------------
      * CADNEG.CPY
      *
      * LAYOUT DO CADASTRO DE NEGATIVACOES DE SOCIOS NO BIRO DE
      * CREDITO (CADNEG.DAT), MANTIDO PELO EM0235 E REGRAVADO INTEIRO
      * A CADA RODADA. UM REGISTRO POR INCLUSAO; O SOCIO EXCLUIDO QUE
      * VOLTA A SER NEGATIVADO GANHA UM REGISTRO NOVO E O ANTIGO FICA
      * COMO HISTORICO:
      *   SOC-NEG       NUMERO DO SOCIO (NUM-SOC1).
      *   CPF-NEG       CPF ENVIADO AO BIRO (CPF-SOC1 NA INCLUSAO).
      *   NOME-NEG      NOME ENVIADO AO BIRO.
      *   VALOR-NEG     VALOR DA DIVIDA INFORMADO NA INCLUSAO (SALDO
      *                 DO CADHISTX NA DATA).
      *   VENCORIG-NEG  VENCIMENTO ORIGINAL DA DIVIDA (AAAAMMDD):
      *                 DATA DO PRIMEIRO LANCAMENTO DO RAZAO LEDGSOC
      *                 DESDE QUE O SALDO DEIXOU DE SER ZERO.
      *   DATAINC-NEG   DATA DE MOVIMENTO DA INCLUSAO - NEGATIVADO
      *                 DESDE.
      *   SIT-NEG       "N" = NEGATIVADO; "E" = EXCLUIDO DO BIRO.
      *   DATAQUIT-NEG  DATA EM QUE O SALDO FOI ZERADO (RAZAO), ZERO
      *                 ENQUANTO NEGATIVADO.
      *   PRAZO-NEG     DATA LIMITE LEGAL PARA A EXCLUSAO (QUITACAO
      *                 + DIAS DO RUNCTL, ROLADA PARA DIA UTIL).
      *   DATAEXC-NEG   DATA DE MOVIMENTO EM QUE A EXCLUSAO FOI GERADA.
      *   MOTEXC-NEG    TIPO DO MOVIMENTO DO RAZAO QUE ZEROU O SALDO:
      *                 "P" = PAGAMENTO (EM0212/EM0219); "A" =
      *                 ACORDO DE PARCELAMENTO (EM0234).
      *
      * USO (FILE SECTION):
      *       COPY CADNEG.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADNEG ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-NEG.
      *--------------------------------------------------------------

       FD CADNEG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADNEG.DAT".

       01 REG-NEG.
           02 SOC-NEG        PIC 9(06).
           02 CPF-NEG        PIC 9(11).
           02 NOME-NEG       PIC X(30).
           02 VALOR-NEG      PIC 9(09)V99.
           02 VENCORIG-NEG   PIC 9(08).
           02 DATAINC-NEG    PIC 9(08).
           02 SIT-NEG        PIC X(01).
           02 DATAQUIT-NEG   PIC 9(08).
           02 PRAZO-NEG      PIC 9(08).
           02 DATAEXC-NEG    PIC 9(08).
           02 MOTEXC-NEG     PIC X(01).
