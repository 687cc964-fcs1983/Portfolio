      *--------------------------------------------------------------
      * WSCNAB.CPY
      *
      * REGISTRO DE 240 POSICOES DO LAYOUT FEBRABAN CNAB 240 E SUAS
      * VISOES POR TIPO DE REGISTRO (POSICAO 8):
      *   0 = HEADER DE ARQUIVO ............ CNAB-HDARQ
      *   1 = HEADER DE LOTE - PAGAMENTOS .. CNAB-HDLOTE
      *       (SALARIOS 30, FORNECEDORES 20, DEBITOS 05)
      *     = HEADER DE LOTE - COBRANCA .... CNAB-HDCOB  (SERVICO 01)
      *   3 = DETALHE, PELO SEGMENTO (POSICAO 14):
      *       A - PAGAMENTO/DEBITO ......... CNAB-SEGA
      *       P - TITULO DE COBRANCA ....... CNAB-SEGP
      *       Q - PAGADOR DO TITULO ........ CNAB-SEGQ
      *       T - RETORNO DO TITULO ........ CNAB-SEGT
      *       U - VALORES DO RETORNO ....... CNAB-SEGU
      *   5 = TRAILER DE LOTE - PAGAMENTOS . CNAB-TRLOTE
      *     = TRAILER DE LOTE - COBRANCA ... CNAB-TRCOB
      *   9 = TRAILER DE ARQUIVO ........... CNAB-TRARQ
      * DATAS NO FORMATO DO BANCO (DDMMAAAA); VALORES COM DUAS
      * DECIMAIS IMPLICITAS. CNAB-COMUM E A PARTE DE CONTROLE COMUM A
      * TODOS OS REGISTROS.
      *
      * USO (WORKING-STORAGE SECTION):
      *       COPY WSCNAB.
      *
      *   O PROGRAMA MONTA A VISAO E GRAVA/LE O REGISTRO DO ARQUIVO
      *   (PIC X(240)) A PARTIR DE/PARA REG-CNAB.
      *--------------------------------------------------------------

       01 REG-CNAB               PIC X(240).

       01 CNAB-COMUM REDEFINES REG-CNAB.
           02 CNAB-BANCO         PIC 9(03).
           02 CNAB-LOTE          PIC 9(04).
           02 CNAB-TIPO          PIC X(01).
           02 CNAB-NSEQ          PIC 9(05).
           02 CNAB-SEGM          PIC X(01).
           02 FILLER             PIC X(226).

       01 CNAB-HDARQ REDEFINES REG-CNAB.
           02 HA-BANCO           PIC 9(03).
           02 HA-LOTE            PIC 9(04).
           02 HA-TIPO            PIC X(01).
           02 FILLER             PIC X(09).
           02 HA-TIPO-INSC       PIC 9(01).
           02 HA-INSC            PIC 9(14).
           02 HA-CONVENIO        PIC X(20).
           02 HA-AGENCIA         PIC 9(05).
           02 HA-DV-AGENCIA      PIC X(01).
           02 HA-CONTA           PIC 9(12).
           02 HA-DV-CONTA        PIC X(01).
           02 HA-DV-AGCONTA      PIC X(01).
           02 HA-NOME-EMPR       PIC X(30).
           02 HA-NOME-BANCO      PIC X(30).
           02 FILLER             PIC X(10).
           02 HA-REM-RET         PIC 9(01).
           02 HA-DATA-GER        PIC 9(08).
           02 HA-HORA-GER        PIC 9(06).
           02 HA-NSA             PIC 9(06).
           02 HA-VERSAO          PIC X(03).
           02 HA-DENSIDADE       PIC 9(05).
           02 HA-RES-BANCO       PIC X(20).
           02 HA-RES-EMPR        PIC X(20).
           02 FILLER             PIC X(29).

       01 CNAB-HDLOTE REDEFINES REG-CNAB.
           02 HL-BANCO           PIC 9(03).
           02 HL-LOTE            PIC 9(04).
           02 HL-TIPO            PIC X(01).
           02 HL-OPERACAO        PIC X(01).
           02 HL-SERVICO         PIC 9(02).
           02 HL-FORMA-LANC      PIC 9(02).
           02 HL-VERSAO          PIC X(03).
           02 FILLER             PIC X(01).
           02 HL-TIPO-INSC       PIC 9(01).
           02 HL-INSC            PIC 9(14).
           02 HL-CONVENIO        PIC X(20).
           02 HL-AGENCIA         PIC 9(05).
           02 HL-DV-AGENCIA      PIC X(01).
           02 HL-CONTA           PIC 9(12).
           02 HL-DV-CONTA        PIC X(01).
           02 HL-DV-AGCONTA      PIC X(01).
           02 HL-NOME-EMPR       PIC X(30).
           02 HL-MENSAGEM        PIC X(40).
           02 HL-LOGRADOURO      PIC X(30).
           02 HL-NUMERO          PIC 9(05).
           02 HL-COMPLEMENTO     PIC X(15).
           02 HL-CIDADE          PIC X(20).
           02 HL-CEP             PIC 9(05).
           02 HL-SUFIXO-CEP      PIC X(03).
           02 HL-UF              PIC X(02).
           02 HL-FORMA-PAGTO     PIC 9(02).
           02 FILLER             PIC X(06).
           02 HL-OCORRENCIAS     PIC X(10).

       01 CNAB-HDCOB REDEFINES REG-CNAB.
           02 HC-BANCO           PIC 9(03).
           02 HC-LOTE            PIC 9(04).
           02 HC-TIPO            PIC X(01).
           02 HC-OPERACAO        PIC X(01).
           02 HC-SERVICO         PIC 9(02).
           02 FILLER             PIC X(02).
           02 HC-VERSAO          PIC X(03).
           02 FILLER             PIC X(01).
           02 HC-TIPO-INSC       PIC 9(01).
           02 HC-INSC            PIC 9(15).
           02 HC-CONVENIO        PIC X(20).
           02 HC-AGENCIA         PIC 9(05).
           02 HC-DV-AGENCIA      PIC X(01).
           02 HC-CONTA           PIC 9(12).
           02 HC-DV-CONTA        PIC X(01).
           02 HC-DV-AGCONTA      PIC X(01).
           02 HC-NOME-EMPR       PIC X(30).
           02 HC-MENSAGEM1       PIC X(40).
           02 HC-MENSAGEM2       PIC X(40).
           02 HC-NUM-REMRET      PIC 9(08).
           02 HC-DATA-GRAV       PIC 9(08).
           02 HC-DATA-CRED       PIC 9(08).
           02 FILLER             PIC X(33).

       01 CNAB-SEGA REDEFINES REG-CNAB.
           02 SA-BANCO           PIC 9(03).
           02 SA-LOTE            PIC 9(04).
           02 SA-TIPO            PIC X(01).
           02 SA-NSEQ            PIC 9(05).
           02 SA-SEGM            PIC X(01).
           02 SA-TIPO-MOV        PIC 9(01).
           02 SA-INSTR-MOV       PIC 9(02).
           02 SA-CAMARA          PIC 9(03).
           02 SA-BANCO-FAV       PIC 9(03).
           02 SA-AGENCIA-FAV     PIC 9(05).
           02 SA-DV-AGENCIA-FAV  PIC X(01).
           02 SA-CONTA-FAV       PIC 9(12).
           02 SA-DV-CONTA-FAV    PIC X(01).
           02 SA-DV-AGCONTA-FAV  PIC X(01).
           02 SA-NOME-FAV        PIC X(30).
           02 SA-SEU-NUMERO      PIC X(20).
           02 SA-DATA-PAGTO      PIC 9(08).
           02 SA-MOEDA           PIC X(03).
           02 SA-QTDE-MOEDA      PIC 9(10)V9(05).
           02 SA-VALOR-PAGTO     PIC 9(13)V99.
           02 SA-NOSSO-NUMERO    PIC X(20).
           02 SA-DATA-REAL       PIC 9(08).
           02 SA-VALOR-REAL      PIC 9(13)V99.
           02 SA-OUTRAS-INFO     PIC X(40).
           02 SA-COMPL-SERVICO   PIC X(02).
           02 SA-FINALIDADE-TED  PIC X(05).
           02 SA-FINALIDADE-CPL  PIC X(02).
           02 FILLER             PIC X(03).
           02 SA-AVISO           PIC 9(01).
           02 SA-OCORRENCIAS.
               03 SA-OCORRENCIA  PIC X(02) OCCURS 5 TIMES.

       01 CNAB-SEGP REDEFINES REG-CNAB.
           02 SP-BANCO           PIC 9(03).
           02 SP-LOTE            PIC 9(04).
           02 SP-TIPO            PIC X(01).
           02 SP-NSEQ            PIC 9(05).
           02 SP-SEGM            PIC X(01).
           02 FILLER             PIC X(01).
           02 SP-COD-MOV         PIC 9(02).
           02 SP-AGENCIA         PIC 9(05).
           02 SP-DV-AGENCIA      PIC X(01).
           02 SP-CONTA           PIC 9(12).
           02 SP-DV-CONTA        PIC X(01).
           02 SP-DV-AGCONTA      PIC X(01).
           02 SP-NOSSO-NUMERO    PIC X(20).
           02 SP-CARTEIRA        PIC 9(01).
           02 SP-CADASTRAMENTO   PIC 9(01).
           02 SP-TIPO-DOC        PIC X(01).
           02 SP-EMISSAO-BOL     PIC 9(01).
           02 SP-DISTRIBUICAO    PIC X(01).
           02 SP-NUM-DOCUMENTO   PIC X(15).
           02 SP-VENCIMENTO      PIC 9(08).
           02 SP-VALOR-TITULO    PIC 9(13)V99.
           02 SP-AGENCIA-COBR    PIC 9(05).
           02 SP-DV-AGENCIA-COBR PIC X(01).
           02 SP-ESPECIE         PIC 9(02).
           02 SP-ACEITE          PIC X(01).
           02 SP-DATA-EMISSAO    PIC 9(08).
           02 SP-COD-JUROS       PIC 9(01).
           02 SP-DATA-JUROS      PIC 9(08).
           02 SP-JUROS-DIA       PIC 9(13)V99.
           02 SP-COD-DESCONTO    PIC 9(01).
           02 SP-DATA-DESCONTO   PIC 9(08).
           02 SP-DESCONTO        PIC 9(13)V99.
           02 SP-IOF             PIC 9(13)V99.
           02 SP-ABATIMENTO      PIC 9(13)V99.
           02 SP-USO-EMPRESA     PIC X(25).
           02 SP-COD-PROTESTO    PIC 9(01).
           02 SP-PRAZO-PROTESTO  PIC 9(02).
           02 SP-COD-BAIXA       PIC 9(01).
           02 SP-PRAZO-BAIXA     PIC X(03).
           02 SP-MOEDA           PIC 9(02).
           02 SP-CONTRATO        PIC 9(10).
           02 FILLER             PIC X(01).

       01 CNAB-SEGQ REDEFINES REG-CNAB.
           02 SQ-BANCO           PIC 9(03).
           02 SQ-LOTE            PIC 9(04).
           02 SQ-TIPO            PIC X(01).
           02 SQ-NSEQ            PIC 9(05).
           02 SQ-SEGM            PIC X(01).
           02 FILLER             PIC X(01).
           02 SQ-COD-MOV         PIC 9(02).
           02 SQ-TIPO-INSC       PIC 9(01).
           02 SQ-INSC            PIC 9(15).
           02 SQ-NOME            PIC X(40).
           02 SQ-ENDERECO        PIC X(40).
           02 SQ-BAIRRO          PIC X(15).
           02 SQ-CEP             PIC 9(05).
           02 SQ-SUFIXO-CEP      PIC X(03).
           02 SQ-CIDADE          PIC X(15).
           02 SQ-UF              PIC X(02).
           02 SQ-TIPO-INSC-SAC   PIC 9(01).
           02 SQ-INSC-SAC        PIC 9(15).
           02 SQ-NOME-SAC        PIC X(40).
           02 SQ-BANCO-CORR      PIC 9(03).
           02 SQ-NOSSO-NUM-CORR  PIC X(20).
           02 FILLER             PIC X(08).

       01 CNAB-SEGT REDEFINES REG-CNAB.
           02 ST-BANCO           PIC 9(03).
           02 ST-LOTE            PIC 9(04).
           02 ST-TIPO            PIC X(01).
           02 ST-NSEQ            PIC 9(05).
           02 ST-SEGM            PIC X(01).
           02 FILLER             PIC X(01).
           02 ST-COD-MOV         PIC X(02).
           02 ST-AGENCIA         PIC 9(05).
           02 ST-DV-AGENCIA      PIC X(01).
           02 ST-CONTA           PIC 9(12).
           02 ST-DV-CONTA        PIC X(01).
           02 ST-DV-AGCONTA      PIC X(01).
           02 ST-NOSSO-NUMERO    PIC X(20).
           02 ST-CARTEIRA        PIC 9(01).
           02 ST-NUM-DOCUMENTO   PIC X(15).
           02 ST-VENCIMENTO      PIC 9(08).
           02 ST-VALOR-TITULO    PIC 9(13)V99.
           02 ST-BANCO-COBR      PIC 9(03).
           02 ST-AGENCIA-COBR    PIC 9(05).
           02 ST-DV-AGENCIA-COBR PIC X(01).
           02 ST-USO-EMPRESA     PIC X(25).
           02 ST-MOEDA           PIC 9(02).
           02 ST-TIPO-INSC       PIC 9(01).
           02 ST-INSC            PIC 9(15).
           02 ST-NOME            PIC X(40).
           02 ST-CONTRATO        PIC 9(10).
           02 ST-TARIFA          PIC 9(13)V99.
           02 ST-MOTIVOS         PIC X(10).
           02 FILLER             PIC X(17).

       01 CNAB-SEGU REDEFINES REG-CNAB.
           02 SU-BANCO           PIC 9(03).
           02 SU-LOTE            PIC 9(04).
           02 SU-TIPO            PIC X(01).
           02 SU-NSEQ            PIC 9(05).
           02 SU-SEGM            PIC X(01).
           02 FILLER             PIC X(01).
           02 SU-COD-MOV         PIC X(02).
           02 SU-JUROS-MULTA     PIC 9(13)V99.
           02 SU-DESCONTO        PIC 9(13)V99.
           02 SU-ABATIMENTO      PIC 9(13)V99.
           02 SU-IOF             PIC 9(13)V99.
           02 SU-VALOR-PAGO      PIC 9(13)V99.
           02 SU-VALOR-LIQUIDO   PIC 9(13)V99.
           02 SU-OUTRAS-DESP     PIC 9(13)V99.
           02 SU-OUTROS-CRED     PIC 9(13)V99.
           02 SU-DATA-OCORR      PIC 9(08).
           02 SU-DATA-CREDITO    PIC 9(08).
           02 SU-OCORR-PAGADOR   PIC X(04).
           02 SU-DATA-OCORR-PAG  PIC 9(08).
           02 SU-VALOR-OCORR-PAG PIC 9(13)V99.
           02 SU-COMPL-OCORR     PIC X(30).
           02 SU-BANCO-CORR      PIC 9(03).
           02 SU-NOSSO-NUM-CORR  PIC X(20).
           02 FILLER             PIC X(07).

       01 CNAB-TRLOTE REDEFINES REG-CNAB.
           02 TL-BANCO           PIC 9(03).
           02 TL-LOTE            PIC 9(04).
           02 TL-TIPO            PIC X(01).
           02 FILLER             PIC X(09).
           02 TL-QTDE-REG        PIC 9(06).
           02 TL-SOMA-VALORES    PIC 9(16)V99.
           02 TL-SOMA-MOEDAS     PIC 9(13)V9(05).
           02 TL-AVISO-DEBITO    PIC 9(06).
           02 FILLER             PIC X(165).
           02 TL-OCORRENCIAS     PIC X(10).

       01 CNAB-TRCOB REDEFINES REG-CNAB.
           02 TC-BANCO           PIC 9(03).
           02 TC-LOTE            PIC 9(04).
           02 TC-TIPO            PIC X(01).
           02 FILLER             PIC X(09).
           02 TC-QTDE-REG        PIC 9(06).
           02 TC-QTDE-SIMPLES    PIC 9(06).
           02 TC-VALOR-SIMPLES   PIC 9(15)V99.
           02 TC-QTDE-VINCULADA  PIC 9(06).
           02 TC-VALOR-VINCULADA PIC 9(15)V99.
           02 TC-QTDE-CAUCIONADA PIC 9(06).
           02 TC-VALOR-CAUCIONADA PIC 9(15)V99.
           02 TC-QTDE-DESCONTADA PIC 9(06).
           02 TC-VALOR-DESCONTADA PIC 9(15)V99.
           02 TC-AVISO           PIC X(08).
           02 FILLER             PIC X(117).

       01 CNAB-TRARQ REDEFINES REG-CNAB.
           02 TA-BANCO           PIC 9(03).
           02 TA-LOTE            PIC 9(04).
           02 TA-TIPO            PIC X(01).
           02 FILLER             PIC X(09).
           02 TA-QTDE-LOTES      PIC 9(06).
           02 TA-QTDE-REG        PIC 9(06).
           02 TA-QTDE-CONTAS     PIC 9(06).
           02 FILLER             PIC X(205).

      * DATA DO BANCO (DDMMAAAA) <-> DATA DO SISTEMA (AAAAMMDD).
       01 DATA-CNAB.
           02 DD-CNAB            PIC 9(02).
           02 MM-CNAB            PIC 9(02).
           02 AAAA-CNAB          PIC 9(04).
       01 DATA-CNAB-9 REDEFINES DATA-CNAB PIC 9(08).

       01 DATA-SIST-CNAB.
           02 AAAA-SIST-CNAB     PIC 9(04).
           02 MM-SIST-CNAB       PIC 9(02).
           02 DD-SIST-CNAB       PIC 9(02).
       01 DATA-SIST-CNAB-9 REDEFINES DATA-SIST-CNAB PIC 9(08).
