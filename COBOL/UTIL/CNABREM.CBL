       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CNABREM.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       FORMATADOR DE REMESSA NO LAYOUT FEBRABAN CNAB
      *               240. BANCOPAG, BOLETO.DAT E DEBAUTO.DAT SAO
      *               LAYOUTS PROPRIOS DA CASA E O BANCO, QUE OS
      *               CONVERTIA MEDIANTE TARIFA, ESTA ENCERRANDO O
      *               SERVICO. ESTE UTILITARIO, EM DIALOGO DE CONSOLE
      *               NOS MOLDES DO REMESSA, LE A COPIA CONTROLADA
      *               <ID>.R<SEQ> JA GERADA PELO REMESSA (ENVELOPE
      *               HR/TR CONFERIDO: INTERFACE, SEQUENCIA E
      *               QUANTIDADE) E GRAVA <ID>.C<SEQ> EM CNAB 240:
      *                 HEADER DE ARQUIVO (NSA = SEQUENCIA DA
      *                 REMESSA), UM LOTE COM HEADER, OS SEGMENTOS E
      *                 O TRAILER DE LOTE COM A QUANTIDADE DE
      *                 REGISTROS E A SOMA DOS VALORES, E O TRAILER DE
      *                 ARQUIVO COM AS QUANTIDADES DE LOTES E
      *                 REGISTROS.
      *               O TIPO DO LOTE SAI DA INTERFACE:
      *                 BANCOPAG/BANCOPG2 (FOLHA, EM0306/EM0309) E
      *                 BANCRESC (RESCISAO, EM0312), BANCFER (FERIAS,
      *                 EM0323) E BANCADI (ADIANTAMENTO QUINZENAL,
      *                 EM0345) - PAGAMENTO DE SALARIOS (SERVICO 30),
      *                 SEGMENTO A;
      *                 BANCREEM (REEMBOLSO DE DESPESAS, EM0344) E
      *                 DEVCRED (DEVOLUCAO DE CREDITOS, EM0238/EM0332)
      *                 - PAGAMENTOS DIVERSOS (SERVICO 98), SEGMENTO A;
      *                 PAGFORN (FORNECEDORES, EM0428) - PAGAMENTO
      *                 A FORNECEDOR (SERVICO 20), SEGMENTO A;
      *                 DEBAUTO (DEBITO AUTOMATICO, EM0223) - DEBITOS
      *                 (SERVICO 05, OPERACAO "D"), SEGMENTO A;
      *                 BOLETO (SOCIOS EM0211 E MENSALIDADES EM0320)
      *                 - COBRANCA (SERVICO 01), SEGMENTOS P E Q.
      *               A CONTA DE 10 POSICOES DOS NOSSOS ARQUIVOS E A
      *               CONTA DO FAVORECIDO/PAGADOR NA AGENCIA DA
      *               EMPRESA (CREDITO EM CONTA, CAMARA 000); A
      *               REFERENCIA VAI NO "SEU NUMERO", QUE O BANCO
      *               DEVOLVE NO RETORNO (CNABRET). NO BOLETO, O NOSSO
      *               NUMERO VAI NO NOSSO NUMERO E NO USO DA EMPRESA,
      *               COM O TOTAL DO BOLETO (MULTA E JUROS JA
      *               CALCULADOS) COMO VALOR DO TITULO. OS DADOS DA
      *               EMPRESA JUNTO AO BANCO VEM DO CNABPAR.DAT.
      *               RETURN-CODE 16 QUANDO A FORMATACAO E RECUSADA
      *               (NADA E GRAVADO).
      *MODIFICACAO
      *  15/10/2026  ENTROU A INTERFACE BANCREEM (CREDITOS DE
      *              REEMBOLSO DE DESPESAS DO EM0344), NO LOTE DE
      *              PAGAMENTOS DIVERSOS, SEPARADO DO DE SALARIOS.
      *  15/10/2026  ENTROU A INTERFACE BANCADI (ADIANTAMENTO QUINZENAL
      *              DO EM0345), NO LOTE DE SALARIOS.
      *  15/10/2026  ENTRARAM AS INTERFACES BANCFER (CREDITOS DE FERIAS
      *              DO EM0323), NO LOTE DE SALARIOS, E DEVCRED
      *              (DEVOLUCAO DE CREDITOS DO EM0238/EM0332), NO LOTE
      *              DE PAGAMENTOS DIVERSOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQREM ASSIGN TO DYNAMIC NOME-REM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REM.

           SELECT ARQCNAB ASSIGN TO DYNAMIC NOME-CNAB
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CNAB.

           SELECT CNABPAR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAR.

       DATA DIVISION.
       FILE SECTION.

       FD ARQREM
           LABEL RECORD ARE STANDARD.

       01 REG-REM            PIC X(250).

       01 REG-REM-HEADER REDEFINES REG-REM.
           02 TIPO-HR        PIC X(02).
           02 IFACE-HR       PIC X(08).
           02 DATA-HR        PIC 9(08).
           02 SEQ-HR         PIC 9(06).
           02 FILLER         PIC X(226).

       01 REG-REM-TRAILER REDEFINES REG-REM.
           02 TIPO-TR        PIC X(02).
           02 QTDE-TR        PIC 9(07).
           02 FILLER         PIC X(241).

       01 REG-REM-PAGTO REDEFINES REG-REM.
           02 CONTA-PG       PIC 9(10).
           02 VALOR-PG       PIC 9(07)V99.
           02 REFERENCIA-PG  PIC X(20).
           02 FILLER         PIC X(211).

       01 REG-REM-BOLETO REDEFINES REG-REM.
           02 NUM-BL         PIC 9(07).
           02 NOME-BL        PIC X(30).
           02 PRINCIPAL-BL   PIC 9(09)V99.
           02 MULTA-BL       PIC 9(07)V99.
           02 JUROS-BL       PIC 9(07)V99.
           02 TOTAL-BL       PIC 9(09)V99.
           02 VENCIMENTO-BL  PIC 9(08).
           02 NOSSONUM-BL    PIC X(13).
           02 TXID-BL        PIC X(26).
           02 FILLER         PIC X(126).

       FD ARQCNAB
           LABEL RECORD ARE STANDARD.

       01 REG-SAI-CNAB       PIC X(240).

       COPY CNABPAR.

       WORKING-STORAGE SECTION.

       77 FIM-REM            PIC X(03) VALUE "NAO".
       77 FS-REM             PIC X(02) VALUE SPACES.
       77 FS-CNAB            PIC X(02) VALUE SPACES.
       77 FS-PAR             PIC X(02) VALUE SPACES.
       77 NOME-REM           PIC X(16) VALUE SPACES.
       77 NOME-CNAB          PIC X(16) VALUE SPACES.
       77 IFACE-PEDIDA       PIC X(08) VALUE SPACES.
       77 SEQ-PEDIDA         PIC 9(06) VALUE ZEROES.
       77 SEQ-EDIT           PIC X(06) VALUE SPACES.
       77 TIPO-LOTE          PIC X(01) VALUE SPACE.
       77 SERVICO-LOTE       PIC 9(02) VALUE ZEROES.
       77 OPERACAO-LOTE      PIC X(01) VALUE SPACE.
       77 IFACE-LIDA         PIC X(08) VALUE SPACES.
       77 SEQ-LIDA           PIC 9(06) VALUE ZEROES.
       77 DATA-REMESSA       PIC 9(08) VALUE ZEROES.
       77 HORA-SIST          PIC 9(08) VALUE ZEROES.
       77 QTDE-TRAILER-REC   PIC 9(07) VALUE ZEROES.
       77 CT-DADOS           PIC 9(07) VALUE ZEROES.
       77 CT-REG-LOTE        PIC 9(06) VALUE ZEROES.
       77 CT-REG-ARQ         PIC 9(06) VALUE ZEROES.
       77 NSEQ-LOTE          PIC 9(05) VALUE ZEROES.
       77 SOMA-LOTE          PIC 9(16)V99 VALUE ZEROES.
       77 TEM-HEADER         PIC 9     VALUE ZEROES.
       77 TEM-TRAILER        PIC 9     VALUE ZEROES.
       77 PASSADA            PIC 9     VALUE ZEROES.
       77 SOMA-EDIT          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       COPY WSCNAB.

       PROCEDURE DIVISION.

       CNABREM-01.
           PERFORM CARGA-PARAMETROS.
           DISPLAY "INTERFACE (ID ATE 8 POS.)...: "
                   WITH NO ADVANCING.
           ACCEPT IFACE-PEDIDA.
           DISPLAY "SEQUENCIA DA REMESSA........: "
                   WITH NO ADVANCING.
           ACCEPT SEQ-PEDIDA.
           PERFORM IDENTIFICA-LOTE.
           PERFORM MONTA-NOMES.
           MOVE 1 TO PASSADA.
           PERFORM CONFERE-ENVELOPE.
           MOVE 2 TO PASSADA.
           PERFORM GERA-CNAB.
           MOVE SOMA-LOTE TO SOMA-EDIT.
           DISPLAY "REMESSA " SEQ-PEDIDA " DE " IFACE-PEDIDA
                   " FORMATADA EM " NOME-CNAB " - " CT-DADOS
                   " DETALHE(S), " CT-REG-ARQ " REGISTRO(S), TOTAL "
                   SOMA-EDIT.
           MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       CARGA-PARAMETROS.
           OPEN INPUT CNABPAR.
           IF FS-PAR NOT EQUAL "00"
               DISPLAY "CNABPAR.DAT NAO ENCONTRADO - STATUS " FS-PAR
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           READ CNABPAR AT END
               DISPLAY "CNABPAR.DAT VAZIO - ENCERRANDO"
               CLOSE CNABPAR
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           CLOSE CNABPAR.

      * TIPO DO LOTE PELA INTERFACE: S = SALARIOS, F = FORNECEDORES,
      * D = DEBITO AUTOMATICO, C = COBRANCA. O REEMBOLSO DE DESPESAS
      * E A DEVOLUCAO DE CREDITOS SAEM COMO CREDITO DE FORNECEDOR NO
      * SERVICO 98 (NAO SAO SALARIO).
       IDENTIFICA-LOTE.
           EVALUATE IFACE-PEDIDA
               WHEN "BANCOPAG"
               WHEN "BANCOPG2"
               WHEN "BANCRESC"
               WHEN "BANCFER"
               WHEN "BANCADI"
                   MOVE "S" TO TIPO-LOTE
                   MOVE 30 TO SERVICO-LOTE
                   MOVE "C" TO OPERACAO-LOTE
               WHEN "BANCREEM"
               WHEN "DEVCRED"
                   MOVE "F" TO TIPO-LOTE
                   MOVE 98 TO SERVICO-LOTE
                   MOVE "C" TO OPERACAO-LOTE
               WHEN "PAGFORN"
                   MOVE "F" TO TIPO-LOTE
                   MOVE 20 TO SERVICO-LOTE
                   MOVE "C" TO OPERACAO-LOTE
               WHEN "DEBAUTO"
                   MOVE "D" TO TIPO-LOTE
                   MOVE 05 TO SERVICO-LOTE
                   MOVE "D" TO OPERACAO-LOTE
               WHEN "BOLETO"
                   MOVE "C" TO TIPO-LOTE
                   MOVE 01 TO SERVICO-LOTE
                   MOVE "R" TO OPERACAO-LOTE
               WHEN OTHER
                   DISPLAY "INTERFACE " IFACE-PEDIDA " SEM LAYOUT "
                           "CNAB 240 - FORMATACAO RECUSADA"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       MONTA-NOMES.
           MOVE SEQ-PEDIDA TO SEQ-EDIT.
           MOVE SPACES TO NOME-REM NOME-CNAB.
           STRING IFACE-PEDIDA DELIMITED BY SPACE
                  ".R" DELIMITED BY SIZE
                  SEQ-EDIT DELIMITED BY SIZE
               INTO NOME-REM.
           STRING IFACE-PEDIDA DELIMITED BY SPACE
                  ".C" DELIMITED BY SIZE
                  SEQ-EDIT DELIMITED BY SIZE
               INTO NOME-CNAB.

      * PRIMEIRA PASSADA: A COPIA CONTROLADA TEM DE SER A DA
      * INTERFACE E SEQUENCIA PEDIDAS E ESTAR INTEIRA ANTES DE
      * QUALQUER REGISTRO CNAB SER GRAVADO.
       CONFERE-ENVELOPE.
           OPEN INPUT ARQREM.
           IF FS-REM NOT EQUAL "00"
               DISPLAY "COPIA CONTROLADA " NOME-REM " NAO "
                       "ENCONTRADA - FORMATACAO RECUSADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-REM.
           PERFORM TRATA-REGISTRO UNTIL FIM-REM EQUAL "SIM".
           CLOSE ARQREM.
           IF TEM-HEADER NOT EQUAL 1 OR TEM-TRAILER NOT EQUAL 1
               DISPLAY NOME-REM " SEM HEADER/TRAILER DE CONTROLE - "
                       "FORMATACAO RECUSADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF IFACE-LIDA NOT EQUAL IFACE-PEDIDA OR
              SEQ-LIDA NOT EQUAL SEQ-PEDIDA
               DISPLAY NOME-REM " E DA REMESSA " SEQ-LIDA " DE "
                       IFACE-LIDA " - FORMATACAO RECUSADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF CT-DADOS NOT EQUAL QTDE-TRAILER-REC
               DISPLAY "CONTAGEM NAO CONFERE: TRAILER "
                       QTDE-TRAILER-REC " X LIDOS " CT-DADOS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       LE-REM.
           READ ARQREM AT END MOVE "SIM" TO FIM-REM.

       TRATA-REGISTRO.
           IF TIPO-HR EQUAL "HR" AND TEM-HEADER EQUAL ZEROES
               MOVE 1 TO TEM-HEADER
               MOVE IFACE-HR TO IFACE-LIDA
               MOVE SEQ-HR TO SEQ-LIDA
               MOVE DATA-HR TO DATA-REMESSA
           ELSE
               IF TIPO-TR EQUAL "TR"
                   MOVE 1 TO TEM-TRAILER
                   MOVE QTDE-TR TO QTDE-TRAILER-REC
               ELSE
                   ADD 1 TO CT-DADOS
                   IF PASSADA EQUAL 2
                       PERFORM GRAVA-DETALHE.
           PERFORM LE-REM.

      * SEGUNDA PASSADA: HEADERS, SEGMENTOS E TRAILERS.
       GERA-CNAB.
           MOVE "NAO" TO FIM-REM.
           MOVE ZEROES TO CT-DADOS TEM-HEADER TEM-TRAILER.
           ACCEPT HORA-SIST FROM TIME.
           MOVE DATA-REMESSA TO DATA-SIST-CNAB-9.
           PERFORM CONVERTE-DATA.
           OPEN INPUT ARQREM.
           OPEN OUTPUT ARQCNAB.
           PERFORM GRAVA-HEADER-ARQUIVO.
           IF TIPO-LOTE EQUAL "C"
               PERFORM GRAVA-HEADER-COBRANCA
           ELSE
               PERFORM GRAVA-HEADER-PAGAMENTO.
           PERFORM LE-REM.
           PERFORM TRATA-REGISTRO UNTIL FIM-REM EQUAL "SIM".
           IF TIPO-LOTE EQUAL "C"
               PERFORM GRAVA-TRAILER-COBRANCA
           ELSE
               PERFORM GRAVA-TRAILER-PAGAMENTO.
           PERFORM GRAVA-TRAILER-ARQUIVO.
           CLOSE ARQREM
                 ARQCNAB.

      * AAAAMMDD DO SISTEMA PARA O DDMMAAAA DO BANCO.
       CONVERTE-DATA.
           MOVE DD-SIST-CNAB TO DD-CNAB.
           MOVE MM-SIST-CNAB TO MM-CNAB.
           MOVE AAAA-SIST-CNAB TO AAAA-CNAB.

       GRAVA-CNAB.
           MOVE REG-CNAB TO REG-SAI-CNAB.
           WRITE REG-SAI-CNAB.
           ADD 1 TO CT-REG-ARQ.

       GRAVA-HEADER-ARQUIVO.
           MOVE SPACES TO REG-CNAB.
           MOVE BANCO-PAR TO HA-BANCO.
           MOVE ZEROES TO HA-LOTE.
           MOVE "0" TO HA-TIPO.
           MOVE TIPO-INSC-PAR TO HA-TIPO-INSC.
           MOVE INSC-PAR TO HA-INSC.
           MOVE CONVENIO-PAR TO HA-CONVENIO.
           MOVE AGENCIA-PAR TO HA-AGENCIA.
           MOVE DV-AGENCIA-PAR TO HA-DV-AGENCIA.
           MOVE CONTA-PAR TO HA-CONTA.
           MOVE DV-CONTA-PAR TO HA-DV-CONTA.
           MOVE NOME-EMPR-PAR TO HA-NOME-EMPR.
           MOVE NOME-BANCO-PAR TO HA-NOME-BANCO.
           MOVE 1 TO HA-REM-RET.
           MOVE DATA-CNAB-9 TO HA-DATA-GER.
           MOVE HORA-SIST(1:6) TO HA-HORA-GER.
           MOVE SEQ-PEDIDA TO HA-NSA.
           MOVE "103" TO HA-VERSAO.
           MOVE 1600 TO HA-DENSIDADE.
           MOVE IFACE-PEDIDA TO HA-RES-EMPR.
           PERFORM GRAVA-CNAB.

       GRAVA-HEADER-PAGAMENTO.
           MOVE SPACES TO REG-CNAB.
           MOVE ZEROES TO HL-NUMERO HL-CEP.
           MOVE BANCO-PAR TO HL-BANCO.
           MOVE 1 TO HL-LOTE.
           MOVE "1" TO HL-TIPO.
           MOVE OPERACAO-LOTE TO HL-OPERACAO.
           MOVE SERVICO-LOTE TO HL-SERVICO.
           MOVE 01 TO HL-FORMA-LANC.
           MOVE "046" TO HL-VERSAO.
           MOVE TIPO-INSC-PAR TO HL-TIPO-INSC.
           MOVE INSC-PAR TO HL-INSC.
           MOVE CONVENIO-PAR TO HL-CONVENIO.
           MOVE AGENCIA-PAR TO HL-AGENCIA.
           MOVE DV-AGENCIA-PAR TO HL-DV-AGENCIA.
           MOVE CONTA-PAR TO HL-CONTA.
           MOVE DV-CONTA-PAR TO HL-DV-CONTA.
           MOVE NOME-EMPR-PAR TO HL-NOME-EMPR.
           MOVE 01 TO HL-FORMA-PAGTO.
           PERFORM GRAVA-CNAB.
           MOVE 1 TO CT-REG-LOTE.

       GRAVA-HEADER-COBRANCA.
           MOVE SPACES TO REG-CNAB.
           MOVE ZEROES TO HC-DATA-CRED.
           MOVE BANCO-PAR TO HC-BANCO.
           MOVE 1 TO HC-LOTE.
           MOVE "1" TO HC-TIPO.
           MOVE OPERACAO-LOTE TO HC-OPERACAO.
           MOVE SERVICO-LOTE TO HC-SERVICO.
           MOVE "045" TO HC-VERSAO.
           MOVE TIPO-INSC-PAR TO HC-TIPO-INSC.
           MOVE INSC-PAR TO HC-INSC.
           MOVE CONVENIO-PAR TO HC-CONVENIO.
           MOVE AGENCIA-PAR TO HC-AGENCIA.
           MOVE DV-AGENCIA-PAR TO HC-DV-AGENCIA.
           MOVE CONTA-PAR TO HC-CONTA.
           MOVE DV-CONTA-PAR TO HC-DV-CONTA.
           MOVE NOME-EMPR-PAR TO HC-NOME-EMPR.
           MOVE SEQ-PEDIDA TO HC-NUM-REMRET.
           MOVE DATA-CNAB-9 TO HC-DATA-GRAV.
           PERFORM GRAVA-CNAB.
           MOVE 1 TO CT-REG-LOTE.

       GRAVA-DETALHE.
           IF TIPO-LOTE EQUAL "C"
               PERFORM GRAVA-SEGMENTO-P
               PERFORM GRAVA-SEGMENTO-Q
               ADD TOTAL-BL TO SOMA-LOTE
           ELSE
               PERFORM GRAVA-SEGMENTO-A
               ADD VALOR-PG TO SOMA-LOTE.

      * PAGAMENTO (SALARIO/FORNECEDOR) OU DEBITO: A REFERENCIA VAI
      * NO NOME E NO SEU NUMERO; A DATA E A DA REMESSA.
       GRAVA-SEGMENTO-A.
           MOVE SPACES TO REG-CNAB.
           MOVE ZEROES TO SA-TIPO-MOV SA-INSTR-MOV SA-CAMARA
                          SA-QTDE-MOEDA SA-DATA-REAL SA-VALOR-REAL
                          SA-AVISO.
           ADD 1 TO NSEQ-LOTE.
           MOVE BANCO-PAR TO SA-BANCO.
           MOVE 1 TO SA-LOTE.
           MOVE "3" TO SA-TIPO.
           MOVE NSEQ-LOTE TO SA-NSEQ.
           MOVE "A" TO SA-SEGM.
           MOVE BANCO-PAR TO SA-BANCO-FAV.
           MOVE AGENCIA-PAR TO SA-AGENCIA-FAV.
           MOVE CONTA-PG TO SA-CONTA-FAV.
           MOVE REFERENCIA-PG TO SA-NOME-FAV.
           MOVE REFERENCIA-PG TO SA-SEU-NUMERO.
           MOVE DATA-CNAB-9 TO SA-DATA-PAGTO.
           MOVE "BRL" TO SA-MOEDA.
           MOVE VALOR-PG TO SA-VALOR-PAGTO.
           PERFORM GRAVA-CNAB.
           ADD 1 TO CT-REG-LOTE.

      * TITULO DE COBRANCA: SEM JUROS NEM DESCONTO (O TOTAL DO BOLETO
      * JA OS TRAZ), NAO PROTESTAR, BAIXA APOS 30 DIAS.
       GRAVA-SEGMENTO-P.
           MOVE SPACES TO REG-CNAB.
           MOVE ZEROES TO SP-AGENCIA-COBR SP-DATA-JUROS SP-JUROS-DIA
                          SP-COD-DESCONTO SP-DATA-DESCONTO SP-DESCONTO
                          SP-IOF SP-ABATIMENTO SP-PRAZO-PROTESTO
                          SP-CONTRATO.
           ADD 1 TO NSEQ-LOTE.
           MOVE BANCO-PAR TO SP-BANCO.
           MOVE 1 TO SP-LOTE.
           MOVE "3" TO SP-TIPO.
           MOVE NSEQ-LOTE TO SP-NSEQ.
           MOVE "P" TO SP-SEGM.
           MOVE 01 TO SP-COD-MOV.
           MOVE AGENCIA-PAR TO SP-AGENCIA.
           MOVE DV-AGENCIA-PAR TO SP-DV-AGENCIA.
           MOVE CONTA-PAR TO SP-CONTA.
           MOVE DV-CONTA-PAR TO SP-DV-CONTA.
           MOVE NOSSONUM-BL TO SP-NOSSO-NUMERO.
           MOVE CARTEIRA-PAR TO SP-CARTEIRA.
           MOVE 1 TO SP-CADASTRAMENTO.
           MOVE "1" TO SP-TIPO-DOC.
           MOVE 2 TO SP-EMISSAO-BOL.
           MOVE "2" TO SP-DISTRIBUICAO.
           MOVE NUM-BL TO SP-NUM-DOCUMENTO.
           MOVE VENCIMENTO-BL TO DATA-SIST-CNAB-9.
           PERFORM CONVERTE-DATA.
           MOVE DATA-CNAB-9 TO SP-VENCIMENTO.
           MOVE TOTAL-BL TO SP-VALOR-TITULO.
           MOVE 99 TO SP-ESPECIE.
           MOVE "N" TO SP-ACEITE.
           MOVE DATA-REMESSA TO DATA-SIST-CNAB-9.
           PERFORM CONVERTE-DATA.
           MOVE DATA-CNAB-9 TO SP-DATA-EMISSAO.
           MOVE 3 TO SP-COD-JUROS.
           MOVE NOSSONUM-BL TO SP-USO-EMPRESA.
           MOVE 3 TO SP-COD-PROTESTO.
           MOVE 1 TO SP-COD-BAIXA.
           MOVE "030" TO SP-PRAZO-BAIXA.
           MOVE 09 TO SP-MOEDA.
           PERFORM GRAVA-CNAB.
           ADD 1 TO CT-REG-LOTE.

      * PAGADOR: SO O NOME CONSTA DO BOLETO.DAT.
       GRAVA-SEGMENTO-Q.
           MOVE SPACES TO REG-CNAB.
           MOVE ZEROES TO SQ-TIPO-INSC SQ-INSC SQ-CEP SQ-TIPO-INSC-SAC
                          SQ-INSC-SAC SQ-BANCO-CORR.
           ADD 1 TO NSEQ-LOTE.
           MOVE BANCO-PAR TO SQ-BANCO.
           MOVE 1 TO SQ-LOTE.
           MOVE "3" TO SQ-TIPO.
           MOVE NSEQ-LOTE TO SQ-NSEQ.
           MOVE "Q" TO SQ-SEGM.
           MOVE 01 TO SQ-COD-MOV.
           MOVE NOME-BL TO SQ-NOME.
           PERFORM GRAVA-CNAB.
           ADD 1 TO CT-REG-LOTE.

       GRAVA-TRAILER-PAGAMENTO.
           MOVE SPACES TO REG-CNAB.
           MOVE ZEROES TO TL-SOMA-MOEDAS TL-AVISO-DEBITO.
           ADD 1 TO CT-REG-LOTE.
           MOVE BANCO-PAR TO TL-BANCO.
           MOVE 1 TO TL-LOTE.
           MOVE "5" TO TL-TIPO.
           MOVE CT-REG-LOTE TO TL-QTDE-REG.
           MOVE SOMA-LOTE TO TL-SOMA-VALORES.
           PERFORM GRAVA-CNAB.

       GRAVA-TRAILER-COBRANCA.
           MOVE SPACES TO REG-CNAB.
           MOVE ZEROES TO TC-QTDE-VINCULADA TC-VALOR-VINCULADA
                          TC-QTDE-CAUCIONADA TC-VALOR-CAUCIONADA
                          TC-QTDE-DESCONTADA TC-VALOR-DESCONTADA.
           ADD 1 TO CT-REG-LOTE.
           MOVE BANCO-PAR TO TC-BANCO.
           MOVE 1 TO TC-LOTE.
           MOVE "5" TO TC-TIPO.
           MOVE CT-REG-LOTE TO TC-QTDE-REG.
           MOVE CT-DADOS TO TC-QTDE-SIMPLES.
           MOVE SOMA-LOTE TO TC-VALOR-SIMPLES.
           PERFORM GRAVA-CNAB.

       GRAVA-TRAILER-ARQUIVO.
           MOVE SPACES TO REG-CNAB.
           MOVE ZEROES TO TA-QTDE-CONTAS.
           ADD 1 TO CT-REG-ARQ.
           MOVE BANCO-PAR TO TA-BANCO.
           MOVE 9999 TO TA-LOTE.
           MOVE "9" TO TA-TIPO.
           MOVE 1 TO TA-QTDE-LOTES.
           MOVE CT-REG-ARQ TO TA-QTDE-REG.
           MOVE REG-CNAB TO REG-SAI-CNAB.
           WRITE REG-SAI-CNAB.
