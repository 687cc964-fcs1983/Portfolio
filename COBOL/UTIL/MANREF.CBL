      *              PELO SUBPROGRAMA CNPJVALID; VALIDADO PELO
      *              EM0403 NA ENTRADA DE MOVIMENTOS E USADO PELO
      *              EM0411 PARA IMPRIMIR NOME E CONDICAO NO PEDIDO.
      *  15/10/2026  ENTROU O CADASTRO DE ORDENS JUDICIAIS DE PENSAO
      *              ALIMENTICIA (CADPENS: MATRICULA + SEQUENCIA +
      *              BENEFICIARIO + CONTA + FORMA B/L/F + PERCENTUAL OU
      *              VALOR + INICIO + FIM), APLICADO PELO EM0306;
      *              PERCENTUAL ACIMA DE 100 E FIM ANTERIOR AO INICIO
      *              SAO REJEITADOS. EM0323 E EM0324 ENTRAM NA LISTA
      *              DE PROGRAMAS CONHECIDOS DO RUNCTL.
      *  15/10/2026  EM0326 (RELATORIO DE AFASTAMENTOS) ENTRA NA LISTA
      *              DE PROGRAMAS CONHECIDOS DO RUNCTL (COMPETENCIA).
      *  15/10/2026  EM0327 (DIFERENCAS RETROATIVAS) ENTRA NA LISTA DE
      *              PROGRAMAS CONHECIDOS DO RUNCTL (RODADA, DATA-BASE
      *              E COMPETENCIA DE PAGAMENTO).
      *  15/10/2026  EM0328 (PROVISAO DE 13O E FERIAS) ENTRA NA LISTA DE
      *              PROGRAMAS CONHECIDOS DO RUNCTL (COMPETENCIA E
      *              ALIQUOTA DO INSS PATRONAL).
      *  15/10/2026  EM0329 (GUIAS DE INSS E IRRF) ENTRA NA LISTA DE
      *              PROGRAMAS CONHECIDOS DO RUNCTL (COMPETENCIA,
      *              ALIQUOTA PATRONAL E DIA DE VENCIMENTO).
      *  15/10/2026  EM0331 (RELATORIO MENSAL DE DEVOLUCOES) ENTRA NA
      *              LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL (TAXA
      *              LIMITE DE DEVOLUCAO E MES DO RELATORIO).
      *  15/10/2026  EM0424 (RELATORIO DE MARGEM) ENTRA NA LISTA DE
      *              PROGRAMAS CONHECIDOS DO RUNCTL (MARGEM MINIMA).
      *  15/10/2026  EM0426 (SCORECARD DE FORNECEDORES) ENTRA NA
      *              LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL (MINIMOS
      *              DE PONTUALIDADE E ATENDIMENTO E COMPETENCIA
      *              INICIAL).
      *  15/10/2026  ENTROU A TABELA DE CONTAS BANCARIAS DE
      *              FORNECEDORES (CADFORNBCO: CODIGO DO FORNECEDOR +
      *              CONTA), USADA PELO PAGAMENTO SEMANAL DO CONTAS A
      *              PAGAR (EM0428). EM0427 E EM0428 ENTRAM NA LISTA
      *              DE PROGRAMAS CONHECIDOS DO RUNCTL (TOLERANCIAS
      *              DO CASAMENTO DE NOTAS E HORIZONTE DE PAGAMENTO).
      *  15/10/2026  EM0429 (PROJECAO DE FLUXO DE CAIXA) ENTRA NA
      *              LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL (SALDO
      *              BANCARIO INICIAL, HORIZONTE E DIA DA FOLHA).
      *  15/10/2026  EM0430 (ESTOQUE BLOQUEADO POR MOTIVO E IDADE)
      *              ENTRA NA LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL
      *              (LIMITE DE IDADE DO BLOQUEIO EM DIAS).
      *  15/10/2026  EM0431 (PLANO DE CONTAGEM CICLICA ABC)
      *              ENTRA NA LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL
      *              (INTERVALO DE CONTAGEM POR CLASSE, EM MESES).
      *  15/10/2026  EM0232 (REAJUSTE ANUAL DE MENSALIDADES) ENTRA NA
      *              LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL (MODO DE
      *              SIMULACAO, REGRA DE ARREDONDAMENTO E MES DE
      *              VIGENCIA) E ENTRA A TABELA DE PERCENTUAIS DE
      *              REAJUSTE DE MENSALIDADE (REAJSOC, CADREAJS.DAT:
      *              VIGENCIA + FILIAL + LIMITE DA CATEGORIA +
      *              PERCENTUAL), ORDENADA POR CHAVE COMO O CADFAIXA.
      *  15/10/2026  EM0234 (ACORDOS DE PARCELAMENTO DE SOCIOS) ENTRA
      *              NA LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL
      *              (CARENCIA DA QUEBRA, MAXIMO DE PARCELAS E PRAZO
      *              DA ENTRADA).
      *  15/10/2026  EM0235 (NEGATIVACAO DE SOCIOS EM ATRASO) ENTRA
      *              NA LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL (SALDO
      *              MINIMO, DIAS APOS O PRE-JURIDICO E PRAZO LEGAL DA
      *              EXCLUSAO).
      *  15/10/2026  EM0316 (LISTA DE ESPERA DAS TURMAS LOTADAS) ENTRA
      *              NA LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL (DIAS
      *              DE VALIDADE DO PEDIDO NA LISTA).
      *  15/10/2026  ENTROU A TABELA DE REGRAS DAS BOLSAS ESCOLARES
      *              (BOLSA, CADBOLSA.DAT: TIPO + DESCRICAO + MEDIA
      *              MINIMA DO PERIODO + MAXIMO DE FALTAS + MAXIMO DE
      *              REPROVACOES + PERCENTUAL DE REDUCAO), USADA PELA
      *              REVISAO DAS BOLSAS DO EM0336; TIPO EM BRANCO E
      *              REGRA NAO NUMERICA SAO REJEITADOS. EM0336 ENTRA
      *              NA LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL (MODO
      *              DE SIMULACAO E PERIODO REVISTO).
      *  15/10/2026  EM0337 (ALERTA DE RISCO DE EVASAO) ENTRA NA LISTA
      *              DE PROGRAMAS CONHECIDOS DO RUNCTL (PESOS DOS
      *              FATORES), COM A CHAVE EM337L (LIMITES DOS
      *              FATORES).
      *  15/10/2026  ENTRARAM AS TABELAS DE PRE-REQUISITOS DOS CURSOS
      *              (PREREQ, CADPREREQ.DAT: CURSO + CURSO EXIGIDO +
      *              RESULTADO MINIMO A/D) E DE LIBERACOES DA
      *              COORDENACAO (LIBPRE, CADLIBPRE.DAT: MATRICULA +
      *              CURSO + DECISAO S/N + COORDENADOR), CONFERIDAS
      *              PELO EM0316 NA MATRICULA E NA TROCA DE TURMA.
      *  15/10/2026  ENTROU A TABELA DE SERIACAO DAS TURMAS (SERIE,
      *              CADSERIE.DAT: TURMA + TURMA DA SERIE SEGUINTE,
      *              000 = ULTIMA SERIE), USADA NA REMATRICULA DO
      *              EM0338, QUE TAMBEM ENTRA NA LISTA DE PROGRAMAS
      *              CONHECIDOS DO RUNCTL.
      *  15/10/2026  EM0320 (DESCONTO DE IRMAOS NO BOLETO DO
      *              RESPONSAVEL) E EM0340 (ANO DO DEMONSTRATIVO DO
      *              RESPONSAVEL) ENTRAM NA LISTA DE PROGRAMAS
      *              CONHECIDOS DO RUNCTL.
      *  15/10/2026  EM0414 (COMPETENCIA E EXPORTACAO FINAL QUE FECHA
      *              O PERIODO CONTABIL) E EM0433 (REABERTURA DE
      *              PERIODO) ENTRAM NA LISTA DE PROGRAMAS CONHECIDOS
      *              DO RUNCTL.
      *  15/10/2026  ENTROU A TABELA DE FREQUENCIA DOS JOBS PERIODICOS
      *              (JOBP, CADJOBP.DAT: PROGRAMA + FREQUENCIA M/U/T/A
      *              + DIA + MES + GRUPO + DOIS PRE-REQUISITOS +
      *              DESCRICAO), LIDA PELO PLANEJADOR EM0434.
      *  15/10/2026  O OPERADOR SE IDENTIFICA PELO SUBPROGRAMA
      *              LOGINOPR ANTES DE QUALQUER ARQUIVO SER ABERTO, E
      *              CADA TABELA PRECISA ESTAR AUTORIZADA PARA ELE
      *              (MODO = NOME DA TABELA): AS TRANSACOES DE TABELA
      *              NAO AUTORIZADA SAO REJEITADAS E O ARQUIVO DELA
      *              NAO E REGRAVADO. O OPERADOR SAI NO CABECALHO DO
      *              RELMAN E OS TOTAIS NO LOG DE ACESSO. ENTROU A
      *              TABELA DE ACESSO AOS UTILITARIOS (ACESSO,
      *              CADACES.DAT: PROGRAMA + MODO + NIVEL MINIMO
      *              1/2/3/9). EM0435 (ACOES PRIVILEGIADAS POR
      *              OPERADOR) ENTRA NA LISTA DE PROGRAMAS CONHECIDOS
      *              DO RUNCTL (COMPETENCIAS INICIAL E FINAL).
      *  15/10/2026  EM0341 (TROCAS DE CONTA BANCARIA DO CICLO DA
      *              FOLHA, PARM1 = COMPETENCIA) ENTRA NA LISTA DE
      *              PROGRAMAS CONHECIDOS DO RUNCTL. O EM0306 PASSA A
      *              LER O PARM3 (DIAS DE RETENCAO APOS TROCA DE
      *              CONTA).
      *  15/10/2026  ENTRARAM OS PLANOS DE SAUDE E ODONTOLOGICO: A
      *              TABELA DE PRECOS POR FAIXA ETARIA (CADPLANO:
      *              VIGENCIA + PLANO + IDADE LIMITE + PARTE DO
      *              FUNCIONARIO + PARTE DA EMPRESA, MANTIDA EM ORDEM
      *              COMO A CADFAIXA), AS ADESOES (CADBENEF:
      *              MATRICULA + PLANO + COBERTURA T/C/F + DATAS) E
      *              OS DEPENDENTES (CADDEPEN: MATRICULA + SEQUENCIA
      *              + PARENTESCO C/F/O + NASCIMENTO). EM0342
      *              (CONFERENCIA DA FATURA DA OPERADORA, PARM1 =
      *              COMPETENCIA, PARM2 = TOLERANCIA POR VIDA) ENTRA
      *              NA LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL.
      *  15/10/2026  EM0436 (CONCILIACAO BANCARIA DIARIA, PARM1 =
      *              SALDO CONTABIL DE IMPLANTACAO) ENTRA NA LISTA DE
      *              PROGRAMAS CONHECIDOS DO RUNCTL.
      *  15/10/2026  EM0437 (CASOS DE EXCECAO, PARM1 = LIMITE DE
      *              IDADE EM DIAS PARA ESCALAR) ENTRA NA LISTA DE
      *              PROGRAMAS CONHECIDOS DO RUNCTL.
      *  15/10/2026  ENTROU A TABELA DE MODELOS DE MENSAGEM (CADMODEL:
      *              TIPO DO EVENTO + CANAL E/S + LINHA + CLASSE T/M
      *              + MODO S/A + TEXTO), USADA PELA CENTRAL DE
      *              COMUNICACAO EM0240 E MANTIDA EM ORDEM DE CHAVE
      *              PARA QUE AS LINHAS SAIAM NA SEQUENCIA.
      *  15/10/2026  ENTROU A TABELA DE DOCUMENTOS DOS FUNCIONARIOS
      *              (DOCFUNC, CADDOCF.DAT: MATRICULA + CPF +
      *              NASCIMENTO AAAAMMDD), DE ONDE O EM0115 TIRA O CPF
      *              DO FUNCIONARIO PARA O CADASTRO UNICO DE PESSOAS;
      *              O CPF E CRITICADO PELO SUBPROGRAMA CPFVALID.
      *              EM0116 (POSICAO CONSOLIDADA POR PESSOA) ENTRA NA
      *              LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL.
      *  15/10/2026  ENTROU A TABELA DE CATEGORIAS DE DESPESA
      *              REEMBOLSAVEL (DESPESA, CADDESP.DAT: CATEGORIA +
      *              DESCRICAO + LIMITE POR COMPROVANTE + LIMITE
      *              MENSAL), USADA PELO REEMBOLSO DE DESPESAS EM0344.
      *  15/10/2026  ENTROU A TABELA DE ITENS DE CAPACIDADE (CAPAC,
      *              CADCAPAC.DAT: ITEM + ARQUIVO + TIPO K/V/Q +
      *              POSICAO + TAMANHO + LIMITE + DESCRICAO), MEDIDA
      *              PELO MONITOR DE CAPACIDADE EM0439, QUE ENTRA NA
      *              LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL.
      *  15/10/2026  ENTROU A TABELA DE PERCENTUAIS DO ADIANTAMENTO
      *              QUINZENAL (ADIANT, CADADIA.DAT: TIPO F = POR
      *              MATRICULA OU D = POR DEPARTAMENTO + CHAVE +
      *              PERCENTUAL ATE 100), USADA PELO EM0345, QUE ENTRA
      *              NA LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL.
      *  15/10/2026  ENTROU A TABELA DE SERVICOS E ALIQUOTAS DE ISS
      *              (ISS, CADISS.DAT: SERVICO S = SOCIO OU E = ESCOLA
      *              + CODIGO DO SERVICO NO MUNICIPIO + ALIQUOTA DE
      *              2,00 A 5,00 + DISCRIMINACAO), USADA PELO RPS
      *              MENSAL DA NFS-E DO EM0242.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 CHAVE-AUD          PIC X(15) VALUE SPACES.
       77 MSG-AUD            PIC X(60) VALUE SPACES.
       77 CNPJ-VAL           PIC 9     VALUE ZEROES.
       77 CPF-VAL            PIC 9     VALUE ZEROES.
       77 TABELA-LIBERADA    PIC 9     VALUE ZEROES.
       77 POS-CAPAC          PIC 9(03) VALUE ZEROES.
       77 TAM-CAPAC          PIC 9(02) VALUE ZEROES.

       01 CNPJ-TRAB.
           02 CNPJ-TRAB-DIG  PIC 9 OCCURS 14 TIMES.

       01 CPF-TRAB.
           02 CPF-TRAB-DIG   PIC 9 OCCURS 11 TIMES.

       COPY WSDATAMOV.

       COPY WSLOGIN.

       77 PROG-TESTE         PIC X(06) VALUE SPACES.
           88 PROG-CONHECIDO VALUE "EM0108" "EM0201" "EM0202"
                                   "EM0203" "EM0211" "EM0214"
                                   "EM0225" "EM0304" "EM0306"
                                   "EM0319" "EM0403" "EM0407"
                                   "EM0408" "EM0415" "EM0417"
                                   "EM0418" "EM0420" "EM0323"
                                   "EM0324" "EM0326" "EM0327"
                                   "EM0328" "EM0329" "EM0331"
                                   "EM0424" "EM0426" "EM0427"
                                   "EM0428" "EM0429" "EM0430"
                                   "EM0431" "EM0232" "EM0234"
                                   "EM0235" "EM0316" "EM0336"
                                   "EM0337" "EM337L" "EM0338"
                                   "EM0320" "EM0340" "EM0414"
                                   "EM0433" "EM0435" "EM0341"
                                   "EM0342" "EM0436" "EM0437"
                                   "EM0116" "EM0439" "EM0345".

       01 TAB-REF.
           02 REG-REF-TAB    PIC X(60) OCCURS 300 TIMES.
                             "MANUTENCAO DE TABELAS DE REFERENCIA".
           02 FILLER         PIC X(43) VALUE SPACES.

       01 LIN-OPERADOR.
           02 FILLER         PIC X(10) VALUE "OPERADOR: ".
           02 OPERADOR-LIN   PIC X(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-OPER-LIN  PIC X(20).
           02 FILLER         PIC X(41) VALUE SPACES.

       01 LIN-LISTA.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 LISTA-LIN      PIC X(60).

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE "MANREF" TO PROGID-LOGIN.
           MOVE "L" TO FUNCAO-LOGIN.
           CALL "LOGINOPR" USING AREA-LOGIN.
           IF RESULT-LOGIN NOT EQUAL ZEROES
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT MOVREF.
           IF FS-MOV NOT EQUAL "00"
               DISPLAY "MOVREF NAO ENCONTRADO/INACESSIVEL - STATUS "
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           MOVE OPERADOR-LOGIN TO OPERADOR-LIN.
           MOVE NOME-LOGIN TO NOME-OPER-LIN.
           WRITE REL-SAI FROM LIN-OPERADOR AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           PERFORM LE-MOV.
       CARREGA-TABELA.
           MOVE TABELA-MOV TO TABELA-ATU.
           PERFORM DEFINE-TABELA.
           PERFORM AUTORIZA-TABELA.
           MOVE ZEROES TO QTD-REF.
           MOVE "NAO" TO FIM-REF.
           OPEN INPUT ARQREF.
                   MOVE "CADFILIAL.DAT" TO NOME-REF
                   MOVE 2 TO TAM-CHAVE
                   MOVE 22 TO TAM-REG
               WHEN "FORNBCO"
                   MOVE "CADFORNBCO.DAT" TO NOME-REF
                   MOVE 4 TO TAM-CHAVE
                   MOVE 14 TO TAM-REG
               WHEN "PENSAO"
                   MOVE "CADPENS.DAT" TO NOME-REF
                   MOVE 6 TO TAM-CHAVE
                   MOVE 60 TO TAM-REG
               WHEN "REAJSOC"
                   MOVE "CADREAJS.DAT" TO NOME-REF
                   MOVE 21 TO TAM-CHAVE
                   MOVE 25 TO TAM-REG
               WHEN "BOLSA"
                   MOVE "CADBOLSA.DAT" TO NOME-REF
                   MOVE 2 TO TAM-CHAVE
                   MOVE 35 TO TAM-REG
               WHEN "PREREQ"
                   MOVE "CADPREREQ.DAT" TO NOME-REF
                   MOVE 40 TO TAM-CHAVE
                   MOVE 41 TO TAM-REG
               WHEN "LIBPRE"
                   MOVE "CADLIBPRE.DAT" TO NOME-REF
                   MOVE 27 TO TAM-CHAVE
                   MOVE 48 TO TAM-REG
               WHEN "SERIE"
                   MOVE "CADSERIE.DAT" TO NOME-REF
                   MOVE 3 TO TAM-CHAVE
                   MOVE 6 TO TAM-REG
               WHEN "JOBP"
                   MOVE "CADJOBP.DAT" TO NOME-REF
                   MOVE 6 TO TAM-CHAVE
                   MOVE 57 TO TAM-REG
               WHEN "ACESSO"
                   MOVE "CADACES.DAT" TO NOME-REF
                   MOVE 16 TO TAM-CHAVE
                   MOVE 17 TO TAM-REG
               WHEN "PLANO"
                   MOVE "CADPLANO.DAT" TO NOME-REF
                   MOVE 15 TO TAM-CHAVE
                   MOVE 29 TO TAM-REG
               WHEN "BENEF"
                   MOVE "CADBENEF.DAT" TO NOME-REF
                   MOVE 9 TO TAM-CHAVE
                   MOVE 54 TO TAM-REG
               WHEN "DEPEND"
                   MOVE "CADDEPEN.DAT" TO NOME-REF
                   MOVE 7 TO TAM-CHAVE
                   MOVE 36 TO TAM-REG
               WHEN "MODELO"
                   MOVE "CADMODEL.DAT" TO NOME-REF
                   MOVE 7 TO TAM-CHAVE
                   MOVE 60 TO TAM-REG
               WHEN "DOCFUNC"
                   MOVE "CADDOCF.DAT" TO NOME-REF
                   MOVE 5 TO TAM-CHAVE
                   MOVE 24 TO TAM-REG
               WHEN "DESPESA"
                   MOVE "CADDESP.DAT" TO NOME-REF
                   MOVE 3 TO TAM-CHAVE
                   MOVE 41 TO TAM-REG
               WHEN "CAPAC"
                   MOVE "CADCAPAC.DAT" TO NOME-REF
                   MOVE 8 TO TAM-CHAVE
                   MOVE 60 TO TAM-REG
               WHEN "ADIANT"
                   MOVE "CADADIA.DAT" TO NOME-REF
                   MOVE 6 TO TAM-CHAVE
                   MOVE 11 TO TAM-REG
               WHEN "ISS"
                   MOVE "CADISS.DAT" TO NOME-REF
                   MOVE 1 TO TAM-CHAVE
                   MOVE 40 TO TAM-REG
               WHEN "RUNCTL"
                   MOVE "RUNCTL.DAT" TO NOME-REF
                   MOVE 6 TO TAM-CHAVE
                   MOVE SPACES TO NOME-REF
           END-EVALUATE.

      * A TABELA E O MODO DO MANREF NA TABELA DE ACESSO (CADACES).
       AUTORIZA-TABELA.
           MOVE ZEROES TO TABELA-LIBERADA.
           IF NOME-REF NOT EQUAL SPACES
               MOVE TABELA-ATU TO MODO-LOGIN
               MOVE "A" TO FUNCAO-LOGIN
               CALL "LOGINOPR" USING AREA-LOGIN
               IF RESULT-LOGIN EQUAL ZEROES
                   MOVE 1 TO TABELA-LIBERADA.

       LE-REF.
           READ ARQREF AT END MOVE "SIM" TO FIM-REF.
           IF FIM-REF NOT EQUAL "SIM"
      * REGRAVA O ARQUIVO DA TABELA DO GRUPO ANTERIOR (SE HOUVE) E
      * LISTA O CONTEUDO FINAL NO RELATORIO.
       DESCARREGA-TABELA.
           IF TABELA-ATU EQUAL SPACES OR NOME-REF EQUAL SPACES OR
              TABELA-LIBERADA EQUAL ZEROES
               MOVE SPACES TO TABELA-ATU
           ELSE
               OPEN OUTPUT ARQREF
           IF TABELA-ATU EQUAL SPACES OR NOME-REF EQUAL SPACES
               MOVE 0 TO TRANS-VAL
               MOVE "TABELA DESCONHECIDA" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1 AND TABELA-LIBERADA EQUAL ZEROES
               MOVE 0 TO TRANS-VAL
               MOVE "OPERADOR SEM ACESSO A TABELA" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1 AND
              OPER-MOV NOT EQUAL "I" AND
              OPER-MOV NOT EQUAL "A" AND
                               TO MOTIVO-REJ
                       END-IF
                   END-IF
               WHEN "FORNBCO"
                   IF DADOS-MOV(1:14) IS NOT NUMERIC
                       MOVE 0 TO TRANS-VAL
                       MOVE "FORNECEDOR/CONTA NAO NUMERICOS"
                           TO MOTIVO-REJ
                   END-IF
               WHEN "PENSAO"
                   PERFORM VALIDA-PENSAO
               WHEN "REAJSOC"
                   IF DADOS-MOV(1:25) IS NOT NUMERIC
                       MOVE 0 TO TRANS-VAL
                       MOVE "REAJSOC DEVE SER NUMERICO" TO MOTIVO-REJ
                   END-IF
               WHEN "BOLSA"
                   IF DADOS-MOV(1:2) EQUAL SPACES OR
                      DADOS-MOV(23:13) IS NOT NUMERIC
                       MOVE 0 TO TRANS-VAL
                       MOVE "BOLSA SEM TIPO OU NAO NUMERICA"
                           TO MOTIVO-REJ
                   END-IF
               WHEN "PREREQ"
                   IF DADOS-MOV(1:20) EQUAL SPACES OR
                      DADOS-MOV(21:20) EQUAL SPACES OR
                      DADOS-MOV(1:20) EQUAL DADOS-MOV(21:20) OR
                      (DADOS-MOV(41:1) NOT EQUAL "A" AND
                       DADOS-MOV(41:1) NOT EQUAL "D")
                       MOVE 0 TO TRANS-VAL
                       MOVE "PRE-REQUISITO INVALIDO" TO MOTIVO-REJ
                   END-IF
               WHEN "LIBPRE"
                   IF DADOS-MOV(1:7) IS NOT NUMERIC OR
                      DADOS-MOV(8:20) EQUAL SPACES OR
                      DADOS-MOV(29:20) EQUAL SPACES OR
                      (DADOS-MOV(28:1) NOT EQUAL "S" AND
                       DADOS-MOV(28:1) NOT EQUAL "N")
                       MOVE 0 TO TRANS-VAL
                       MOVE "LIBERACAO INVALIDA" TO MOTIVO-REJ
                   END-IF
               WHEN "SERIE"
                   IF DADOS-MOV(1:6) IS NOT NUMERIC OR
                      DADOS-MOV(1:3) EQUAL "000" OR
                      DADOS-MOV(1:3) EQUAL DADOS-MOV(4:3)
                       MOVE 0 TO TRANS-VAL
                       MOVE "SERIACAO INVALIDA" TO MOTIVO-REJ
                   END-IF
               WHEN "JOBP"
                   PERFORM VALIDA-JOBP
               WHEN "ACESSO"
                   IF DADOS-MOV(1:8) EQUAL SPACES OR
                      (DADOS-MOV(17:1) NOT EQUAL "1" AND
                       DADOS-MOV(17:1) NOT EQUAL "2" AND
                       DADOS-MOV(17:1) NOT EQUAL "3" AND
                       DADOS-MOV(17:1) NOT EQUAL "9")
                       MOVE 0 TO TRANS-VAL
                       MOVE "ACESSO: PROGRAMA E NIVEL 1239"
                           TO MOTIVO-REJ
                   END-IF
               WHEN "PLANO"
                   IF DADOS-MOV(1:8) IS NOT NUMERIC OR
                      DADOS-MOV(9:4) EQUAL SPACES OR
                      DADOS-MOV(13:17) IS NOT NUMERIC
                       MOVE 0 TO TRANS-VAL
                       MOVE "PLANO SEM CODIGO OU NAO NUMERICO"
                           TO MOTIVO-REJ
                   END-IF
               WHEN "BENEF"
                   PERFORM VALIDA-BENEF
               WHEN "DEPEND"
                   IF DADOS-MOV(1:7) IS NOT NUMERIC OR
                      DADOS-MOV(6:2) EQUAL "00" OR
                      DADOS-MOV(29:8) IS NOT NUMERIC OR
                      (DADOS-MOV(28:1) NOT EQUAL "C" AND
                       DADOS-MOV(28:1) NOT EQUAL "F" AND
                       DADOS-MOV(28:1) NOT EQUAL "O")
                       MOVE 0 TO TRANS-VAL
                       MOVE "DEPENDENTE: SEQ 01-99 E PARENT CFO"
                           TO MOTIVO-REJ
                   END-IF
               WHEN "MODELO"
                   PERFORM VALIDA-MODELO
               WHEN "DOCFUNC"
                   PERFORM VALIDA-DOCFUNC
               WHEN "DESPESA"
                   PERFORM VALIDA-DESPESA
               WHEN "CAPAC"
                   PERFORM VALIDA-CAPAC
               WHEN "ADIANT"
                   PERFORM VALIDA-ADIANT
               WHEN "ISS"
                   PERFORM VALIDA-ISS
               WHEN "RUNCTL"
                   MOVE DADOS-MOV(1:6) TO PROG-TESTE
                   IF NOT PROG-CONHECIDO
                   END-IF
           END-EVALUATE.

      * ORDEM DE PENSAO: MATRICULA/SEQUENCIA, CONTA, FATOR E DATAS
      * NUMERICOS; FORMA B (% DO BRUTO), L (% DO LIQUIDO) OU F (VALOR
      * FIXO); PERCENTUAL ATE 100; FIM ZERADO OU NAO ANTERIOR AO
      * INICIO.
       VALIDA-PENSAO.
           IF DADOS-MOV(1:6) IS NOT NUMERIC OR
              DADOS-MOV(25:10) IS NOT NUMERIC OR
              DADOS-MOV(36:25) IS NOT NUMERIC
               MOVE 0 TO TRANS-VAL
               MOVE "PENSAO COM CAMPO NAO NUMERICO" TO MOTIVO-REJ
           ELSE
               IF DADOS-MOV(35:1) NOT EQUAL "B" AND
                  DADOS-MOV(35:1) NOT EQUAL "L" AND
                  DADOS-MOV(35:1) NOT EQUAL "F"
                   MOVE 0 TO TRANS-VAL
                   MOVE "FORMA DA PENSAO DEVE SER B/L/F"
                       TO MOTIVO-REJ
               ELSE
                   IF DADOS-MOV(35:1) NOT EQUAL "F" AND
                      DADOS-MOV(36:9) IS GREATER THAN "000010000"
                       MOVE 0 TO TRANS-VAL
                       MOVE "PERCENTUAL DE PENSAO ACIMA 100"
                           TO MOTIVO-REJ
                   ELSE
                       IF DADOS-MOV(53:8) NOT EQUAL "00000000" AND
                          DADOS-MOV(53:8) IS LESS THAN DADOS-MOV(45:8)
                           MOVE 0 TO TRANS-VAL
                           MOVE "FIM DA PENSAO ANTES DO INICIO"
                               TO MOTIVO-REJ.

      * ADESAO A PLANO: MATRICULA E DATAS NUMERICAS, PLANO
      * PREENCHIDO, COBERTURA T (TITULAR), C (TITULAR E CONJUGE) OU F
      * (TITULAR E TODOS OS DEPENDENTES); FIM ZERADO OU NAO ANTERIOR
      * AO INICIO.
       VALIDA-BENEF.
           IF DADOS-MOV(1:5) IS NOT NUMERIC OR
              DADOS-MOV(6:4) EQUAL SPACES OR
              DADOS-MOV(31:24) IS NOT NUMERIC
               MOVE 0 TO TRANS-VAL
               MOVE "ADESAO SEM PLANO OU NAO NUMERICA"
                   TO MOTIVO-REJ
           ELSE
               IF DADOS-MOV(30:1) NOT EQUAL "T" AND
                  DADOS-MOV(30:1) NOT EQUAL "C" AND
                  DADOS-MOV(30:1) NOT EQUAL "F"
                   MOVE 0 TO TRANS-VAL
                   MOVE "COBERTURA DEVE SER T/C/F" TO MOTIVO-REJ
               ELSE
                   IF DADOS-MOV(47:8) NOT EQUAL "00000000" AND
                      DADOS-MOV(47:8) IS LESS THAN DADOS-MOV(39:8)
                       MOVE 0 TO TRANS-VAL
                       MOVE "FIM DA ADESAO ANTES DO INICIO"
                           TO MOTIVO-REJ.

      * MODELO DE MENSAGEM: TIPO PREENCHIDO, CANAL E (EMAIL) OU S
      * (SMS), LINHA NUMERICA; A LINHA 00 E O CABECALHO DO MODELO E
      * TRAZ A CLASSE T (TRANSACIONAL) OU M (MARKETING), O MODO S
      * (SEMPRE) OU A (SO SE O OUTRO CANAL NAO SAIU) E, NO TEXTO, O
      * ASSUNTO DO EMAIL.
       VALIDA-MODELO.
           IF DADOS-MOV(1:4) EQUAL SPACES OR
              DADOS-MOV(6:2) IS NOT NUMERIC OR
              (DADOS-MOV(5:1) NOT EQUAL "E" AND
               DADOS-MOV(5:1) NOT EQUAL "S")
               MOVE 0 TO TRANS-VAL
               MOVE "MODELO: TIPO/CANAL E-S/LINHA"
                   TO MOTIVO-REJ
           ELSE
               IF DADOS-MOV(6:2) EQUAL "00" AND
                  ((DADOS-MOV(8:1) NOT EQUAL "T" AND
                    DADOS-MOV(8:1) NOT EQUAL "M") OR
                   (DADOS-MOV(9:1) NOT EQUAL "S" AND
                    DADOS-MOV(9:1) NOT EQUAL "A"))
                   MOVE 0 TO TRANS-VAL
                   MOVE "CABECALHO: CLASSE T/M MODO S/A"
                       TO MOTIVO-REJ.

      * DOCUMENTOS DO FUNCIONARIO: MATRICULA, CPF E NASCIMENTO
      * NUMERICOS, CPF COM DIGITOS VERIFICADORES CORRETOS E
      * NASCIMENTO AAAAMMDD COM MES 01-12 E DIA 01-31.
       VALIDA-DOCFUNC.
           IF DADOS-MOV(1:24) IS NOT NUMERIC
               MOVE 0 TO TRANS-VAL
               MOVE "DOCFUNC COM CAMPO NAO NUMERICO" TO MOTIVO-REJ
           ELSE
               MOVE DADOS-MOV(6:11) TO CPF-TRAB
               CALL "CPFVALID" USING CPF-TRAB CPF-VAL
               IF CPF-VAL NOT EQUAL 1
                   MOVE 0 TO TRANS-VAL
                   MOVE "CPF DO FUNCIONARIO INVALIDO" TO MOTIVO-REJ
               ELSE
                   IF DADOS-MOV(21:2) LESS THAN "01" OR
                      DADOS-MOV(21:2) GREATER THAN "12" OR
                      DADOS-MOV(23:2) LESS THAN "01" OR
                      DADOS-MOV(23:2) GREATER THAN "31"
                       MOVE 0 TO TRANS-VAL
                       MOVE "NASCIMENTO INVALIDO (AAAAMMDD)"
                           TO MOTIVO-REJ.

      * CATEGORIA DE DESPESA: CODIGO E DESCRICAO PREENCHIDOS, LIMITES
      * NUMERICOS, LIMITE POR COMPROVANTE MAIOR QUE ZERO E LIMITE
      * MENSAL ZERO (SEM LIMITE) OU NAO MENOR QUE O POR COMPROVANTE.
       VALIDA-DESPESA.
           IF DADOS-MOV(1:3) EQUAL SPACES OR
              DADOS-MOV(4:20) EQUAL SPACES OR
              DADOS-MOV(24:18) IS NOT NUMERIC
               MOVE 0 TO TRANS-VAL
               MOVE "DESPESA SEM CODIGO OU NAO NUM." TO MOTIVO-REJ
           ELSE
               IF DADOS-MOV(24:9) EQUAL ALL "0"
                   MOVE 0 TO TRANS-VAL
                   MOVE "LIMITE POR COMPROVANTE ZERADO" TO MOTIVO-REJ
               ELSE
                   IF DADOS-MOV(33:9) NOT EQUAL ALL "0" AND
                      DADOS-MOV(33:9) LESS THAN DADOS-MOV(24:9)
                       MOVE 0 TO TRANS-VAL
                       MOVE "LIMITE MENSAL < POR COMPROV."
                           TO MOTIVO-REJ.

      * ITEM DE CAPACIDADE: ITEM E ARQUIVO PREENCHIDOS; TIPO K, V OU
      * Q; POSICAO, TAMANHO E LIMITE NUMERICOS; "Q" COM LIMITE MAIOR
      * QUE ZERO; "K"/"V" COM POSICAO A PARTIR DE 1, TAMANHO 1 A 12 E
      * O CAMPO DENTRO DAS 500 POSICOES LIDAS PELO EM0439.
       VALIDA-CAPAC.
           IF DADOS-MOV(1:8) EQUAL SPACES OR
              DADOS-MOV(9:18) EQUAL SPACES
               MOVE 0 TO TRANS-VAL
               MOVE "ITEM SEM ID OU SEM ARQUIVO" TO MOTIVO-REJ
           ELSE
               IF DADOS-MOV(27:1) NOT EQUAL "K" AND
                  DADOS-MOV(27:1) NOT EQUAL "V" AND
                  DADOS-MOV(27:1) NOT EQUAL "Q"
                   MOVE 0 TO TRANS-VAL
                   MOVE "TIPO DIFERENTE DE K, V E Q" TO MOTIVO-REJ
               ELSE
                   IF DADOS-MOV(28:17) IS NOT NUMERIC
                       MOVE 0 TO TRANS-VAL
                       MOVE "POS/TAM/LIMITE NAO NUMERICOS"
                           TO MOTIVO-REJ
                   ELSE
                       IF DADOS-MOV(27:1) EQUAL "Q"
                           IF DADOS-MOV(33:12) EQUAL ALL "0"
                               MOVE 0 TO TRANS-VAL
                               MOVE "ITEM Q SEM LIMITE" TO MOTIVO-REJ
                           END-IF
                       ELSE
                           PERFORM VALIDA-CAMPO-CAPAC.

       VALIDA-CAMPO-CAPAC.
           MOVE DADOS-MOV(28:3) TO POS-CAPAC.
           MOVE DADOS-MOV(31:2) TO TAM-CAPAC.
           IF POS-CAPAC EQUAL ZEROES OR
              TAM-CAPAC EQUAL ZEROES OR
              TAM-CAPAC GREATER THAN 12
               MOVE 0 TO TRANS-VAL
               MOVE "POSICAO ZERO OU TAMANHO 1 A 12" TO MOTIVO-REJ
           ELSE
               IF POS-CAPAC + TAM-CAPAC - 1 GREATER THAN 500
                   MOVE 0 TO TRANS-VAL
                   MOVE "CAMPO ALEM DA POSICAO 500" TO MOTIVO-REJ.

      * PERCENTUAL DE ADIANTAMENTO: TIPO F (CHAVE = MATRICULA
      * NUMERICA) OU D (CHAVE = DEPARTAMENTO NA PRIMEIRA POSICAO, O
      * RESTO EM BRANCO); PERCENTUAL NUMERICO ATE 100 (ZERO = SEM
      * ADIANTAMENTO).
       VALIDA-ADIANT.
           IF DADOS-MOV(7:5) IS NOT NUMERIC
               MOVE 0 TO TRANS-VAL
               MOVE "PERCENTUAL NAO NUMERICO" TO MOTIVO-REJ
           ELSE
               IF DADOS-MOV(7:5) IS GREATER THAN "10000"
                   MOVE 0 TO TRANS-VAL
                   MOVE "PERCENTUAL ACIMA DE 100" TO MOTIVO-REJ
               ELSE
                   IF DADOS-MOV(1:1) EQUAL "F"
                       IF DADOS-MOV(2:5) IS NOT NUMERIC
                           MOVE 0 TO TRANS-VAL
                           MOVE "MATRICULA NAO NUMERICA"
                               TO MOTIVO-REJ
                       END-IF
                   ELSE
                       IF DADOS-MOV(1:1) NOT EQUAL "D" OR
                          DADOS-MOV(2:1) EQUAL SPACES OR
                          DADOS-MOV(3:4) NOT EQUAL SPACES
                           MOVE 0 TO TRANS-VAL
                           MOVE "TIPO F/MATRIC. OU D/DEPTO"
                               TO MOTIVO-REJ.

      * SERVICO DA NFS-E: S (SOCIO) OU E (ESCOLA); CODIGO DO SERVICO
      * NUMERICO E DIFERENTE DE ZERO; ALIQUOTA NUMERICA DE 2,00 A
      * 5,00 (OS LIMITES DO ISS); DISCRIMINACAO PREENCHIDA.
       VALIDA-ISS.
           IF DADOS-MOV(1:1) NOT EQUAL "S" AND
              DADOS-MOV(1:1) NOT EQUAL "E"
               MOVE 0 TO TRANS-VAL
               MOVE "SERVICO DEVE SER S OU E" TO MOTIVO-REJ
           ELSE
               IF DADOS-MOV(2:9) IS NOT NUMERIC OR
                  DADOS-MOV(2:5) EQUAL "00000"
                   MOVE 0 TO TRANS-VAL
                   MOVE "CODIGO/ALIQUOTA NAO NUMERICOS"
                       TO MOTIVO-REJ
               ELSE
                   IF DADOS-MOV(7:4) LESS THAN "0200" OR
                      DADOS-MOV(7:4) GREATER THAN "0500"
                       MOVE 0 TO TRANS-VAL
                       MOVE "ALIQUOTA FORA DE 2,00 A 5,00"
                           TO MOTIVO-REJ
                   ELSE
                       IF DADOS-MOV(11:30) EQUAL SPACES
                           MOVE 0 TO TRANS-VAL
                           MOVE "SERVICO SEM DISCRIMINACAO"
                               TO MOTIVO-REJ.

      * JOB PERIODICO: PROGRAMA PREENCHIDO; DIA E MES NUMERICOS;
      * FREQUENCIA M (DIA UTIL 1 A 23), U, T (DIA UTIL 0 A 23) OU A
      * (DIA 1 A 31 DO MES 1 A 12); GRUPO EM BRANCO OU EM01 A EM04.
       VALIDA-JOBP.
           IF DADOS-MOV(1:6) EQUAL SPACES OR
              DADOS-MOV(8:4) IS NOT NUMERIC
               MOVE 0 TO TRANS-VAL
               MOVE "JOB SEM PROGRAMA OU DIA/MES" TO MOTIVO-REJ
           ELSE
               IF DADOS-MOV(12:4) NOT EQUAL SPACES AND
                  DADOS-MOV(12:4) NOT EQUAL "EM01" AND
                  DADOS-MOV(12:4) NOT EQUAL "EM02" AND
                  DADOS-MOV(12:4) NOT EQUAL "EM03" AND
                  DADOS-MOV(12:4) NOT EQUAL "EM04"
                   MOVE 0 TO TRANS-VAL
                   MOVE "GRUPO DEVE SER EM01 A EM04" TO MOTIVO-REJ
               ELSE
                   EVALUATE DADOS-MOV(7:1)
                       WHEN "M"
                           IF DADOS-MOV(8:2) LESS THAN "01" OR
                              DADOS-MOV(8:2) GREATER THAN "23"
                               MOVE 0 TO TRANS-VAL
                               MOVE "MENSAL: DIA UTIL DE 1 A 23"
                                   TO MOTIVO-REJ
                           END-IF
                       WHEN "U"
                           CONTINUE
                       WHEN "T"
                           IF DADOS-MOV(8:2) GREATER THAN "23"
                               MOVE 0 TO TRANS-VAL
                               MOVE "TRIMESTRAL: DIA UTIL 0 A 23"
                                   TO MOTIVO-REJ
                           END-IF
                       WHEN "A"
                           IF DADOS-MOV(8:2) LESS THAN "01" OR
                              DADOS-MOV(8:2) GREATER THAN "31" OR
                              DADOS-MOV(10:2) LESS THAN "01" OR
                              DADOS-MOV(10:2) GREATER THAN "12"
                               MOVE 0 TO TRANS-VAL
                               MOVE "DATA ANUAL DO JOB INVALIDA"
                                   TO MOTIVO-REJ
                           END-IF
                       WHEN OTHER
                           MOVE 0 TO TRANS-VAL
                           MOVE "FREQUENCIA DEVE SER M/U/T/A"
                               TO MOTIVO-REJ
                   END-EVALUATE.

       PROCURA-REF.
           MOVE ZEROES TO ACHOU-REF POS-REF.
           MOVE 1 TO IDX-REF.
                   MOVE DADOS-MOV(1:TAM-REG)
                       TO REG-REF-TAB(QTD-REF)
                   IF TABELA-ATU EQUAL "FAIXA" OR "INSS" OR "IRRF"
                                    OR "REAJSOC" OR "PLANO"
                                    OR "MODELO"
                       PERFORM ORDENA-FAIXA
                   END-IF
                   MOVE SPACES TO IMAGEM-ANT
           MOVE REG-REF-TAB(IDX-DESL + 1) TO REG-REF-TAB(IDX-DESL).
           ADD 1 TO IDX-DESL.

      * MANTEM CADFAIXA/TABINSS/TABIRRF/CADREAJS/CADPLANO/CADMODEL
      * ORDENADOS POR CHAVE ASCENDENTE (VIGENCIA + LIMITE; NO CADREAJS
      * VIGENCIA + FILIAL + LIMITE; NO CADPLANO VIGENCIA + PLANO +
      * IDADE LIMITE; NO CADMODEL TIPO + CANAL + LINHA): O REGISTRO
      * RECEM-INCLUIDO SOBE ATE A POSICAO CERTA
      * (A CHAVE NUMERICA ORDENA IGUAL COMO TEXTO OU COMO NUMERO; O
      * CODIGO DO PLANO TEM TAMANHO FIXO E ORDENA COMO TEXTO).
       ORDENA-FAIXA.
           MOVE QTD-REF TO IDX-DESL.
           PERFORM SOBE-FAIXA
           CLOSE MOVREF
                 RELMAN
                 EXCLOG.
           MOVE "R" TO FUNCAO-LOGIN.
           MOVE SPACES TO MODO-LOGIN TEXTO-LOGIN.
           STRING "MOVREF APLICADAS " DELIMITED BY SIZE
                  CT-APLICADAS DELIMITED BY SIZE
                  " REJEITADAS " DELIMITED BY SIZE
                  CT-REJEITADAS DELIMITED BY SIZE
               INTO TEXTO-LOGIN.
           CALL "LOGINOPR" USING AREA-LOGIN.

       COPY LEDATAMOV.

