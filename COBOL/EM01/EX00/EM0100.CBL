      *              CRITICA DE LIMITES ASCENDENTES VALE DENTRO DE
      *              CADA VIGENCIA (O LIMITE ANTERIOR E ZERADO QUANDO
      *              A VIGENCIA MUDA), COMO O EM0108 SELECIONA.
      *  15/10/2026  EM0323 (FERIAS) ENTRA NA LISTA DE PROGRAMAS
      *              CONHECIDOS DO RUNCTL (ANTECEDENCIA DO AVISO DE
      *              VENCIMENTO DO PERIODO CONCESSIVO).
      *  15/10/2026  EM0324 (GUIA E EXTRATO DE FGTS) ENTRA NA LISTA DE
      *              PROGRAMAS CONHECIDOS DO RUNCTL (COMPETENCIA).
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
      *  15/10/2026  EM0427 (CASAMENTO DE NOTAS DE FORNECEDOR) E EM0428
      *              (PAGAMENTO SEMANAL A FORNECEDORES) ENTRAM NA
      *              LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL.
      *  15/10/2026  EM0429 (PROJECAO DE FLUXO DE CAIXA) ENTRA NA
      *              LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL.
      *  15/10/2026  EM0430 (ESTOQUE BLOQUEADO POR MOTIVO E IDADE)
      *              ENTRA NA LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL.
      *  15/10/2026  EM0431 (PLANO DE CONTAGEM CICLICA ABC)
      *              ENTRA NA LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL.
      *  15/10/2026  EM0232 (REAJUSTE ANUAL DE MENSALIDADES)
      *              ENTRA NA LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL.
      *  15/10/2026  EM0234 (ACORDOS DE PARCELAMENTO DE SOCIOS)
      *              ENTRA NA LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL.
      *  15/10/2026  EM0235 (NEGATIVACAO DE SOCIOS EM ATRASO)
      *              ENTRA NA LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL.
      *  15/10/2026  EM0316 (LISTA DE ESPERA DAS TURMAS LOTADAS)
      *              ENTRA NA LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL.
      *  15/10/2026  EM0336 (REVISAO DAS BOLSAS POR MERITO) ENTRA NA
      *              LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL.
      *  15/10/2026  EM0337 (ALERTA DE RISCO DE EVASAO) ENTRA NA LISTA
      *              DE PROGRAMAS CONHECIDOS DO RUNCTL, COM A CHAVE
      *              EM337L DOS LIMITES DOS FATORES DE RISCO.
      *  15/10/2026  EM0338 (REMATRICULA DE FIM DE PERIODO) ENTRA NA
      *              LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL.
      *  15/10/2026  EM0320 (DESCONTO DE IRMAOS NO BOLETO DO
      *              RESPONSAVEL) E EM0340 (ANO DO DEMONSTRATIVO DO
      *              RESPONSAVEL) ENTRAM NA LISTA DE PROGRAMAS
      *              CONHECIDOS DO RUNCTL.
      *  15/10/2026  EM0414 (COMPETENCIA E EXPORTACAO FINAL QUE FECHA
      *              O PERIODO CONTABIL) E EM0433 (REABERTURA DE
      *              PERIODO) ENTRAM NA LISTA DE PROGRAMAS CONHECIDOS
      *              DO RUNCTL.
      *  15/10/2026  EM0435 (ACOES PRIVILEGIADAS POR OPERADOR) ENTRA NA
      *              LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL
      *              (COMPETENCIAS INICIAL E FINAL).
      *  15/10/2026  EM0341 (TROCAS DE CONTA BANCARIA DO CICLO DA
      *              FOLHA, PARM1 = COMPETENCIA) ENTRA NA LISTA DE
      *              PROGRAMAS CONHECIDOS DO RUNCTL. O EM0306 PASSA A
      *              LER O PARM3 (DIAS DE RETENCAO APOS TROCA DE
      *              CONTA).
      *  15/10/2026  EM0342 (CONFERENCIA DA FATURA DOS PLANOS DE
      *              SAUDE, PARM1 = COMPETENCIA, PARM2 = TOLERANCIA
      *              POR VIDA) ENTRA NA LISTA DE PROGRAMAS CONHECIDOS
      *              DO RUNCTL.
      *  15/10/2026  EM0436 (CONCILIACAO BANCARIA DIARIA, PARM1 =
      *              SALDO CONTABIL DE IMPLANTACAO) ENTRA NA LISTA DE
      *              PROGRAMAS CONHECIDOS DO RUNCTL.
      *  15/10/2026  EM0437 (CASOS DE EXCECAO, PARM1 = LIMITE DE
      *              IDADE EM DIAS PARA ESCALAR) ENTRA NA LISTA DE
      *              PROGRAMAS CONHECIDOS DO RUNCTL.
      *  15/10/2026  EM0116 (POSICAO CONSOLIDADA POR PESSOA, PARM1 = 1
      *              SO PESSOAS COM MAIS DE UM PAPEL) ENTRA NA LISTA DE
      *              PROGRAMAS CONHECIDOS DO RUNCTL.
      *  15/10/2026  EM0439 (MONITOR DE CAPACIDADE, PARM1 = INTERVALO
      *              ENTRE MEDICOES EM DIAS, PARM2/PARM3 = PERCENTUAIS
      *              DE ALERTA E CRITICO) ENTRA NA LISTA DE PROGRAMAS
      *              CONHECIDOS DO RUNCTL.
      *  15/10/2026  EM0345 (ADIANTAMENTO QUINZENAL, PARM1 = DIA DO
      *              PAGAMENTO, PARM2 = PERCENTUAL PADRAO) ENTRA NA
      *              LISTA DE PROGRAMAS CONHECIDOS DO RUNCTL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

      * ARQUIVOS DE ENTRADA OBRIGATORIOS DA CADEIA, COM O SUBSISTEMA
      * A QUE PERTENCEM (ALGUNS NOMES EXISTEM EM MAIS DE UM GRUPO,
