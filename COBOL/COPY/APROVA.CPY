      * APROVA.CPY
      *
      * LAYOUT DO ARQUIVO DE APROVACOES (APROVA.DAT), O CONTROLE DE
      * QUATRO MAOS DOS PASSOS SENSIVEIS: A SIMULACAO DO EM0108, DO
      * EM0232 OU DO EM0336 (OU O LOTE DE EXCLUSOES DO EM0216, O
      * PEDIDO DE REABERTURA DE PERIODO CONTABIL DO EM0433, OU AS
      * TROCAS DE CONTA BANCARIA PENDENTES DO EM0114, OU OS PEDIDOS
      * DE REEMBOLSO DE DESPESAS PENDENTES DO EM0344) GRAVA
      * UMA PENDENCIA COM TOTAIS E SOMA DE VERIFICACAO (VER WSHASH.CPY/
      * CALCHASH.CPY); O SUPERVISOR ASSINA PELO UTILITARIO APROVA
      * (COBOL/UTIL); E A RODADA REAL SO COMECA SE EXISTIR APROVACAO
      * ASSINADA CUJA SOMA CONFIRA COM A DA ENTRADA QUE VAI SER
      * APLICADA. DEPOIS DE CONSUMIDA PELA RODADA REAL, A APROVACAO E
      * MARCADA "C" E NAO VALE UMA SEGUNDA VEZ.
      *
      * SITUACOES: "P" PENDENTE, "A" APROVADA, "C" CONSUMIDA.
      *
