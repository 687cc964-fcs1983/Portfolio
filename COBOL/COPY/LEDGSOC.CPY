      *   "P" = BAIXA DE RECEBIMENTO (EM0212), ABATIDA DO SALDO;
      *   "B" = BAIXA POR WRITE-OFF DE CANCELAMENTO (EM0222),
      *         ABATIDA DO SALDO COMO A "P".
      *   "A" = SALDO TRANSFERIDO PARA ACORDO DE PARCELAMENTO
      *         (EM0234), ABATIDO DO SALDO (O CADHISTX FICA ZERADO);
      *   "Q" = PAGAMENTO DE PARCELA DE ACORDO (EM0234) -
      *         INFORMATIVO, A DIVIDA JA SAIU DO CADHISTX NO "A";
      *   "R" = SALDO REMANESCENTE DE ACORDO QUEBRADO (EM0234),
      *         SOMADO DE VOLTA AO SALDO;
      *   "E" = RECUPERACAO DE CREDITO BAIXADO PELA ASSESSORIA DE
      *         COBRANCA EXTERNA (EM0237), PELO LIQUIDO REPASSADO -
      *         INFORMATIVO, O CADHISTX NAO E REABERTO;
      *   "X" = EXCEDENTE DE PAGAMENTO ACIMA DO SALDO GUARDADO COMO
      *         CREDITO DO SOCIO NO CADCRED (EM0212) - INFORMATIVO;
      *   "K" = CREDITO DO CADCRED APLICADO NA COBRANCA (EM0201),
      *         ABATIDO DO SALDO COMO A "P";
      *   "D" = CREDITO DO CADCRED DEVOLVIDO AO SOCIO POR ORDEM
      *         BANCARIA (EM0238) - INFORMATIVO.
      *
      * SALDO-LEDG E O SALDO DO CADHISTX LOGO APOS O MOVIMENTO.
      *
