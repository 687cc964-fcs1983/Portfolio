      *               NAO PAGA MENOS NO DEBITO DO QUE PAGARIA NO
      *               BOLETO. RESUMO EM RELDEB; SOCIO CANCELADO
      *               ("C") NAO E DEBITADO.
      *
      *MODIFICACAO
      *  15/10/2026  CADSOC1 GANHOU NO FIM DO REGISTRO O CPF DO SOCIO
      *              (CPF-SOC1), USADO NA NEGATIVACAO DO EM0235.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 FILIAL-SOC1    PIC 9(02).
           02 STATUS-SOC1    PIC X(01).
           02 DATACANC-SOC1  PIC 9(08).
           02 CPF-SOC1       PIC 9(11).

       FD CADHISTX
           LABEL RECORD ARE STANDARD
