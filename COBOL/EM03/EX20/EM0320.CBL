      *                   AGING RODEM NA MESMA MECANICA.
      *               MATRICULA SEM CADALU E REJEITADA PARA O
      *               RELATORIO RELMENS, COM RETURN-CODE 4.
      *
      *MODIFICACAO
      *  15/10/2026  ANTES DO BOLETO, A MENSALIDADE PASSA A CONSUMIR,
      *              DO MAIS ANTIGO PARA O MAIS NOVO, OS CREDITOS DE
      *              PAGAMENTO A MAIOR DO ALUNO NO CADCRED.DAT (VER
      *              CADCRED.CPY, GERADOS PELO EM0321): O BOLETO E O
      *              CADHISTM RECEBEM SO O QUE O CREDITO NAO COBRIU,
      *              MENSALIDADE TODA COBERTA NAO GERA BOLETO E O
      *              CADCRED E REGRAVADO SEM OS CREDITOS ZERADOS.
      *  15/10/2026  O BOLETO DA MENSALIDADE PASSA A TRAZER, JUNTO COM
      *              O NOSSO NUMERO, O TXID DA COBRANCA PIX (TXID-BOL
      *              NO FIM DO BOLETO.DAT - VER WSPIX.CPY: "ALU" +
      *              "MEN" + NOSSO NUMERO). O PAGAMENTO POR PIX E
      *              BAIXADO PELO RETORNO PIX DO EM0239.
      *  15/10/2026  O LAYOUT DE CADMENS PASSOU PARA O COPYBOOK
      *              CADMENS.CPY, COM O TIPO DA BOLSA E O ULTIMO
      *              PERIODO DE REVISAO NO FIM DO REGISTRO (REVISAO
      *              DAS BOLSAS POR MERITO DO EM0336).
      *  15/10/2026  RESPONSAVEL FINANCEIRO (CADRESP.DAT, MANTIDO PELO
      *              EM0339). O ALUNO VINCULADO A UM RESPONSAVEL NAO
      *              TEM MAIS BOLETO PROPRIO: NO FIM DA LEITURA DO
      *              CADMENS SAI UM BOLETO SO POR RESPONSAVEL (NUMERO =
      *              CODIGO 7NNNNNN, NOME DO RESPONSAVEL, VENCIMENTO NO
      *              MENOR DIA DOS FILHOS, TXID "RSP") COM A SOMA DOS
      *              FILHOS. CADA FILHO CONTINUA COM A PROPRIA PARCELA
      *              NO CADHISTM E CONSUMINDO OS PROPRIOS CREDITOS. O
      *              DESCONTO DE IRMAOS VEM DO RUNCTL (PROG "EM0320"):
      *                PARM1 = % DO SEGUNDO FILHO COBRADO NO MES
      *                PARM2 = % DO TERCEIRO
      *                PARM3 = % DO QUARTO EM DIANTE
      *              NA ORDEM DO VINCULO NO CADRESP, SOBRE O VALOR JA
      *              COM A BOLSA. SEM O CADRESP TUDO SAI COMO ANTES.
      *  15/10/2026  CADA BOLETO EMITIDO GERA UM EVENTO "MENS" NO
      *              MSGEVT.DAT (EXTEND - VER MSGEVT.CPY), DO ALUNO
      *              ("A") OU DO RESPONSAVEL ("R"), PARA A CENTRAL DE
      *              COMUNICACAO EM0240 MANDAR O BOLETO POR EMAIL/SMS
      *              (VENCIMENTO, VALOR E TXID).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           SELECT RELMENS ASSIGN TO DISK.

           SELECT CADCRED ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CRED.

           SELECT CADRESP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESP.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

           SELECT MSGEVT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EVT.

       DATA DIVISION.
       FILE SECTION.

       COPY CADMENS.

       FD CADALU
           LABEL RECORD ARE STANDARD
           02 NOSSONUM-BOL.
               03 NOSSONUM-NUM   PIC 9(07).
               03 NOSSONUM-DATA  PIC 9(06).
           02 TXID-BOL       PIC X(26).

       FD RELMENS
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY CADCRED.

       COPY CADRESP.

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".

       01 REG-RUNCTL.
           02 PROG-RUNCTL    PIC X(06).
           02 PARM1-RUNCTL   PIC 9(07)V99.
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

       COPY DATAMOV.

       COPY MSGEVT.

       WORKING-STORAGE SECTION.

       77 FIM-MENS           PIC X(03) VALUE "NAO".
       77 TOT-EMITIDO        PIC 9(11)V99 VALUE ZEROES.
       77 ANO-VENC           PIC 9(04) VALUE ZEROES.
       77 MES-VENC           PIC 9(02) VALUE ZEROES.
       77 FS-CRED            PIC X(02) VALUE SPACES.
       77 FIM-CRED           PIC X(03) VALUE "NAO".
       77 QTD-CRED           PIC 9(04) VALUE ZEROES.
       77 IDX-CRED           PIC 9(04) VALUE ZEROES.
       77 VALOR-COBRAR       PIC 9(07)V99 VALUE ZEROES.
       77 PARCELA-CRED       PIC 9(09)V99 VALUE ZEROES.
       77 CREDITO-APLICADO   PIC 9(09)V99 VALUE ZEROES.
       77 CT-CRED-APLIC      PIC 9(05) VALUE ZEROES.
       77 TOT-CRED-APLIC     PIC 9(11)V99 VALUE ZEROES.
       77 MAT-COBRANCA       PIC 9(07) VALUE ZEROES.
       77 DIA-COBRANCA       PIC 9(02) VALUE ZEROES.
       77 DIA-FILHO          PIC 9(02) VALUE ZEROES.
       77 FS-RESP            PIC X(02) VALUE SPACES.
       77 FIM-RESP           PIC X(03) VALUE "NAO".
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FS-EVT             PIC X(02) VALUE SPACES.
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 QTD-RESP           PIC 9(03) VALUE ZEROES.
       77 IDX-RESP           PIC 9(03) VALUE ZEROES.
       77 POS-RESP           PIC 9(03) VALUE ZEROES.
       77 IDX-FIL            PIC 9(01) VALUE ZEROES.
       77 QTD-PEND           PIC 9(03) VALUE ZEROES.
       77 IDX-PEND           PIC 9(03) VALUE ZEROES.
       77 POS-PEND           PIC 9(03) VALUE ZEROES.
       77 ORDEM-IRMAO        PIC 9(01) VALUE ZEROES.
       77 PERC-IRMAO         PIC 9(03)V99 VALUE ZEROES.
       77 DESC-IRMAO2        PIC 9(03)V99 VALUE ZEROES.
       77 DESC-IRMAO3        PIC 9(03)V99 VALUE ZEROES.
       77 DESC-IRMAO4        PIC 9(03)V99 VALUE ZEROES.
       77 VALOR-DESC-IRMAO   PIC 9(07)V99 VALUE ZEROES.
       77 TOT-RESP           PIC 9(09)V99 VALUE ZEROES.
       77 CT-BOL-RESP        PIC 9(05) VALUE ZEROES.
       77 CT-DESC-IRMAO      PIC 9(05) VALUE ZEROES.
       77 TOT-DESC-IRMAO     PIC 9(11)V99 VALUE ZEROES.

       01 ANO-MOVTO-X        PIC X(04) VALUE SPACES.
       01 ANO-MOVTO REDEFINES ANO-MOVTO-X PIC 9(04).

       COPY WSDATAMOV.

       COPY WSPIX.

       01 TAB-ALU.
           02 ENT-ALU OCCURS 500 TIMES.
               03 MAT-ALU-TAB    PIC 9(07).
               03 NOME-ALU-TAB   PIC X(30).

       01 TAB-RESP.
           02 ENT-RESP OCCURS 500 TIMES.
               03 COD-RESP-TAB   PIC 9(07).
               03 NOME-RESP-TAB  PIC X(30).
               03 QTD-FIL-TAB    PIC 9(01).
               03 MAT-FIL-TAB    PIC 9(07) OCCURS 6 TIMES.

      * MENSALIDADES DE ALUNO COM RESPONSAVEL, GUARDADAS DURANTE A
      * LEITURA DO CADMENS PARA O BOLETO UNICO DO FIM.
       01 TAB-PEND.
           02 ENT-PEND OCCURS 500 TIMES.
               03 MAT-PEND       PIC 9(07).
               03 ALU-PEND       PIC 9(03).
               03 RESP-PEND      PIC 9(03).
               03 VALOR-PEND     PIC 9(07)V99.
               03 DIAVEN-PEND    PIC 9(02).

       01 TAB-CRED.
           02 ENT-CRED OCCURS 2000 TIMES.
               03 ID-CRD-TAB     PIC 9(07).
               03 DATA-CRD-TAB   PIC 9(08).
               03 VALOR-CRD-TAB  PIC 9(09)V99.
               03 SALDO-CRD-TAB  PIC 9(09)V99.

       01 LIN-TITULO.
           02 FILLER         PIC X(34) VALUE
                             "EMISSAO DE MENSALIDADES ESCOLARES".
           02 OBS-LIN        PIC X(24).
           02 FILLER         PIC X(03) VALUE SPACES.

       01 OBS-FILHO.
           02 FILLER         PIC X(05) VALUE "RESP ".
           02 COD-OBS        PIC 9(07).
           02 DESC-OBS       PIC X(06) VALUE SPACES.
           02 PERC-OBS       PIC ZZ9,99.
           02 PERC-OBS-X REDEFINES PERC-OBS PIC X(06).

       01 LIN-TOTAL.
           02 FILLER         PIC X(19) VALUE "BOLETOS EMITIDOS:  ".
           02 CT-LIN-D       PIC ZZ.ZZ9.
           02 TOT-LIN-D      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(18) VALUE SPACES.

       01 LIN-CREDITO.
           02 FILLER         PIC X(19) VALUE "CREDITO APLICADO:  ".
           02 CRED-LIN-D     PIC ZZ.ZZ9.
           02 FILLER         PIC X(09) VALUE "  VALOR: ".
           02 VCRED-LIN-D    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(32) VALUE SPACES.

       01 LIN-RESP.
           02 FILLER         PIC X(19) VALUE "BOLETOS RESPONSAV.:".
           02 RESP-LIN-D     PIC ZZ.ZZ9.
           02 FILLER         PIC X(20) VALUE "  IRMAOS C/ DESCONTO".
           02 FILLER         PIC X(02) VALUE ": ".
           02 IRM-LIN-D      PIC ZZ.ZZ9.
           02 FILLER         PIC X(09) VALUE "  VALOR: ".
           02 DIRM-LIN-D     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.

       EM03-20.
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM CARGA-CADALU.
           PERFORM CARGA-CREDITOS.
           PERFORM CARGA-CADRESP.
           PERFORM CARGA-RUNCTL.
           OPEN I-O CADHISTM.
           IF FS-HISTM EQUAL "35"
               CLOSE CADHISTM
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT BOLETO
                       RELMENS
                EXTEND MSGEVT.
           IF FS-EVT EQUAL "35"
               CLOSE MSGEVT
               OPEN OUTPUT MSGEVT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
                   MOVE NOME-ALU TO NOME-ALU-TAB(QTD-ALU)
               END-IF.

      * CREDITOS DE PAGAMENTO A MAIOR (EM0321), NA ORDEM EM QUE
      * SURGIRAM; SEM CADCRED NAO HA O QUE CONSUMIR.
       CARGA-CREDITOS.
           OPEN INPUT CADCRED.
           IF FS-CRED EQUAL "00"
               PERFORM LE-CRED UNTIL FIM-CRED EQUAL "SIM"
               CLOSE CADCRED.

       LE-CRED.
           READ CADCRED AT END
               MOVE "SIM" TO FIM-CRED.
           IF FIM-CRED NOT EQUAL "SIM"
               IF QTD-CRED GREATER THAN OR EQUAL TO 2000
                   DISPLAY "CADCRED EXCEDE LIMITE DE 2000 CREDITOS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-CRED
                   MOVE ID-CRD TO ID-CRD-TAB(QTD-CRED)
                   MOVE DATA-CRD TO DATA-CRD-TAB(QTD-CRED)
                   MOVE VALOR-CRD TO VALOR-CRD-TAB(QTD-CRED)
                   MOVE SALDO-CRD TO SALDO-CRD-TAB(QTD-CRED).

      * RESPONSAVEIS E SEUS ALUNOS; SEM O CADRESP CADA ALUNO TEM O
      * PROPRIO BOLETO.
       CARGA-CADRESP.
           OPEN INPUT CADRESP.
           IF FS-RESP EQUAL "00"
               PERFORM LE-RESP UNTIL FIM-RESP EQUAL "SIM"
               CLOSE CADRESP.

       LE-RESP.
           READ CADRESP AT END
               MOVE "SIM" TO FIM-RESP.
           IF FIM-RESP NOT EQUAL "SIM"
               IF QTD-RESP GREATER THAN OR EQUAL TO 500
                   DISPLAY "CADRESP EXCEDE LIMITE DE 500 "
                           "RESPONSAVEIS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-RESP
                   MOVE COD-RESP TO COD-RESP-TAB(QTD-RESP)
                   MOVE NOME-RESP TO NOME-RESP-TAB(QTD-RESP)
                   MOVE QTD-FIL-RESP TO QTD-FIL-TAB(QTD-RESP)
                   MOVE MAT-FIL-RESP(1) TO MAT-FIL-TAB(QTD-RESP, 1)
                   MOVE MAT-FIL-RESP(2) TO MAT-FIL-TAB(QTD-RESP, 2)
                   MOVE MAT-FIL-RESP(3) TO MAT-FIL-TAB(QTD-RESP, 3)
                   MOVE MAT-FIL-RESP(4) TO MAT-FIL-TAB(QTD-RESP, 4)
                   MOVE MAT-FIL-RESP(5) TO MAT-FIL-TAB(QTD-RESP, 5)
                   MOVE MAT-FIL-RESP(6) TO MAT-FIL-TAB(QTD-RESP, 6).

      * DESCONTO DE IRMAOS; SEM O RUNCTL OU SEM O REGISTRO NAO HA
      * DESCONTO, MAS O BOLETO CONTINUA UNICO POR RESPONSAVEL.
       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0320"
               IF PROG-RUNCTL EQUAL "EM0320"
                   PERFORM ACEITA-PARAMETROS
               END-IF
               CLOSE RUNCTL.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

       ACEITA-PARAMETROS.
           IF PARM1-RUNCTL IS GREATER THAN 100 OR
              PARM2-RUNCTL IS GREATER THAN 100 OR
              PARM3-RUNCTL IS GREATER THAN 100
               DISPLAY "EM0320 - DESCONTO DE IRMAOS ACIMA DE 100% NO "
                       "RUNCTL - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE PARM1-RUNCTL TO DESC-IRMAO2.
           MOVE PARM2-RUNCTL TO DESC-IRMAO3.
           MOVE PARM3-RUNCTL TO DESC-IRMAO4.

       LE-MENS.
           READ CADMENS AT END MOVE "SIM" TO FIM-MENS.

           IF POS-ALU EQUAL ZEROES
               PERFORM REJEITA-MENSALIDADE
           ELSE
               PERFORM PROCURA-VINCULO
               IF POS-RESP IS GREATER THAN ZEROES
                   PERFORM GUARDA-PENDENTE
               ELSE
                   PERFORM EMITE-MENSALIDADE.
           PERFORM LE-MENS.

      * RESPONSAVEL QUE TEM O ALUNO ENTRE OS SEUS.
       PROCURA-VINCULO.
           MOVE ZEROES TO POS-RESP IDX-RESP.
           PERFORM TESTA-VINCULO QTD-RESP TIMES.

       TESTA-VINCULO.
           ADD 1 TO IDX-RESP.
           MOVE ZEROES TO IDX-FIL.
           PERFORM TESTA-VINCULO-FIL QTD-FIL-TAB(IDX-RESP) TIMES.

       TESTA-VINCULO-FIL.
           ADD 1 TO IDX-FIL.
           IF MAT-FIL-TAB(IDX-RESP, IDX-FIL) EQUAL MAT-MENS
               MOVE IDX-RESP TO POS-RESP.

      * O VALOR GUARDADO JA TEM A BOLSA; O DESCONTO DE IRMAOS, O
      * CREDITO E O HISTORICO FICAM PARA O FIM, NA ORDEM DO VINCULO.
       GUARDA-PENDENTE.
           IF QTD-PEND GREATER THAN OR EQUAL TO 500
               DISPLAY "EM0320 - MAIS DE 500 MENSALIDADES COM "
                       "RESPONSAVEL - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-PEND.
           MOVE MAT-MENS TO MAT-PEND(QTD-PEND).
           MOVE POS-ALU TO ALU-PEND(QTD-PEND).
           MOVE POS-RESP TO RESP-PEND(QTD-PEND).
           COMPUTE VALOR-PEND(QTD-PEND) = VALOR-MENS
                                        - VALOR-MENS * BOLSA-MENS / 100.
           MOVE DIAVEN-MENS TO DIAVEN-PEND(QTD-PEND).

       BUSCA-ALUNO.
           MOVE ZEROES TO POS-ALU IDX-ALU.
           PERFORM TESTA-ALUNO QTD-ALU TIMES.
      * CADASTRADO DO MES SEGUINTE AO DA DATA DE MOVIMENTO, COMO O
      * EM0211 FAZ COM O DIA DE RUNCTL.
       EMITE-MENSALIDADE.
           MOVE MAT-MENS TO MAT-COBRANCA.
           MOVE DIAVEN-MENS TO DIA-COBRANCA.
           COMPUTE VALOR-LIQUIDO = VALOR-MENS
                                 - VALOR-MENS * BOLSA-MENS / 100.
           PERFORM APLICA-CREDITO.
           IF VALOR-COBRAR EQUAL ZEROES
               PERFORM ATUALIZA-HISTORICO
               MOVE MAT-MENS TO MAT-LIN
               MOVE NOME-ALU-TAB(POS-ALU) TO NOME-LIN
               MOVE VALOR-LIQUIDO TO VALOR-LIN
               MOVE "PAGA COM CREDITO" TO OBS-LIN
               WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE
           ELSE
               PERFORM GERA-BOLETO.

       GERA-BOLETO.
           PERFORM MONTA-VENCIMENTO.
           MOVE MAT-MENS TO NUM-BOL.
           MOVE NOME-ALU-TAB(POS-ALU) TO NOME-BOL.
           MOVE VALOR-COBRAR TO PRINCIPAL-BOL.
           MOVE ZEROES TO MULTA-BOL JUROS-BOL.
           MOVE VALOR-COBRAR TO TOTAL-BOL.
           MOVE VENCIMENTO-MONTA TO VENCIMENTO-BOL.
           MOVE MAT-MENS TO NOSSONUM-NUM.
           MOVE DATA-MOVTO-6 TO NOSSONUM-DATA.
           MOVE "ALU" TO ORIGEM-TXID.
           MOVE "MEN" TO DOC-TXID.
           MOVE NOSSONUM-NUM TO NUM-TXID.
           MOVE NOSSONUM-DATA TO DATA-TXID.
           MOVE TXID-PIX-X TO TXID-BOL.
           WRITE REG-BOLETO.
           MOVE "A" TO DEST-EVT.
           PERFORM GERA-EVENTO.
           PERFORM ATUALIZA-HISTORICO.
           ADD 1 TO CT-EMITIDOS.
           ADD VALOR-COBRAR TO TOT-EMITIDO.
           MOVE MAT-MENS TO MAT-LIN.
           MOVE NOME-ALU-TAB(POS-ALU) TO NOME-LIN.
           MOVE VALOR-COBRAR TO VALOR-LIN.
           IF CREDITO-APLICADO IS GREATER THAN ZEROES
               MOVE "EMITIDO - CREDITO ABATE" TO OBS-LIN
           ELSE
               MOVE "EMITIDO" TO OBS-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

       MONTA-VENCIMENTO.
           MOVE ANO-MOVTO TO ANO-VENC.
           ADD 1 MES-MOV GIVING MES-VENC.
           IF MES-VENC IS GREATER THAN 12
               ADD 1 TO ANO-VENC.
           MOVE ANO-VENC TO AAAA-VENC.
           MOVE MES-VENC TO MM-VENC.
           IF DIA-COBRANCA EQUAL ZEROES
               MOVE 10 TO DD-VENC
           ELSE
               MOVE DIA-COBRANCA TO DD-VENC.
           MOVE ZEROES TO DIAS-ZERO.
           CALL "DATAROLL" USING VENCIMENTO-MONTA-9 DIAS-ZERO
                                 VENCIMENTO-UTIL.
           MOVE VENCIMENTO-UTIL TO VENCIMENTO-MONTA-9.

      * UM BOLETO POR RESPONSAVEL COM OS FILHOS COBRADOS NO MES. O
      * PRIMEIRO FILHO DA LISTA PAGA CHEIO; DO SEGUNDO EM DIANTE VALE
      * O DESCONTO DE IRMAOS DO RUNCTL. O VENCIMENTO E O MENOR DIA
      * CADASTRADO ENTRE OS FILHOS.
       EMITE-RESPONSAVEIS.
           MOVE ZEROES TO IDX-RESP.
           PERFORM EMITE-RESPONSAVEL QTD-RESP TIMES.

       EMITE-RESPONSAVEL.
           ADD 1 TO IDX-RESP.
           MOVE ZEROES TO ORDEM-IRMAO TOT-RESP IDX-FIL.
           MOVE 99 TO DIA-COBRANCA.
           PERFORM COBRA-FILHO QTD-FIL-TAB(IDX-RESP) TIMES.
           IF ORDEM-IRMAO IS GREATER THAN ZEROES
               IF TOT-RESP EQUAL ZEROES
                   MOVE COD-RESP-TAB(IDX-RESP) TO MAT-LIN
                   MOVE NOME-RESP-TAB(IDX-RESP) TO NOME-LIN
                   MOVE ZEROES TO VALOR-LIN
                   MOVE "RESP. PAGO COM CREDITO" TO OBS-LIN
                   WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE
               ELSE
                   PERFORM GERA-BOLETO-RESP.

       COBRA-FILHO.
           ADD 1 TO IDX-FIL.
           MOVE ZEROES TO POS-PEND IDX-PEND.
           PERFORM TESTA-PENDENTE QTD-PEND TIMES.
           IF POS-PEND IS GREATER THAN ZEROES
               PERFORM COBRA-PENDENTE.

       TESTA-PENDENTE.
           ADD 1 TO IDX-PEND.
           IF MAT-PEND(IDX-PEND) EQUAL MAT-FIL-TAB(IDX-RESP, IDX-FIL)
              AND RESP-PEND(IDX-PEND) EQUAL IDX-RESP
               MOVE IDX-PEND TO POS-PEND.

       COBRA-PENDENTE.
           ADD 1 TO ORDEM-IRMAO.
           EVALUATE ORDEM-IRMAO
               WHEN 1     MOVE ZEROES TO PERC-IRMAO
               WHEN 2     MOVE DESC-IRMAO2 TO PERC-IRMAO
               WHEN 3     MOVE DESC-IRMAO3 TO PERC-IRMAO
               WHEN OTHER MOVE DESC-IRMAO4 TO PERC-IRMAO
           END-EVALUATE.
           MOVE MAT-PEND(POS-PEND) TO MAT-COBRANCA.
           COMPUTE VALOR-DESC-IRMAO = VALOR-PEND(POS-PEND)
                                    * PERC-IRMAO / 100.
           SUBTRACT VALOR-DESC-IRMAO FROM VALOR-PEND(POS-PEND)
               GIVING VALOR-LIQUIDO.
           IF VALOR-DESC-IRMAO IS GREATER THAN ZEROES
               ADD 1 TO CT-DESC-IRMAO
               ADD VALOR-DESC-IRMAO TO TOT-DESC-IRMAO.
           IF DIAVEN-PEND(POS-PEND) EQUAL ZEROES
               MOVE 10 TO DIA-FILHO
           ELSE
               MOVE DIAVEN-PEND(POS-PEND) TO DIA-FILHO.
           IF DIA-FILHO IS LESS THAN DIA-COBRANCA
               MOVE DIA-FILHO TO DIA-COBRANCA.
           PERFORM APLICA-CREDITO.
           PERFORM ATUALIZA-HISTORICO.
           ADD VALOR-COBRAR TO TOT-RESP.
           MOVE MAT-COBRANCA TO MAT-LIN.
           MOVE NOME-ALU-TAB(ALU-PEND(POS-PEND)) TO NOME-LIN.
           MOVE VALOR-COBRAR TO VALOR-LIN.
           MOVE COD-RESP-TAB(IDX-RESP) TO COD-OBS.
           IF PERC-IRMAO IS GREATER THAN ZEROES
               MOVE " DESC " TO DESC-OBS
               MOVE PERC-IRMAO TO PERC-OBS
           ELSE
               MOVE SPACES TO DESC-OBS PERC-OBS-X.
           MOVE OBS-FILHO TO OBS-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

      * NOSSO NUMERO = CODIGO DO RESPONSAVEL (FAIXA 7NNNNNN) + AAMMDD.
       GERA-BOLETO-RESP.
           PERFORM MONTA-VENCIMENTO.
           MOVE COD-RESP-TAB(IDX-RESP) TO NUM-BOL.
           MOVE NOME-RESP-TAB(IDX-RESP) TO NOME-BOL.
           MOVE TOT-RESP TO PRINCIPAL-BOL.
           MOVE ZEROES TO MULTA-BOL JUROS-BOL.
           MOVE TOT-RESP TO TOTAL-BOL.
           MOVE VENCIMENTO-MONTA TO VENCIMENTO-BOL.
           MOVE COD-RESP-TAB(IDX-RESP) TO NOSSONUM-NUM.
           MOVE DATA-MOVTO-6 TO NOSSONUM-DATA.
           MOVE "RSP" TO ORIGEM-TXID.
           MOVE "MEN" TO DOC-TXID.
           MOVE NOSSONUM-NUM TO NUM-TXID.
           MOVE NOSSONUM-DATA TO DATA-TXID.
           MOVE TXID-PIX-X TO TXID-BOL.
           WRITE REG-BOLETO.
           MOVE "R" TO DEST-EVT.
           PERFORM GERA-EVENTO.
           ADD 1 TO CT-EMITIDOS CT-BOL-RESP.
           ADD TOT-RESP TO TOT-EMITIDO.
           MOVE COD-RESP-TAB(IDX-RESP) TO MAT-LIN.
           MOVE NOME-RESP-TAB(IDX-RESP) TO NOME-LIN.
           MOVE TOT-RESP TO VALOR-LIN.
           MOVE "EMITIDO - RESPONSAVEL" TO OBS-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

      * EVENTO DO BOLETO PARA A CENTRAL DE COMUNICACAO (EM0240), COM
      * O DESTINATARIO JA MOVIDO: "A" = ALUNO (A CENTRAL PROCURA O
      * RESPONSAVEL DA MATRICULA), "R" = RESPONSAVEL.
       GERA-EVENTO.
           MOVE "MENS" TO TIPO-EVT.
           MOVE SPACES TO CHAVE-EVT.
           MOVE NUM-BOL TO CHAVE-NUM-EVT.
           MOVE ZEROES TO IDENT-EVT.
           MOVE NOME-BOL TO NOME-EVT.
           MOVE VENCIMENTO-BOL TO DATA-EVT.
           MOVE TOTAL-BOL TO VALOR-EVT.
           MOVE TXID-BOL TO REF-EVT.
           PERFORM GRAVA-MSGEVT.

      * O CREDITO DO ALUNO PAGA A MENSALIDADE ANTES DO BOLETO, ATE O
      * VALOR DELA; O BOLETO E O HISTORICO FICAM SO COM O RESTANTE.
       APLICA-CREDITO.
           MOVE ZEROES TO CREDITO-APLICADO IDX-CRED.
           MOVE VALOR-LIQUIDO TO VALOR-COBRAR.
           PERFORM CONSOME-CREDITO QTD-CRED TIMES.
           IF CREDITO-APLICADO IS GREATER THAN ZEROES
               ADD 1 TO CT-CRED-APLIC
               ADD CREDITO-APLICADO TO TOT-CRED-APLIC.

       CONSOME-CREDITO.
           ADD 1 TO IDX-CRED.
           IF ID-CRD-TAB(IDX-CRED) EQUAL MAT-COBRANCA AND
              SALDO-CRD-TAB(IDX-CRED) IS GREATER THAN ZEROES AND
              VALOR-COBRAR IS GREATER THAN ZEROES
               IF SALDO-CRD-TAB(IDX-CRED) IS GREATER THAN VALOR-COBRAR
                   MOVE VALOR-COBRAR TO PARCELA-CRED
               ELSE
                   MOVE SALDO-CRD-TAB(IDX-CRED) TO PARCELA-CRED
               END-IF
               SUBTRACT PARCELA-CRED FROM SALDO-CRD-TAB(IDX-CRED)
                                          VALOR-COBRAR
               ADD PARCELA-CRED TO CREDITO-APLICADO.

      * SALDO DEVEDOR POR ALUNO NOS MOLDES DO CADHISTX: A EMISSAO
      * SOMA O MES AO SALDO E CONTA MAIS UM MES EM ABERTO. MES PAGO
      * TODO COM CREDITO NAO FICA EM ABERTO.
       ATUALIZA-HISTORICO.
           MOVE MAT-COBRANCA TO MATX-HISTM.
           READ CADHISTM
               INVALID KEY
                   MOVE MAT-COBRANCA TO MATX-HISTM
                   MOVE VALOR-COBRAR TO SALDOX-HISTM
                   MOVE ZEROES TO ATRASOSX-HISTM
                   IF VALOR-COBRAR IS GREATER THAN ZEROES
                       MOVE 1 TO ATRASOSX-HISTM
                   END-IF
                   WRITE REG-HISTM
                       INVALID KEY
                           DISPLAY "EM0320 - ERRO AO GRAVAR CADHISTM "
                                   "PARA " MAT-COBRANCA
                   END-WRITE
               NOT INVALID KEY
                   ADD VALOR-COBRAR TO SALDOX-HISTM
                   IF VALOR-COBRAR IS GREATER THAN ZEROES
                       ADD 1 TO ATRASOSX-HISTM
                   END-IF
                   REWRITE REG-HISTM
           END-READ.

           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

       FIM.
           IF QTD-PEND IS GREATER THAN ZEROES
               PERFORM EMITE-RESPONSAVEIS.
           MOVE CT-EMITIDOS TO CT-LIN-D.
           MOVE CT-REJEITADOS TO REJ-LIN-D.
           MOVE TOT-EMITIDO TO TOT-LIN-D.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           MOVE CT-CRED-APLIC TO CRED-LIN-D.
           MOVE TOT-CRED-APLIC TO VCRED-LIN-D.
           WRITE REL-SAI FROM LIN-CREDITO AFTER ADVANCING 1 LINE.
           MOVE CT-BOL-RESP TO RESP-LIN-D.
           MOVE CT-DESC-IRMAO TO IRM-LIN-D.
           MOVE TOT-DESC-IRMAO TO DIRM-LIN-D.
           WRITE REL-SAI FROM LIN-RESP AFTER ADVANCING 1 LINE.
           IF CT-CRED-APLIC IS GREATER THAN ZEROES
               PERFORM REGRAVA-CREDITOS.
           CLOSE CADMENS
                 CADHISTM
                 BOLETO
                 RELMENS
                 MSGEVT.

      * O CADCRED VOLTA SEM OS CREDITOS QUE A RODADA ZEROU.
       REGRAVA-CREDITOS.
           OPEN OUTPUT CADCRED.
           MOVE ZEROES TO IDX-CRED.
           PERFORM GRAVA-CREDITO QTD-CRED TIMES.
           CLOSE CADCRED.

       GRAVA-CREDITO.
           ADD 1 TO IDX-CRED.
           IF SALDO-CRD-TAB(IDX-CRED) IS GREATER THAN ZEROES
               MOVE ID-CRD-TAB(IDX-CRED) TO ID-CRD
               MOVE DATA-CRD-TAB(IDX-CRED) TO DATA-CRD
               MOVE VALOR-CRD-TAB(IDX-CRED) TO VALOR-CRD
               MOVE SALDO-CRD-TAB(IDX-CRED) TO SALDO-CRD
               WRITE REG-CRD.

       COPY LEDATAMOV.

       COPY GRAVAEVT
           REPLACING ==CPY-PROGID== BY =="EM0320"==.
