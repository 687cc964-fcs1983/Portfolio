       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0229.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       CONTAS A RECEBER DE CLIENTES. SOCIOS E ALUNOS JA
      *               TEM O CICLO COMPLETO DE COBRANCA, MAS A VENDA A
      *               PRAZO PARA OS CLIENTES DO CADCLIX ERA CONTROLADA
      *               PELA EQUIPE DE VENDAS NUM CADERNO. ESTE JOB
      *               MANTEM O CADASTRO DE TITULOS CADTITC.DAT (COPY
      *               CADTITC), UM TITULO POR PEDIDO A PRAZO:
      *                 1) ABRE O TITULO DE CADA VENDA A PRAZO DO DIA
      *                    (VENDPRAZ.DAT, GRAVADO PELO EM0422: PEDIDO
      *                    + CLIENTE + VALOR + EMISSAO + VENCIMENTO) E
      *                    EMITE O BOLETO NO LAYOUT DO EM0211,
      *                    ACRESCENTADO AO BOLETO.DAT (EXTEND), COM O
      *                    NOSSO NUMERO 9000000 + TITULO + AAMMDD -
      *                    PEDIDO QUE JA TEM TITULO E RECUSADO;
      *                 2) BAIXA OS PAGAMENTOS DE CLIENTE RECONHECIDOS
      *                    PELO EM0219 NO RETORNO DO BANCO (MOVPAGC.DAT:
      *                    TITULO + VALOR + DATA, NO MOLDE DO MOVPAG DO
      *                    EM0212). PAGAMENTO PARCIAL ABATE O SALDO E
      *                    MANTEM O TITULO ABERTO; O QUE COBRE O SALDO
      *                    LIQUIDA O TITULO ("P") E O QUE PASSA DELE E
      *                    MARCADO COMO PAGO A MAIOR. PAGAMENTO DE
      *                    TITULO INEXISTENTE OU JA LIQUIDADO E
      *                    RECUSADO.
      *               VENDPRAZ E MOVPAGC SAO OPCIONAIS (DIA SEM VENDA
      *               A PRAZO OU SEM RETORNO); CADTITC AUSENTE E A
      *               PRIMEIRA RODADA. O CADASTRO E REGRAVADO INTEIRO
      *               AO FINAL. AS RECUSAS SAEM EM RELTITC E NO LOG
      *               COMUM DE EXCECOES (EXCLOG.DAT, SEVERIDADE "E"),
      *               COM RETURN-CODE 4; CADCLIX AUSENTE DEVOLVE 16.
      *               O AGING DOS TITULOS EM ABERTO E O EM0230.
      *
      *MODIFICACAO
      *  15/10/2026  BOLETO.DAT GANHOU NO FIM DO REGISTRO O TXID DA
      *              COBRANCA PIX (TXID-BOL, VER WSPIX.CPY), GRAVADO
      *              PELO EM0211 E PELO EM0320.
      *              O TITULO DE CLIENTE NAO TEM COBRANCA PIX E SAI
      *              COM O TXID EM BRANCO.
      *  15/10/2026  CADA BOLETO DE TITULO ABERTO GERA UM EVENTO
      *              "BOLC" NO MSGEVT.DAT (EXTEND - VER MSGEVT.CPY),
      *              PARA A CENTRAL DE COMUNICACAO EM0240 AVISAR O
      *              CLIENTE POR EMAIL/SMS (VENCIMENTO, VALOR E NOSSO
      *              NUMERO).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADTITC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TITC.

           SELECT VENDPRAZ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VP.

           SELECT MOVPAGC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGC.

           SELECT CADCLIX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODIGO-ENTX
           ALTERNATE RECORD KEY IS IDENT-ENTX1
           ALTERNATE RECORD KEY IS NOME-ENTX WITH DUPLICATES
           FILE STATUS IS FS-IDX.

           SELECT BOLETO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BOL.

           SELECT RELTITC ASSIGN TO DISK.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT RUNSTAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNSTAT.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

           SELECT MSGEVT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EVT.

       DATA DIVISION.
       FILE SECTION.

       COPY CADTITC.

       FD VENDPRAZ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDPRAZ.DAT".

       01 REG-VP.
           02 NUM-VP         PIC 9(06).
           02 CLI-VP         PIC X(03).
           02 VALOR-VP       PIC 9(09)V99.
           02 EMISSAO-VP     PIC 9(08).
           02 VENC-VP        PIC 9(08).

       FD MOVPAGC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVPAGC.DAT".

       01 REG-PAGC.
           02 NUM-PAGC       PIC 9(06).
           02 VALOR-PAGC     PIC 9(09)V9(02).
           02 DATA-PAGC      PIC 9(08).

       FD CADCLIX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLIX.DAT".

       01 REGCLIX.
           02 CODIGO-ENTX    PIC X(03).
           02 TIPO-PESSOAX   PIC X(01).
           02 IDENT-ENTX1.
               03 IDENT-ENTX     PIC 9 OCCURS 14 TIMES.
           02 NOME-ENTX      PIC X(30).
           02 ESTADO-ENTX    PIC X(02).
           02 CIDADE-ENTX    PIC X(30).
           02 EMAIL-ENTX     PIC X(30).
           02 TELEFONE-ENTX  PIC 9(10).

       FD BOLETO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BOLETO.DAT".

       01 REG-BOLETO.
           02 NUM-BOL        PIC 9(07).
           02 NOME-BOL       PIC X(30).
           02 PRINCIPAL-BOL  PIC 9(09)V99.
           02 MULTA-BOL      PIC 9(07)V99.
           02 JUROS-BOL      PIC 9(07)V99.
           02 TOTAL-BOL      PIC 9(09)V99.
           02 VENCIMENTO-BOL PIC 9(08).
           02 NOSSONUM-BOL.
               03 NOSSONUM-NUM   PIC 9(07).
               03 NOSSONUM-DATA  PIC 9(06).
           02 TXID-BOL       PIC X(26).

       FD RELTITC
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY EXCLOG.

       COPY RUNSTAT.

       COPY DATAMOV.

       COPY MSGEVT.

       WORKING-STORAGE SECTION.

       77 FIM-TITC           PIC X(03) VALUE "NAO".
       77 FIM-VP             PIC X(03) VALUE "NAO".
       77 FIM-PAGC           PIC X(03) VALUE "NAO".
       77 FS-TITC            PIC X(02) VALUE SPACES.
       77 FS-VP              PIC X(02) VALUE SPACES.
       77 FS-PAGC            PIC X(02) VALUE SPACES.
       77 FS-IDX             PIC X(02) VALUE SPACES.
       77 FS-BOL             PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 FS-RUNSTAT         PIC X(02) VALUE SPACES.
       77 FS-EVT             PIC X(02) VALUE SPACES.
       77 QTD-TIT            PIC 9(04) VALUE ZEROES.
       77 IDX-TIT            PIC 9(04) VALUE ZEROES.
       77 POS-TIT            PIC 9(04) VALUE ZEROES.
       77 NUM-PROCURA        PIC 9(06) VALUE ZEROES.
       77 SALDO-CALC         PIC 9(09)V99 VALUE ZEROES.
       77 MOTIVO-TIT         PIC X(30) VALUE SPACES.
       77 MSG-EXC            PIC X(40) VALUE SPACES.
       77 CHAVE-EXC          PIC X(15) VALUE SPACES.
       77 CT-LIDOS           PIC 9(07) VALUE ZEROES.
       77 CT-GRAVADOS        PIC 9(07) VALUE ZEROES.
       77 CT-REJEITADOS      PIC 9(07) VALUE ZEROES.
       77 CT-ABERTOS         PIC 9(05) VALUE ZEROES.
       77 CT-BAIXAS          PIC 9(05) VALUE ZEROES.
       77 CT-LIQUIDADOS      PIC 9(05) VALUE ZEROES.
       77 CT-EM-ABERTO       PIC 9(05) VALUE ZEROES.
       77 TOT-EM-ABERTO      PIC 9(11)V99 VALUE ZEROES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

       01 DATA-EDICAO.
           02 AAAA-EDICAO    PIC 9(04).
           02 MM-EDICAO      PIC 9(02).
           02 DD-EDICAO      PIC 9(02).
       01 DATA-EDICAO-9 REDEFINES DATA-EDICAO PIC 9(08).

       01 DATA-IMP.
           02 DD-IMP         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-IMP         PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AAAA-IMP       PIC 9(04).

       COPY WSDATAMOV.

       01 TAB-TIT.
           02 ENT-TIT OCCURS 2000 TIMES.
               03 NUM-TAB        PIC 9(06).
               03 CLI-TAB        PIC X(03).
               03 EMISSAO-TAB    PIC 9(08).
               03 VENC-TAB       PIC 9(08).
               03 VALOR-TAB      PIC 9(09)V99.
               03 PAGO-TAB       PIC 9(09)V99.
               03 SIT-TAB        PIC X(01).
               03 NOSSONUM-TAB.
                   04 NOSSONUM-NUM-TAB  PIC 9(07).
                   04 NOSSONUM-DATA-TAB PIC 9(06).
               03 PAGTO-TAB      PIC 9(08).

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
               "CONTAS A RECEBER DE CLIENTES - TITULOS E".
           02 FILLER         PIC X(24) VALUE " BAIXAS".
           02 FILLER         PIC X(06) VALUE "DATA: ".
           02 DATA-TIT       PIC X(10).

       01 LIN-QUADRO.
           02 TITULO-QUADRO  PIC X(50).
           02 FILLER         PIC X(30) VALUE SPACES.

       01 CAB-TIT.
           02 FILLER         PIC X(40) VALUE
               "TITULO  CLI  NOME                  VENCI".
           02 FILLER         PIC X(40) VALUE
               "MENTO           VALOR  SITUACAO         ".

       01 DET-TIT.
           02 NUM-LIN        PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 CLI-LIN        PIC X(03).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NOME-LIN       PIC X(20).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 VENC-LIN       PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VALOR-LIN      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 OBS-TIT-LIN    PIC X(18).

       01 CAB-BAIXA.
           02 FILLER         PIC X(40) VALUE
               "TITULO  PAGAMENTO           VALOR PAGO  ".
           02 FILLER         PIC X(40) VALUE
               "     SALDO RESTANTE  RESULTADO          ".

       01 DET-BAIXA.
           02 NUM-BX-LIN     PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 DATA-BX-LIN    PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VALOR-BX-LIN   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SALDO-BX-LIN   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 OBS-BX-LIN     PIC X(30).

       01 LIN-NADA.
           02 FILLER         PIC X(06) VALUE SPACES.
           02 NADA-LIN       PIC X(40).
           02 FILLER         PIC X(34) VALUE SPACES.

       01 LIN-RESUMO-1.
           02 FILLER         PIC X(17) VALUE "TITULOS ABERTOS: ".
           02 ABE-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(10) VALUE "  BAIXAS: ".
           02 BX-RES         PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  LIQUIDADOS: ".
           02 LIQ-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  RECUSADOS:  ".
           02 REJ-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.

       01 LIN-RESUMO-2.
           02 FILLER         PIC X(17) VALUE "EM ABERTO:       ".
           02 EMAB-RES       PIC ZZ.ZZ9.
           02 FILLER         PIC X(10) VALUE "  SALDO: ".
           02 SALDO-RES      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

       EM02-29.
           PERFORM INICIO.
           PERFORM PROCESSA-VENDAS.
           PERFORM PROCESSA-PAGAMENTOS.
           PERFORM GRAVA-CADTITC.
           PERFORM FIM.
           IF CT-REJEITADOS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           PERFORM CARGA-CADTITC.
           OPEN INPUT CADCLIX.
           IF FS-IDX NOT EQUAL "00"
               DISPLAY "CADCLIX NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-IDX
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RELTITC
                EXTEND BOLETO
                       EXCLOG
                       RUNSTAT
                       MSGEVT.
           IF FS-BOL EQUAL "35"
               CLOSE BOLETO
               OPEN OUTPUT BOLETO.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           IF FS-RUNSTAT EQUAL "35"
               CLOSE RUNSTAT
               OPEN OUTPUT RUNSTAT.
           IF FS-EVT EQUAL "35"
               CLOSE MSGEVT
               OPEN OUTPUT MSGEVT.
           MOVE DATA-RODADA TO DATA-EDICAO-9.
           PERFORM EDITA-DATA.
           MOVE DATA-IMP TO DATA-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.

      * CADASTRO DE TITULOS, ABERTOS E LIQUIDADOS; AUSENTE, E A
      * PRIMEIRA RODADA.
       CARGA-CADTITC.
           OPEN INPUT CADTITC.
           IF FS-TITC EQUAL "00"
               PERFORM LE-TITC UNTIL FIM-TITC EQUAL "SIM"
               CLOSE CADTITC
           ELSE
               DISPLAY "EM0229 - SEM CADTITC - PRIMEIRA RODADA".

       LE-TITC.
           READ CADTITC AT END
               MOVE "SIM" TO FIM-TITC.
           IF FIM-TITC NOT EQUAL "SIM"
               IF QTD-TIT GREATER THAN OR EQUAL TO 2000
                   DISPLAY "CADTITC EXCEDE LIMITE DE 2000 TITULOS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-TIT
                   MOVE REG-TITC TO ENT-TIT(QTD-TIT).

       PROCURA-TITULO.
           MOVE ZEROES TO POS-TIT IDX-TIT.
           PERFORM TESTA-TITULO QTD-TIT TIMES.

       TESTA-TITULO.
           ADD 1 TO IDX-TIT.
           IF NUM-TAB(IDX-TIT) EQUAL NUM-PROCURA
               MOVE IDX-TIT TO POS-TIT.

       EDITA-DATA.
           MOVE DD-EDICAO TO DD-IMP.
           MOVE MM-EDICAO TO MM-IMP.
           MOVE AAAA-EDICAO TO AAAA-IMP.

      * VENDAS A PRAZO DO DIA: UM TITULO E UM BOLETO POR PEDIDO.
       PROCESSA-VENDAS.
           MOVE "TITULOS ABERTOS (VENDAS A PRAZO)" TO TITULO-QUADRO.
           WRITE REL-SAI FROM LIN-QUADRO AFTER ADVANCING 3 LINES.
           OPEN INPUT VENDPRAZ.
           IF FS-VP EQUAL "00"
               WRITE REL-SAI FROM CAB-TIT AFTER ADVANCING 2 LINES
               MOVE SPACES TO REL-SAI
               WRITE REL-SAI AFTER ADVANCING 1 LINE
               PERFORM LE-VP UNTIL FIM-VP EQUAL "SIM"
               CLOSE VENDPRAZ
           ELSE
               MOVE "SEM VENDAS A PRAZO" TO NADA-LIN
               WRITE REL-SAI FROM LIN-NADA AFTER ADVANCING 2 LINES.

       LE-VP.
           READ VENDPRAZ AT END
               MOVE "SIM" TO FIM-VP.
           IF FIM-VP NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS
               PERFORM ABRE-TITULO.

       ABRE-TITULO.
           MOVE SPACES TO MOTIVO-TIT NOME-LIN.
           MOVE CLI-VP TO CODIGO-ENTX.
           READ CADCLIX
               INVALID KEY
                   MOVE SPACES TO NOME-ENTX
           END-READ.
           MOVE NUM-VP TO NUM-PROCURA.
           PERFORM PROCURA-TITULO.
           IF VALOR-VP IS NOT NUMERIC OR VALOR-VP EQUAL ZEROES OR
              VENC-VP IS NOT NUMERIC OR VENC-VP EQUAL ZEROES
               MOVE "VALOR/VENC. INVALIDO" TO MOTIVO-TIT
           ELSE
               IF POS-TIT IS GREATER THAN ZEROES
                   MOVE "TITULO JA EXISTE" TO MOTIVO-TIT
               ELSE
                   PERFORM INCLUI-TITULO.
           MOVE NUM-VP TO NUM-LIN.
           MOVE CLI-VP TO CLI-LIN.
           MOVE NOME-ENTX TO NOME-LIN.
           IF VENC-VP IS NUMERIC
               MOVE VENC-VP TO DATA-EDICAO-9
               PERFORM EDITA-DATA
               MOVE DATA-IMP TO VENC-LIN
           ELSE
               MOVE SPACES TO VENC-LIN.
           IF VALOR-VP IS NUMERIC
               MOVE VALOR-VP TO VALOR-LIN
           ELSE
               MOVE ZEROES TO VALOR-LIN.
           IF MOTIVO-TIT EQUAL SPACES
               MOVE "ABERTO" TO OBS-TIT-LIN
           ELSE
               MOVE MOTIVO-TIT TO OBS-TIT-LIN
               ADD 1 TO CT-REJEITADOS
               MOVE SPACES TO CHAVE-EXC MSG-EXC
               MOVE NUM-VP TO CHAVE-EXC
               STRING "PRAZO RECUSADA - " DELIMITED BY SIZE
                      MOTIVO-TIT DELIMITED BY SIZE
                      INTO MSG-EXC
               PERFORM GRAVA-EXCLOG.
           WRITE REL-SAI FROM DET-TIT AFTER ADVANCING 1 LINE.

      * O NOSSO NUMERO DO CLIENTE USA A FAIXA 9NNNNNN, QUE NAO
      * COINCIDE COM O NUMERO DE SOCIO (SEIS DIGITOS).
       INCLUI-TITULO.
           IF QTD-TIT GREATER THAN OR EQUAL TO 2000
               DISPLAY "CADTITC EXCEDE LIMITE DE 2000 TITULOS - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-TIT.
           ADD 1 TO CT-ABERTOS.
           ADD 1 TO CT-GRAVADOS.
           MOVE NUM-VP TO NUM-TAB(QTD-TIT).
           MOVE CLI-VP TO CLI-TAB(QTD-TIT).
           MOVE EMISSAO-VP TO EMISSAO-TAB(QTD-TIT).
           MOVE VENC-VP TO VENC-TAB(QTD-TIT).
           MOVE VALOR-VP TO VALOR-TAB(QTD-TIT).
           MOVE ZEROES TO PAGO-TAB(QTD-TIT) PAGTO-TAB(QTD-TIT).
           MOVE "A" TO SIT-TAB(QTD-TIT).
           COMPUTE NOSSONUM-NUM-TAB(QTD-TIT) = 9000000 + NUM-VP.
           MOVE DATA-MOVTO-6 TO NOSSONUM-DATA-TAB(QTD-TIT).
           MOVE NOSSONUM-NUM-TAB(QTD-TIT) TO NUM-BOL.
           MOVE NOME-ENTX TO NOME-BOL.
           MOVE VALOR-VP TO PRINCIPAL-BOL TOTAL-BOL.
           MOVE ZEROES TO MULTA-BOL JUROS-BOL.
           MOVE VENC-VP TO VENCIMENTO-BOL.
           MOVE NOSSONUM-TAB(QTD-TIT) TO NOSSONUM-BOL.
           MOVE SPACES TO TXID-BOL.
           WRITE REG-BOLETO.
           PERFORM GERA-EVENTO.

      * EVENTO DO BOLETO PARA A CENTRAL DE COMUNICACAO (EM0240). O
      * CONTATO DO CLIENTE E LIDO PELA CENTRAL NO CADCLIX; A
      * IDENTIDADE VAI NO EVENTO PARA A CONSULTA DO CONSENTIMENTO.
       GERA-EVENTO.
           MOVE "BOLC" TO TIPO-EVT.
           MOVE "C" TO DEST-EVT.
           MOVE SPACES TO CHAVE-EVT.
           MOVE CLI-VP TO CHAVE-CLI-EVT.
           IF NOME-ENTX EQUAL SPACES
               MOVE ZEROES TO IDENT-EVT
           ELSE
               MOVE IDENT-ENTX1 TO IDENT-EVT.
           MOVE NOME-ENTX TO NOME-EVT.
           MOVE VENC-VP TO DATA-EVT.
           MOVE VALOR-VP TO VALOR-EVT.
           MOVE NOSSONUM-BOL TO REF-EVT.
           PERFORM GRAVA-MSGEVT.

      * PAGAMENTOS DE CLIENTE RECONHECIDOS PELO EM0219.
       PROCESSA-PAGAMENTOS.
           MOVE "BAIXAS (RETORNO DE COBRANCA)" TO TITULO-QUADRO.
           WRITE REL-SAI FROM LIN-QUADRO AFTER ADVANCING 3 LINES.
           OPEN INPUT MOVPAGC.
           IF FS-PAGC EQUAL "00"
               WRITE REL-SAI FROM CAB-BAIXA AFTER ADVANCING 2 LINES
               MOVE SPACES TO REL-SAI
               WRITE REL-SAI AFTER ADVANCING 1 LINE
               PERFORM LE-PAGC UNTIL FIM-PAGC EQUAL "SIM"
               CLOSE MOVPAGC
           ELSE
               MOVE "SEM MOVIMENTO DE BAIXA" TO NADA-LIN
               WRITE REL-SAI FROM LIN-NADA AFTER ADVANCING 2 LINES.

       LE-PAGC.
           READ MOVPAGC AT END
               MOVE "SIM" TO FIM-PAGC.
           IF FIM-PAGC NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS
               PERFORM APLICA-PAGAMENTO.

       APLICA-PAGAMENTO.
           MOVE SPACES TO MOTIVO-TIT.
           MOVE ZEROES TO SALDO-CALC.
           MOVE NUM-PAGC TO NUM-PROCURA.
           PERFORM PROCURA-TITULO.
           IF VALOR-PAGC IS NOT NUMERIC OR VALOR-PAGC EQUAL ZEROES OR
              DATA-PAGC IS NOT NUMERIC OR DATA-PAGC EQUAL ZEROES
               MOVE "RECUSADO - VALOR/DATA INVALIDO" TO MOTIVO-TIT
           ELSE
               IF POS-TIT EQUAL ZEROES
                   MOVE "RECUSADO - TITULO INEXISTENTE" TO MOTIVO-TIT
               ELSE
                   IF SIT-TAB(POS-TIT) EQUAL "P"
                       MOVE "RECUSADO - TITULO JA LIQUIDADO"
                           TO MOTIVO-TIT
                   ELSE
                       PERFORM BAIXA-TITULO.
           MOVE NUM-PAGC TO NUM-BX-LIN.
           IF DATA-PAGC IS NUMERIC
               MOVE DATA-PAGC TO DATA-EDICAO-9
               PERFORM EDITA-DATA
               MOVE DATA-IMP TO DATA-BX-LIN
           ELSE
               MOVE SPACES TO DATA-BX-LIN.
           IF VALOR-PAGC IS NUMERIC
               MOVE VALOR-PAGC TO VALOR-BX-LIN
           ELSE
               MOVE ZEROES TO VALOR-BX-LIN.
           MOVE SALDO-CALC TO SALDO-BX-LIN.
           MOVE MOTIVO-TIT TO OBS-BX-LIN.
           IF MOTIVO-TIT(1:8) EQUAL "RECUSADO"
               ADD 1 TO CT-REJEITADOS
               MOVE SPACES TO CHAVE-EXC MSG-EXC
               MOVE NUM-PAGC TO CHAVE-EXC
               STRING "BAIXA " DELIMITED BY SIZE
                      MOTIVO-TIT DELIMITED BY SIZE
                      INTO MSG-EXC
               PERFORM GRAVA-EXCLOG.
           WRITE REL-SAI FROM DET-BAIXA AFTER ADVANCING 1 LINE.

      * PARCIAL ABATE O SALDO; O QUE COBRE O SALDO LIQUIDA O TITULO.
       BAIXA-TITULO.
           ADD 1 TO CT-BAIXAS.
           ADD 1 TO CT-GRAVADOS.
           ADD VALOR-PAGC TO PAGO-TAB(POS-TIT).
           MOVE DATA-PAGC TO PAGTO-TAB(POS-TIT).
           IF PAGO-TAB(POS-TIT) IS LESS THAN VALOR-TAB(POS-TIT)
               COMPUTE SALDO-CALC = VALOR-TAB(POS-TIT)
                                  - PAGO-TAB(POS-TIT)
               MOVE "BAIXA PARCIAL" TO MOTIVO-TIT
           ELSE
               ADD 1 TO CT-LIQUIDADOS
               MOVE "P" TO SIT-TAB(POS-TIT)
               IF PAGO-TAB(POS-TIT) IS GREATER THAN VALOR-TAB(POS-TIT)
                   MOVE "LIQUIDADO - PAGO A MAIOR" TO MOTIVO-TIT
               ELSE
                   MOVE "LIQUIDADO" TO MOTIVO-TIT.

      * O CADASTRO E REGRAVADO INTEIRO COM OS TITULOS ATUALIZADOS.
       GRAVA-CADTITC.
           OPEN OUTPUT CADTITC.
           MOVE ZEROES TO IDX-TIT.
           PERFORM GRAVA-TITULO QTD-TIT TIMES.
           CLOSE CADTITC.

       GRAVA-TITULO.
           ADD 1 TO IDX-TIT.
           MOVE ENT-TIT(IDX-TIT) TO REG-TITC.
           WRITE REG-TITC.
           IF SIT-TAB(IDX-TIT) EQUAL "A"
               ADD 1 TO CT-EM-ABERTO
               COMPUTE TOT-EM-ABERTO = TOT-EM-ABERTO
                   + VALOR-TAB(IDX-TIT) - PAGO-TAB(IDX-TIT).

       FIM.
           MOVE CT-ABERTOS TO ABE-RES.
           MOVE CT-BAIXAS TO BX-RES.
           MOVE CT-LIQUIDADOS TO LIQ-RES.
           MOVE CT-REJEITADOS TO REJ-RES.
           WRITE REL-SAI FROM LIN-RESUMO-1 AFTER ADVANCING 3 LINES.
           MOVE CT-EM-ABERTO TO EMAB-RES.
           MOVE TOT-EM-ABERTO TO SALDO-RES.
           WRITE REL-SAI FROM LIN-RESUMO-2 AFTER ADVANCING 1 LINE.
           PERFORM GRAVA-RUNSTAT.
           DISPLAY "EM0229 - " CT-ABERTOS " TITULO(S) ABERTO(S), "
                   CT-BAIXAS " BAIXA(S), " CT-REJEITADOS
                   " RECUSA(S)".
           CLOSE CADCLIX
                 BOLETO
                 RELTITC
                 EXCLOG
                 RUNSTAT
                 MSGEVT.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID==  BY =="EM0229"==
                     ==CPY-CHAVE==   BY ==CHAVE-EXC==
                     ==CPY-SEVER==   BY =="E"==
                     ==CPY-MSG==     BY ==MSG-EXC==.

       COPY GRAVASTAT
           REPLACING ==CPY-PROGID==     BY =="EM0229"==
                     ==CPY-LIDOS==      BY ==CT-LIDOS==
                     ==CPY-GRAVADOS==   BY ==CT-GRAVADOS==
                     ==CPY-REJEITADOS== BY ==CT-REJEITADOS==.

       COPY LEDATAMOV.

       COPY GRAVAEVT
           REPLACING ==CPY-PROGID== BY =="EM0229"==.
