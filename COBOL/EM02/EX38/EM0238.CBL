       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0238.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       DEVOLUCAO DE CREDITOS DE PAGAMENTO A MAIOR DOS
      *               SOCIOS E POSICAO DOS CREDITOS EM ABERTO. O
      *               EXCEDENTE DE CADA PAGAMENTO QUE PASSA DO SALDO
      *               VIRA CREDITO NO CADCRED.DAT (EM0212 - VER
      *               CADCRED.CPY) E E CONSUMIDO PELA COBRANCA SEGUINTE
      *               DO EM0201; O SOCIO QUE PREFERE O DINHEIRO DE
      *               VOLTA PEDE A DEVOLUCAO NO ATENDIMENTO, QUE A
      *               DIGITA NO MOVIMENTO MOVDEVC.DAT (NUMERO DO SOCIO,
      *               VALOR - ZERO DEVOLVE O CREDITO TODO -, CONTA PARA
      *               O CREDITO E DATA DO PEDIDO). ESTE JOB:
      *               1) PAGA CADA PEDIDO COM OS CREDITOS DO SOCIO, DO
      *                  MAIS ANTIGO PARA O MAIS NOVO: A ORDEM SAI EM
      *                  DEVCRED.DAT NO LAYOUT DO BANCOPAG DO EM0306
      *                  (CONTA + VALOR + REFERENCIA "DEVSOC" + NUMERO
      *                  DO SOCIO) E O RAZAO LEDGSOC RECEBE O MOVIMENTO
      *                  INFORMATIVO "D" (O SALDO DO CADHISTX NAO MUDA).
      *                  PEDIDO SEM CREDITO, SEM CONTA, ACIMA DO
      *                  CREDITO DISPONIVEL OU DO VALOR QUE O LAYOUT DO
      *                  BANCO COMPORTA E RECUSADO PARA O RELATORIO E
      *                  PARA O EXCLOG, COM RETURN-CODE 4. O DEVCRED E
      *                  GRAVADO EM EXTEND E SO ESVAZIADO DEPOIS DA
      *                  TRANSMISSAO AO BANCO - O CADCRED JA SAI SEM O
      *                  CREDITO DEVOLVIDO E UMA REEXECUCAO NAO PODE
      *                  PERDER O QUE AINDA NAO FOI ENVIADO;
      *               2) LISTA NO RELCRED CADA CREDITO QUE SEGUE EM
      *                  ABERTO, COM A IDADE EM DIAS DESDE A ORIGEM
      *                  (BASE 30/360) E A FAIXA ATE 30, 31-60, 61-90 E
      *                  ACIMA DE 90 DIAS, COM TOTAIS POR FAIXA.
      *               SEM MOVDEVC O JOB SO EMITE A POSICAO. O LADO DOS
      *               ALUNOS E O EM0332.
      *
      *MODIFICACAO
      *  15/10/2026  RODADA RECUSADA (RETURN-CODE 16 E REGISTRO NO
      *              EXCLOG) QUANDO A COMPETENCIA DA DATA DE
      *              MOVIMENTO ESTA FECHADA OU EM FECHAMENTO NO
      *              CONTROLE DE PERIODOS CONTABEIS (PERCONT.DAT).
      *  15/10/2026  OS MOVIMENTOS DO LEDGSOC PASSAM A SER GRAVADOS
      *              TAMBEM NO COMPANHEIRO INDEXADO LEDGSOCX.DAT (VER
      *              LEDGSOCX.CPY E GRAVALSX.CPY), COM JORNAL DA
      *              INCLUSAO NO JRNMOV.DAT (EXTEND), PARA O EXTRATO
      *              LER SO O SOCIO PEDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVDEVC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DVC.

           SELECT CADCRED ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CRED.

           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SOC.

           SELECT CADHISTX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMX-HIST
           FILE STATUS IS FS-HISTX.

           SELECT DEVCRED ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEVC.

           SELECT RELCRED ASSIGN TO DISK.

           SELECT LEDGSOC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LEDGSOC.

           SELECT LEDGSOCX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-LSX
           FILE STATUS IS FS-LSX.

           SELECT JRNMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JRNMOV.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT RUNSTAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNSTAT.

           SELECT PERCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERCONT.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       FD MOVDEVC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVDEVC.DAT".

       01 REG-DVC.
           02 NUM-DVC        PIC 9(06).
           02 VALOR-DVC      PIC 9(09)V99.
           02 CONTA-DVC      PIC 9(10).
           02 DATA-DVC       PIC 9(08).

       COPY CADCRED.

       FD CADSOC1
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1.DAT".

       01 REG-SOC.
           02 COD-PAG1       PIC 9(02).
           02 NUM-SOC1       PIC 9(06).
           02 NOME-SOC1      PIC X(30).
           02 VAL-PAG1       PIC 9(09)V9(02).
           02 FILIAL-SOC1    PIC 9(02).
           02 STATUS-SOC1    PIC X(01).
           02 DATACANC-SOC1  PIC 9(08).
           02 CPF-SOC1       PIC 9(11).

       FD CADHISTX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADHISTX.DAT".

       01 REG-HISTX.
           02 NUMX-HIST       PIC 9(06).
           02 SALDOX-HIST     PIC 9(09)V9(02).
           02 ATRASOSX-HIST   PIC 9(03).

      * ORDENS DE CREDITO AO BANCO NO LAYOUT DO BANCOPAG.
       FD DEVCRED
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEVCRED.DAT".

       01 REG-BANCO.
           02 CONTA-BANCO     PIC 9(10).
           02 VALOR-BANCO     PIC 9(07)V99.
           02 REFERENCIA-BANCO PIC X(20).

       FD RELCRED
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY LEDGSOC.

       COPY LEDGSOCX.

       COPY JRNMOV.

       COPY EXCLOG.

       COPY RUNSTAT.

       COPY PERCONT.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-DVC            PIC X(03) VALUE "NAO".
       77 FIM-CRED           PIC X(03) VALUE "NAO".
       77 FIM-SOC            PIC X(03) VALUE "NAO".
       77 TEM-DVC            PIC X(03) VALUE "NAO".
       77 FS-DVC             PIC X(02) VALUE SPACES.
       77 FS-CRED            PIC X(02) VALUE SPACES.
       77 FS-SOC             PIC X(02) VALUE SPACES.
       77 FS-HISTX           PIC X(02) VALUE SPACES.
       77 FS-DEVC            PIC X(02) VALUE SPACES.
       77 FS-LEDGSOC         PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 FS-RUNSTAT         PIC X(02) VALUE SPACES.
       77 QTD-CRED           PIC 9(04) VALUE ZEROES.
       77 IDX-CRED           PIC 9(04) VALUE ZEROES.
       77 QTD-SOC            PIC 9(04) VALUE ZEROES.
       77 IDX-SOC            PIC 9(04) VALUE ZEROES.
       77 POS-SOC            PIC 9(04) VALUE ZEROES.
       77 NUM-PROCURA        PIC 9(07) VALUE ZEROES.
       77 CREDITO-DISP       PIC 9(11)V99 VALUE ZEROES.
       77 VALOR-DEVOLVER     PIC 9(11)V99 VALUE ZEROES.
       77 RESTA-DEVOLVER     PIC 9(11)V99 VALUE ZEROES.
       77 PARCELA-CRED       PIC 9(09)V99 VALUE ZEROES.
       77 DIAS-CREDITO       PIC S9(05) VALUE ZEROES.
       77 IDX-FAIXA          PIC 9(01) VALUE ZEROES.
       77 MSG-EXC            PIC X(40) VALUE SPACES.
       77 CHAVE-EXC          PIC X(15) VALUE SPACES.
       77 CT-LIDOS           PIC 9(07) VALUE ZEROES.
       77 CT-GRAVADOS        PIC 9(07) VALUE ZEROES.
       77 CT-REJEITADOS      PIC 9(07) VALUE ZEROES.
       77 CT-ABERTOS         PIC 9(05) VALUE ZEROES.
       77 TOT-DEVOLVIDO      PIC 9(11)V99 VALUE ZEROES.
       77 TOT-ABERTO         PIC 9(11)V99 VALUE ZEROES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA-9 REDEFINES DATA-RODADA-X PIC 9(08).
       01 DATA-ROD REDEFINES DATA-RODADA-X.
           02 ANO-ROD        PIC 9(04).
           02 MES-ROD        PIC 9(02).
           02 DIA-ROD        PIC 9(02).

       01 DATA-ORIGEM-X      PIC X(08) VALUE SPACES.
       01 DATA-ORIGEM-9 REDEFINES DATA-ORIGEM-X PIC 9(08).
       01 DATA-ORIGEM REDEFINES DATA-ORIGEM-X.
           02 ANO-ORIG       PIC 9(04).
           02 MES-ORIG       PIC 9(02).
           02 DIA-ORIG       PIC 9(02).

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

       COPY WSPERCONT.

       COPY WSDATAMOV.

       COPY WSJRN.

       COPY WSLEDGX.

      * CREDITOS DO CADCRED, NA ORDEM EM QUE SURGIRAM.
       01 TAB-CRED.
           02 ENT-CRED OCCURS 2000 TIMES.
               03 ID-CRD-TAB     PIC 9(07).
               03 DATA-CRD-TAB   PIC 9(08).
               03 VALOR-CRD-TAB  PIC 9(09)V99.
               03 SALDO-CRD-TAB  PIC 9(09)V99.

      * NOME DOS SOCIOS DO CADSOC1 (ATIVOS E CANCELADOS).
       01 TAB-SOC.
           02 ENT-SOC OCCURS 2000 TIMES.
               03 NUM-SOC-TAB    PIC 9(06).
               03 NOME-SOC-TAB   PIC X(30).

       01 TAB-FAIXAS.
           02 ENT-FAIXA OCCURS 4 TIMES.
               03 CT-FAIXA-TAB   PIC 9(05).
               03 VAL-FAIXA-TAB  PIC 9(11)V99.

       01 NOMES-FAIXA.
           02 FILLER         PIC X(05) VALUE "0-30 ".
           02 FILLER         PIC X(05) VALUE "31-60".
           02 FILLER         PIC X(05) VALUE "61-90".
           02 FILLER         PIC X(05) VALUE "90+  ".
       01 TAB-NOME-FAIXA REDEFINES NOMES-FAIXA.
           02 NOME-FAIXA-TAB PIC X(05) OCCURS 4 TIMES.

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
               "CREDITOS DE SOCIOS - DEVOLUCAO E POSICAO".
           02 FILLER         PIC X(24) VALUE SPACES.
           02 FILLER         PIC X(06) VALUE "DATA: ".
           02 DATA-TIT       PIC X(10).

       01 LIN-QUADRO.
           02 FILLER         PIC X(10) VALUE "*** ".
           02 TITULO-QUADRO  PIC X(50).
           02 FILLER         PIC X(20) VALUE SPACES.

       01 CAB-DEV.
           02 FILLER         PIC X(40) VALUE
               "SOCIO   NOME                 CONTA     ".
           02 FILLER         PIC X(40) VALUE
               "           VALOR SITUACAO               ".

       01 DET-DEV.
           02 SOC-DEV-LIN    PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NOME-DEV-LIN   PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CONTA-DEV-LIN  PIC 9(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VALOR-DEV-LIN  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SIT-DEV-LIN    PIC X(25).

       01 CAB-POS.
           02 FILLER         PIC X(40) VALUE
               "SOCIO   NOME                 ORIGEM    ".
           02 FILLER         PIC X(40) VALUE
               "   VALOR ORIGINAL          SALDO IDADE  ".

       01 DET-POS.
           02 SOC-POS-LIN    PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NOME-POS-LIN   PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DATA-POS-LIN   PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ORIG-POS-LIN   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SALDO-POS-LIN  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 IDADE-POS-LIN  PIC ZZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 FAIXA-POS-LIN  PIC X(05).

       01 LIN-FAIXA.
           02 FILLER         PIC X(06) VALUE "FAIXA ".
           02 NOME-FX-LIN    PIC X(05).
           02 FILLER         PIC X(07) VALUE " DIAS: ".
           02 CT-FX-LIN      PIC ZZ.ZZ9.
           02 FILLER         PIC X(10) VALUE " CREDITOS ".
           02 VAL-FX-LIN     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(29) VALUE SPACES.

       01 LIN-NADA.
           02 FILLER         PIC X(06) VALUE SPACES.
           02 NADA-LIN       PIC X(40).
           02 FILLER         PIC X(34) VALUE SPACES.

       01 LIN-RESUMO.
           02 FILLER         PIC X(12) VALUE "DEVOLVIDOS: ".
           02 DEV-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(13) VALUE "  RECUSADOS: ".
           02 REC-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(09) VALUE "  VALOR: ".
           02 VALOR-RES      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(17) VALUE SPACES.

       01 LIN-RESUMO-POS.
           02 FILLER         PIC X(20) VALUE "CREDITOS EM ABERTO: ".
           02 ABE-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(09) VALUE "  SALDO: ".
           02 SALDO-RES      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.

       EM02-38.
           PERFORM INICIO.
           PERFORM PROCESSA-PEDIDO UNTIL FIM-DVC EQUAL "SIM".
           PERFORM FECHA-DEVOLUCOES.
           PERFORM POSICAO-CREDITOS.
           PERFORM FIM.
           IF CT-REJEITADOS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           PERFORM LE-PERCONT.
           PERFORM RECUSA-PERIODO-FECHADO.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           PERFORM CARGA-CREDITOS.
           PERFORM CARGA-CADSOC1.
           OPEN INPUT CADHISTX.
           IF FS-HISTX NOT EQUAL "00"
               DISPLAY "CADHISTX NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-HISTX
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT  MOVDEVC
                OUTPUT RELCRED
                EXTEND DEVCRED
                       LEDGSOC
                       EXCLOG
                       RUNSTAT.
           IF FS-DEVC EQUAL "35"
               CLOSE DEVCRED
               OPEN OUTPUT DEVCRED.
           IF FS-LEDGSOC EQUAL "35"
               CLOSE LEDGSOC
               OPEN OUTPUT LEDGSOC.
           OPEN EXTEND JRNMOV.
           IF FS-JRNMOV EQUAL "35"
               CLOSE JRNMOV
               OPEN OUTPUT JRNMOV.
           MOVE DATA-MOVTO TO JRN-DATA.
           PERFORM ABRE-LSX.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           IF FS-RUNSTAT EQUAL "35"
               CLOSE RUNSTAT
               OPEN OUTPUT RUNSTAT.
           MOVE DATA-RODADA-9 TO DATA-EDICAO-9.
           PERFORM EDITA-DATA.
           MOVE DATA-IMP TO DATA-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           MOVE "DEVOLUCOES DE CREDITO" TO TITULO-QUADRO.
           WRITE REL-SAI FROM LIN-QUADRO AFTER ADVANCING 3 LINES.
           WRITE REL-SAI FROM CAB-DEV AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           IF FS-DVC EQUAL "00"
               MOVE "SIM" TO TEM-DVC
               PERFORM LE-DVC
           ELSE
               DISPLAY "EM0238 - SEM MOVDEVC - SO A POSICAO"
               MOVE "SIM" TO FIM-DVC.

      * CADASTRO DE CREDITOS; AUSENTE, NENHUM CREDITO FOI GERADO.
       CARGA-CREDITOS.
           OPEN INPUT CADCRED.
           IF FS-CRED EQUAL "00"
               PERFORM LE-CRED UNTIL FIM-CRED EQUAL "SIM"
               CLOSE CADCRED
           ELSE
               DISPLAY "EM0238 - SEM CADCRED - NENHUM CREDITO".

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

       CARGA-CADSOC1.
           OPEN INPUT CADSOC1.
           IF FS-SOC NOT EQUAL "00"
               DISPLAY "CADSOC1 NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-SOC
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-SOC UNTIL FIM-SOC EQUAL "SIM".
           CLOSE CADSOC1.

       LE-SOC.
           READ CADSOC1 AT END
               MOVE "SIM" TO FIM-SOC.
           IF FIM-SOC NOT EQUAL "SIM"
               IF QTD-SOC GREATER THAN OR EQUAL TO 2000
                   DISPLAY "CADSOC1 EXCEDE LIMITE DE 2000 SOCIOS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-SOC
                   MOVE NUM-SOC1 TO NUM-SOC-TAB(QTD-SOC)
                   MOVE NOME-SOC1 TO NOME-SOC-TAB(QTD-SOC).

       LE-DVC.
           READ MOVDEVC AT END
               MOVE "SIM" TO FIM-DVC.

      * VALOR ZERO NO PEDIDO DEVOLVE TODO O CREDITO DO SOCIO.
       PROCESSA-PEDIDO.
           ADD 1 TO CT-LIDOS.
           MOVE ZEROES TO CREDITO-DISP IDX-CRED.
           PERFORM SOMA-CREDITO QTD-CRED TIMES.
           IF VALOR-DVC EQUAL ZEROES
               MOVE CREDITO-DISP TO VALOR-DEVOLVER
           ELSE
               MOVE VALOR-DVC TO VALOR-DEVOLVER.
           MOVE NUM-DVC TO SOC-DEV-LIN.
           MOVE NUM-DVC TO NUM-PROCURA.
           PERFORM PROCURA-SOCIO.
           IF POS-SOC IS GREATER THAN ZEROES
               MOVE NOME-SOC-TAB(POS-SOC) TO NOME-DEV-LIN
           ELSE
               MOVE SPACES TO NOME-DEV-LIN.
           MOVE CONTA-DVC TO CONTA-DEV-LIN.
           MOVE VALOR-DEVOLVER TO VALOR-DEV-LIN.
           IF CREDITO-DISP EQUAL ZEROES
               MOVE "SEM CREDITO" TO SIT-DEV-LIN
               PERFORM RECUSA-PEDIDO
           ELSE
               IF CONTA-DVC EQUAL ZEROES
                   MOVE "SEM CONTA PARA O CREDITO" TO SIT-DEV-LIN
                   PERFORM RECUSA-PEDIDO
               ELSE
                   IF VALOR-DEVOLVER IS GREATER THAN CREDITO-DISP
                       MOVE "ACIMA DO CREDITO" TO SIT-DEV-LIN
                       PERFORM RECUSA-PEDIDO
                   ELSE
                       IF VALOR-DEVOLVER IS GREATER THAN 9999999,99
                           MOVE "ACIMA DO LAYOUT" TO SIT-DEV-LIN
                           PERFORM RECUSA-PEDIDO
                       ELSE
                           PERFORM DEVOLVE-CREDITO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           WRITE REL-SAI FROM DET-DEV AFTER ADVANCING 1 LINE.
           PERFORM LE-DVC.

       SOMA-CREDITO.
           ADD 1 TO IDX-CRED.
           IF ID-CRD-TAB(IDX-CRED) EQUAL NUM-DVC
               ADD SALDO-CRD-TAB(IDX-CRED) TO CREDITO-DISP.

       PROCURA-SOCIO.
           MOVE ZEROES TO POS-SOC IDX-SOC.
           PERFORM TESTA-SOCIO QTD-SOC TIMES.

       TESTA-SOCIO.
           ADD 1 TO IDX-SOC.
           IF NUM-SOC-TAB(IDX-SOC) EQUAL NUM-PROCURA
               MOVE IDX-SOC TO POS-SOC.

      * O CREDITO MAIS ANTIGO E DEVOLVIDO PRIMEIRO. O RAZAO DO SOCIO
      * RECEBE O "D" COM O SALDO ATUAL DO CADHISTX (QUE NAO E
      * ALTERADO - O CREDITO NUNCA ENTROU NELE).
       DEVOLVE-CREDITO.
           MOVE VALOR-DEVOLVER TO RESTA-DEVOLVER.
           MOVE ZEROES TO IDX-CRED.
           PERFORM BAIXA-CREDITO QTD-CRED TIMES.
           MOVE CONTA-DVC TO CONTA-BANCO.
           MOVE VALOR-DEVOLVER TO VALOR-BANCO.
           MOVE SPACES TO REFERENCIA-BANCO.
           MOVE "DEVSOC" TO REFERENCIA-BANCO(1:6).
           MOVE NUM-DVC TO REFERENCIA-BANCO(8:6).
           WRITE REG-BANCO.
           MOVE NUM-DVC TO NUMX-HIST.
           READ CADHISTX
               INVALID KEY
                   MOVE ZEROES TO SALDOX-HIST
           END-READ.
           MOVE NUM-DVC TO NUM-LEDG.
           MOVE DATA-RODADA-9 TO DATA-LEDG-SOC.
           MOVE "D" TO TIPO-LEDG.
           MOVE VALOR-DEVOLVER TO VALOR-LEDG-SOC.
           MOVE SALDOX-HIST TO SALDO-LEDG.
           PERFORM GRAVA-LSX.
           ADD 1 TO CT-GRAVADOS.
           ADD VALOR-DEVOLVER TO TOT-DEVOLVIDO.
           MOVE "DEVOLVIDO" TO SIT-DEV-LIN.

       BAIXA-CREDITO.
           ADD 1 TO IDX-CRED.
           IF ID-CRD-TAB(IDX-CRED) EQUAL NUM-DVC AND
              SALDO-CRD-TAB(IDX-CRED) IS GREATER THAN ZEROES AND
              RESTA-DEVOLVER IS GREATER THAN ZEROES
               IF SALDO-CRD-TAB(IDX-CRED) IS GREATER THAN
                  RESTA-DEVOLVER
                   MOVE RESTA-DEVOLVER TO PARCELA-CRED
               ELSE
                   MOVE SALDO-CRD-TAB(IDX-CRED) TO PARCELA-CRED
               END-IF
               SUBTRACT PARCELA-CRED FROM SALDO-CRD-TAB(IDX-CRED)
                                          RESTA-DEVOLVER.

       RECUSA-PEDIDO.
           ADD 1 TO CT-REJEITADOS.
           MOVE SPACES TO CHAVE-EXC MSG-EXC.
           MOVE NUM-DVC TO CHAVE-EXC(1:6).
           STRING "DEVOLUCAO RECUSADA - " SIT-DEV-LIN
               DELIMITED BY SIZE INTO MSG-EXC.
           PERFORM GRAVA-EXCLOG.

      * RESUMO DOS PEDIDOS; O CADCRED SO E REGRAVADO (SEM OS
      * CREDITOS ZERADOS) QUANDO ALGUM PEDIDO FOI PAGO.
       FECHA-DEVOLUCOES.
           IF CT-LIDOS EQUAL ZEROES
               MOVE "NENHUM PEDIDO DE DEVOLUCAO" TO NADA-LIN
               WRITE REL-SAI FROM LIN-NADA AFTER ADVANCING 1 LINE.
           MOVE CT-GRAVADOS TO DEV-RES.
           MOVE CT-REJEITADOS TO REC-RES.
           MOVE TOT-DEVOLVIDO TO VALOR-RES.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 2 LINES.
           IF CT-GRAVADOS IS GREATER THAN ZEROES
               PERFORM REGRAVA-CREDITOS.

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

      * POSICAO DOS CREDITOS QUE SEGUEM EM ABERTO DEPOIS DAS
      * DEVOLUCOES, COM A IDADE DESDE A ORIGEM NA BASE 30/360.
       POSICAO-CREDITOS.
           MOVE "POSICAO DOS CREDITOS EM ABERTO" TO TITULO-QUADRO.
           WRITE REL-SAI FROM LIN-QUADRO AFTER ADVANCING 3 LINES.
           WRITE REL-SAI FROM CAB-POS AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO TAB-FAIXAS.
           MOVE ZEROES TO IDX-CRED.
           PERFORM LISTA-CREDITO QTD-CRED TIMES.
           IF CT-ABERTOS EQUAL ZEROES
               MOVE "NENHUM CREDITO EM ABERTO" TO NADA-LIN
               WRITE REL-SAI FROM LIN-NADA AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-FAIXA.
           PERFORM IMPRIME-FAIXA 4 TIMES.
           MOVE CT-ABERTOS TO ABE-RES.
           MOVE TOT-ABERTO TO SALDO-RES.
           WRITE REL-SAI FROM LIN-RESUMO-POS AFTER ADVANCING 2 LINES.

       LISTA-CREDITO.
           ADD 1 TO IDX-CRED.
           IF SALDO-CRD-TAB(IDX-CRED) IS GREATER THAN ZEROES
               PERFORM IMPRIME-CREDITO.

       IMPRIME-CREDITO.
           MOVE DATA-CRD-TAB(IDX-CRED) TO DATA-ORIGEM-9.
           COMPUTE DIAS-CREDITO =
               (ANO-ROD - ANO-ORIG) * 360
             + (MES-ROD - MES-ORIG) * 30
             + (DIA-ROD - DIA-ORIG).
           IF DIAS-CREDITO IS LESS THAN ZEROES
               MOVE ZEROES TO DIAS-CREDITO.
           IF DIAS-CREDITO IS LESS THAN 31
               MOVE 1 TO IDX-FAIXA
           ELSE
               IF DIAS-CREDITO IS LESS THAN 61
                   MOVE 2 TO IDX-FAIXA
               ELSE
                   IF DIAS-CREDITO IS LESS THAN 91
                       MOVE 3 TO IDX-FAIXA
                   ELSE
                       MOVE 4 TO IDX-FAIXA.
           ADD 1 TO CT-FAIXA-TAB(IDX-FAIXA) CT-ABERTOS.
           ADD SALDO-CRD-TAB(IDX-CRED) TO VAL-FAIXA-TAB(IDX-FAIXA)
                                          TOT-ABERTO.
           MOVE ID-CRD-TAB(IDX-CRED) TO SOC-POS-LIN NUM-PROCURA.
           PERFORM PROCURA-SOCIO.
           IF POS-SOC IS GREATER THAN ZEROES
               MOVE NOME-SOC-TAB(POS-SOC) TO NOME-POS-LIN
           ELSE
               MOVE SPACES TO NOME-POS-LIN.
           MOVE DATA-ORIGEM-9 TO DATA-EDICAO-9.
           PERFORM EDITA-DATA.
           MOVE DATA-IMP TO DATA-POS-LIN.
           MOVE VALOR-CRD-TAB(IDX-CRED) TO ORIG-POS-LIN.
           MOVE SALDO-CRD-TAB(IDX-CRED) TO SALDO-POS-LIN.
           MOVE DIAS-CREDITO TO IDADE-POS-LIN.
           MOVE NOME-FAIXA-TAB(IDX-FAIXA) TO FAIXA-POS-LIN.
           WRITE REL-SAI FROM DET-POS AFTER ADVANCING 1 LINE.

       IMPRIME-FAIXA.
           ADD 1 TO IDX-FAIXA.
           MOVE NOME-FAIXA-TAB(IDX-FAIXA) TO NOME-FX-LIN.
           MOVE CT-FAIXA-TAB(IDX-FAIXA) TO CT-FX-LIN.
           MOVE VAL-FAIXA-TAB(IDX-FAIXA) TO VAL-FX-LIN.
           WRITE REL-SAI FROM LIN-FAIXA AFTER ADVANCING 1 LINE.

       EDITA-DATA.
           MOVE DD-EDICAO TO DD-IMP.
           MOVE MM-EDICAO TO MM-IMP.
           MOVE AAAA-EDICAO TO AAAA-IMP.

       FIM.
           PERFORM GRAVA-RUNSTAT.
           DISPLAY "EM0238 - " CT-GRAVADOS " DEVOLUCAO(OES), "
                   CT-REJEITADOS " RECUSADA(S)".
           IF TEM-DVC EQUAL "SIM"
               CLOSE MOVDEVC.
           PERFORM FECHA-LSX.
           CLOSE JRNMOV.
           CLOSE CADHISTX
                 DEVCRED
                 RELCRED
                 LEDGSOC
                 EXCLOG
                 RUNSTAT.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID==  BY =="EM0238"==
                     ==CPY-CHAVE==   BY ==CHAVE-EXC==
                     ==CPY-SEVER==   BY =="E"==
                     ==CPY-MSG==     BY ==MSG-EXC==.

       COPY GRAVASTAT
           REPLACING ==CPY-PROGID==     BY =="EM0238"==
                     ==CPY-LIDOS==      BY ==CT-LIDOS==
                     ==CPY-GRAVADOS==   BY ==CT-GRAVADOS==
                     ==CPY-REJEITADOS== BY ==CT-REJEITADOS==.

       COPY LEDATAMOV.

       COPY LEPERCONT.

       COPY RECUSAPER
           REPLACING ==CPY-PROGID== BY =="EM0238"==.

       COPY GRAVALSX
           REPLACING ==CPY-PROGID== BY =="EM0238"==.
