       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0332.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       DEVOLUCAO DE CREDITOS DE PAGAMENTO A MAIOR DAS
      *               MENSALIDADES ESCOLARES E POSICAO DOS CREDITOS EM
      *               ABERTO, NOS MOLDES DO EM0238 DOS SOCIOS. O
      *               EXCEDENTE DE CADA PAGAMENTO QUE PASSA DO SALDO
      *               VIRA CREDITO NO CADCRED.DAT (EM0321 - VER
      *               CADCRED.CPY) E E CONSUMIDO PELA MENSALIDADE
      *               SEGUINTE DO EM0320; O RESPONSAVEL QUE PREFERE O
      *               DINHEIRO DE VOLTA PEDE A DEVOLUCAO NA SECRETARIA,
      *               QUE A DIGITA NO MOVIMENTO MOVDEVM.DAT (MATRICULA,
      *               VALOR - ZERO DEVOLVE O CREDITO TODO -, CONTA PARA
      *               O CREDITO E DATA DO PEDIDO). ESTE JOB:
      *               1) PAGA CADA PEDIDO COM OS CREDITOS DO ALUNO, DO
      *                  MAIS ANTIGO PARA O MAIS NOVO: A ORDEM SAI EM
      *                  DEVCRED.DAT NO LAYOUT DO BANCOPAG DO EM0306
      *                  (CONTA + VALOR + REFERENCIA "DEVALU" +
      *                  MATRICULA). PEDIDO SEM CREDITO, SEM CONTA,
      *                  ACIMA DO CREDITO DISPONIVEL OU DO VALOR QUE O
      *                  LAYOUT DO BANCO COMPORTA E RECUSADO PARA O
      *                  RELATORIO E PARA O EXCLOG, COM RETURN-CODE 4.
      *                  O DEVCRED E GRAVADO EM EXTEND E SO ESVAZIADO
      *                  DEPOIS DA TRANSMISSAO AO BANCO - O CADCRED JA
      *                  SAI SEM O CREDITO DEVOLVIDO E UMA REEXECUCAO
      *                  NAO PODE PERDER O QUE AINDA NAO FOI ENVIADO;
      *               2) LISTA NO RELCRED CADA CREDITO QUE SEGUE EM
      *                  ABERTO, COM A IDADE EM DIAS DESDE A ORIGEM
      *                  (BASE 30/360) E A FAIXA ATE 30, 31-60, 61-90 E
      *                  ACIMA DE 90 DIAS, COM TOTAIS POR FAIXA.
      *               SEM MOVDEVM O JOB SO EMITE A POSICAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVDEVM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DVM.

           SELECT CADCRED ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CRED.

           SELECT CADALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALU.

           SELECT DEVCRED ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEVC.

           SELECT RELCRED ASSIGN TO DISK.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT RUNSTAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNSTAT.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       FD MOVDEVM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVDEVM.DAT".

       01 REG-DVM.
           02 MAT-DVM        PIC 9(07).
           02 VALOR-DVM      PIC 9(09)V99.
           02 CONTA-DVM      PIC 9(10).
           02 DATA-DVM       PIC 9(08).

       COPY CADCRED.

       FD CADALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".

       01 REG-ALU.
           02 TURMA-ALU      PIC 9(03).
           02 COD-ALU        PIC 9(07).
           02 NOME-ALU       PIC X(30).
           02 NOTA-ALU       PIC X(16).

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

       COPY EXCLOG.

       COPY RUNSTAT.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-DVM            PIC X(03) VALUE "NAO".
       77 FIM-CRED           PIC X(03) VALUE "NAO".
       77 FIM-ALU            PIC X(03) VALUE "NAO".
       77 TEM-DVM            PIC X(03) VALUE "NAO".
       77 FS-DVM             PIC X(02) VALUE SPACES.
       77 FS-CRED            PIC X(02) VALUE SPACES.
       77 FS-ALU             PIC X(02) VALUE SPACES.
       77 FS-DEVC            PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 FS-RUNSTAT         PIC X(02) VALUE SPACES.
       77 QTD-CRED           PIC 9(04) VALUE ZEROES.
       77 IDX-CRED           PIC 9(04) VALUE ZEROES.
       77 QTD-ALU            PIC 9(03) VALUE ZEROES.
       77 IDX-ALU            PIC 9(03) VALUE ZEROES.
       77 POS-ALU            PIC 9(03) VALUE ZEROES.
       77 MAT-PROCURA        PIC 9(07) VALUE ZEROES.
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

       COPY WSDATAMOV.

      * CREDITOS DO CADCRED, NA ORDEM EM QUE SURGIRAM.
       01 TAB-CRED.
           02 ENT-CRED OCCURS 2000 TIMES.
               03 ID-CRD-TAB     PIC 9(07).
               03 DATA-CRD-TAB   PIC 9(08).
               03 VALOR-CRD-TAB  PIC 9(09)V99.
               03 SALDO-CRD-TAB  PIC 9(09)V99.

      * NOME DOS ALUNOS DO CADALU.
       01 TAB-ALU.
           02 ENT-ALU OCCURS 500 TIMES.
               03 MAT-ALU-TAB    PIC 9(07).
               03 NOME-ALU-TAB   PIC X(30).

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
               "CREDITOS DE ALUNOS - DEVOLUCAO E POSICAO".
           02 FILLER         PIC X(24) VALUE SPACES.
           02 FILLER         PIC X(06) VALUE "DATA: ".
           02 DATA-TIT       PIC X(10).

       01 LIN-QUADRO.
           02 FILLER         PIC X(10) VALUE "*** ".
           02 TITULO-QUADRO  PIC X(50).
           02 FILLER         PIC X(20) VALUE SPACES.

       01 CAB-DEV.
           02 FILLER         PIC X(40) VALUE
               "MATRIC. NOME                 CONTA     ".
           02 FILLER         PIC X(40) VALUE
               "           VALOR SITUACAO               ".

       01 DET-DEV.
           02 MAT-DEV-LIN    PIC 9(07).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-DEV-LIN   PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CONTA-DEV-LIN  PIC 9(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VALOR-DEV-LIN  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SIT-DEV-LIN    PIC X(25).

       01 CAB-POS.
           02 FILLER         PIC X(40) VALUE
               "MATRIC. NOME                 ORIGEM    ".
           02 FILLER         PIC X(40) VALUE
               "   VALOR ORIGINAL          SALDO IDADE  ".

       01 DET-POS.
           02 MAT-POS-LIN    PIC 9(07).
           02 FILLER         PIC X(01) VALUE SPACES.
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

       EM03-32.
           PERFORM INICIO.
           PERFORM PROCESSA-PEDIDO UNTIL FIM-DVM EQUAL "SIM".
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
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           PERFORM CARGA-CREDITOS.
           PERFORM CARGA-CADALU.
           OPEN INPUT  MOVDEVM
                OUTPUT RELCRED
                EXTEND DEVCRED
                       EXCLOG
                       RUNSTAT.
           IF FS-DEVC EQUAL "35"
               CLOSE DEVCRED
               OPEN OUTPUT DEVCRED.
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
           IF FS-DVM EQUAL "00"
               MOVE "SIM" TO TEM-DVM
               PERFORM LE-DVM
           ELSE
               DISPLAY "EM0332 - SEM MOVDEVM - SO A POSICAO"
               MOVE "SIM" TO FIM-DVM.

      * CADASTRO DE CREDITOS; AUSENTE, NENHUM CREDITO FOI GERADO.
       CARGA-CREDITOS.
           OPEN INPUT CADCRED.
           IF FS-CRED EQUAL "00"
               PERFORM LE-CRED UNTIL FIM-CRED EQUAL "SIM"
               CLOSE CADCRED
           ELSE
               DISPLAY "EM0332 - SEM CADCRED - NENHUM CREDITO".

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

       CARGA-CADALU.
           OPEN INPUT CADALU.
           IF FS-ALU NOT EQUAL "00"
               DISPLAY "CADALU NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-ALU
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-ALU UNTIL FIM-ALU EQUAL "SIM".
           CLOSE CADALU.

       LE-ALU.
           READ CADALU AT END
               MOVE "SIM" TO FIM-ALU.
           IF FIM-ALU NOT EQUAL "SIM"
               IF QTD-ALU GREATER THAN OR EQUAL TO 500
                   DISPLAY "CADALU EXCEDE LIMITE DE 500 ALUNOS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-ALU
                   MOVE COD-ALU TO MAT-ALU-TAB(QTD-ALU)
                   MOVE NOME-ALU TO NOME-ALU-TAB(QTD-ALU).

       LE-DVM.
           READ MOVDEVM AT END
               MOVE "SIM" TO FIM-DVM.

      * VALOR ZERO NO PEDIDO DEVOLVE TODO O CREDITO DO ALUNO.
       PROCESSA-PEDIDO.
           ADD 1 TO CT-LIDOS.
           MOVE ZEROES TO CREDITO-DISP IDX-CRED.
           PERFORM SOMA-CREDITO QTD-CRED TIMES.
           IF VALOR-DVM EQUAL ZEROES
               MOVE CREDITO-DISP TO VALOR-DEVOLVER
           ELSE
               MOVE VALOR-DVM TO VALOR-DEVOLVER.
           MOVE MAT-DVM TO MAT-DEV-LIN.
           MOVE MAT-DVM TO MAT-PROCURA.
           PERFORM PROCURA-ALUNO.
           IF POS-ALU IS GREATER THAN ZEROES
               MOVE NOME-ALU-TAB(POS-ALU) TO NOME-DEV-LIN
           ELSE
               MOVE SPACES TO NOME-DEV-LIN.
           MOVE CONTA-DVM TO CONTA-DEV-LIN.
           MOVE VALOR-DEVOLVER TO VALOR-DEV-LIN.
           IF CREDITO-DISP EQUAL ZEROES
               MOVE "SEM CREDITO" TO SIT-DEV-LIN
               PERFORM RECUSA-PEDIDO
           ELSE
               IF CONTA-DVM EQUAL ZEROES
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
           PERFORM LE-DVM.

       SOMA-CREDITO.
           ADD 1 TO IDX-CRED.
           IF ID-CRD-TAB(IDX-CRED) EQUAL MAT-DVM
               ADD SALDO-CRD-TAB(IDX-CRED) TO CREDITO-DISP.

       PROCURA-ALUNO.
           MOVE ZEROES TO POS-ALU IDX-ALU.
           PERFORM TESTA-ALUNO QTD-ALU TIMES.

       TESTA-ALUNO.
           ADD 1 TO IDX-ALU.
           IF MAT-ALU-TAB(IDX-ALU) EQUAL MAT-PROCURA
               MOVE IDX-ALU TO POS-ALU.

      * O CREDITO MAIS ANTIGO E DEVOLVIDO PRIMEIRO.
       DEVOLVE-CREDITO.
           MOVE VALOR-DEVOLVER TO RESTA-DEVOLVER.
           MOVE ZEROES TO IDX-CRED.
           PERFORM BAIXA-CREDITO QTD-CRED TIMES.
           MOVE CONTA-DVM TO CONTA-BANCO.
           MOVE VALOR-DEVOLVER TO VALOR-BANCO.
           MOVE SPACES TO REFERENCIA-BANCO.
           MOVE "DEVALU" TO REFERENCIA-BANCO(1:6).
           MOVE MAT-DVM TO REFERENCIA-BANCO(8:7).
           WRITE REG-BANCO.
           ADD 1 TO CT-GRAVADOS.
           ADD VALOR-DEVOLVER TO TOT-DEVOLVIDO.
           MOVE "DEVOLVIDO" TO SIT-DEV-LIN.

       BAIXA-CREDITO.
           ADD 1 TO IDX-CRED.
           IF ID-CRD-TAB(IDX-CRED) EQUAL MAT-DVM AND
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
           MOVE MAT-DVM TO CHAVE-EXC(1:7).
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
           MOVE ID-CRD-TAB(IDX-CRED) TO MAT-POS-LIN MAT-PROCURA.
           PERFORM PROCURA-ALUNO.
           IF POS-ALU IS GREATER THAN ZEROES
               MOVE NOME-ALU-TAB(POS-ALU) TO NOME-POS-LIN
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
           DISPLAY "EM0332 - " CT-GRAVADOS " DEVOLUCAO(OES), "
                   CT-REJEITADOS " RECUSADA(S)".
           IF TEM-DVM EQUAL "SIM"
               CLOSE MOVDEVM.
           CLOSE DEVCRED
                 RELCRED
                 EXCLOG
                 RUNSTAT.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID==  BY =="EM0332"==
                     ==CPY-CHAVE==   BY ==CHAVE-EXC==
                     ==CPY-SEVER==   BY =="E"==
                     ==CPY-MSG==     BY ==MSG-EXC==.

       COPY GRAVASTAT
           REPLACING ==CPY-PROGID==     BY =="EM0332"==
                     ==CPY-LIDOS==      BY ==CT-LIDOS==
                     ==CPY-GRAVADOS==   BY ==CT-GRAVADOS==
                     ==CPY-REJEITADOS== BY ==CT-REJEITADOS==.

       COPY LEDATAMOV.
