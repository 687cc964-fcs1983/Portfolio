       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0116.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       POSICAO CONSOLIDADA POR PESSOA. PARA CADA CPF
      *               ATIVO DO CADASTRO UNICO (CADPESSOA, MANTIDO PELO
      *               EM0115) IMPRIME OS PAPEIS, A CHAVE DE CADA UM E
      *               O QUE A PESSOA DEVE EM CADA SUBSISTEMA:
      *                 SOCIO        SALDO E ATRASOS DO CADHISTX E
      *                              PARCELAS DE ACORDO EM ABERTO
      *                              (CADACORD);
      *                 RESPONSAVEL  SALDO E ATRASOS DE CADA ALUNO NO
      *                              CADHISTM;
      *                 CLIENTE      TITULOS EM ABERTO E VENCIDOS
      *                              (CADTITC);
      *                 FUNCIONARIO  SALDO DE EMPRESTIMOS (CADEMPR).
      *               A EXPOSICAO DA PESSOA E A SOMA DOS SALDOS E OS
      *               ATRASOS SAO SOMADOS EM CONJUNTO; FUNCIONARIO COM
      *               ATRASO EM OUTRO PAPEL E DESTACADO, PARA A
      *               COBRANCA TRATAR O CASO ANTES DE NEGATIVAR OU
      *               ENVIAR AVISO. RELATORIO RELPOSP. PARAMETRO NO
      *               RUNCTL (PROG "EM0116"): PARM1 = 1 LISTA SO AS
      *               PESSOAS COM MAIS DE UM PAPEL. RETURN-CODE 16 SEM
      *               CADPESSOA OU COM TABELA ESTOURADA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPESSOA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PES.

           SELECT CADHISTX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMX-HIST
           FILE STATUS IS FS-HISTX.

           SELECT CADHISTM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MATX-HISTM
           FILE STATUS IS FS-HISTM.

           SELECT CADACORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACD.

           SELECT CADTITC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TITC.

           SELECT CADEMPR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EMPR.

           SELECT RELPOSP ASSIGN TO DISK.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       COPY CADPESSOA.

       FD CADHISTX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADHISTX.DAT".

       01 REG-HISTX.
           02 NUMX-HIST       PIC 9(06).
           02 SALDOX-HIST     PIC 9(09)V9(02).
           02 ATRASOSX-HIST   PIC 9(03).

       FD CADHISTM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADHISTM.DAT".

       01 REG-HISTM.
           02 MATX-HISTM      PIC 9(07).
           02 SALDOX-HISTM    PIC 9(09)V9(02).
           02 ATRASOSX-HISTM  PIC 9(03).

       COPY CADACORD.

       COPY CADTITC.

       FD CADEMPR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADEMPR.DAT".

       01 REG-EMPR.
           02 COD-EMPR       PIC 9(05).
           02 CONTRATO-EMPR  PIC X(10).
           02 PARCELA-EMPR   PIC 9(05)V99.
           02 SALDO-EMPR     PIC 9(07)V99.

       FD RELPOSP
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".

       01 REG-RUNCTL.
           02 PROG-RUNCTL    PIC X(06).
           02 PARM1-RUNCTL   PIC 9(07)V99.
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FS-PES             PIC X(02) VALUE SPACES.
       77 FS-HISTX           PIC X(02) VALUE SPACES.
       77 FS-HISTM           PIC X(02) VALUE SPACES.
       77 FS-ACD             PIC X(02) VALUE SPACES.
       77 FS-TITC            PIC X(02) VALUE SPACES.
       77 FS-EMPR            PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FIM-PES            PIC X(03) VALUE "NAO".
       77 FIM-ACD            PIC X(03) VALUE "NAO".
       77 FIM-TITC           PIC X(03) VALUE "NAO".
       77 FIM-EMPR           PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 TEM-HISTX          PIC 9     VALUE ZEROES.
       77 TEM-HISTM          PIC 9     VALUE ZEROES.
       77 SO-MULTIPAPEL      PIC 9     VALUE ZEROES.
       77 QTD-ACD            PIC 9(03) VALUE ZEROES.
       77 IDX-ACD            PIC 9(03) VALUE ZEROES.
       77 POS-ACD            PIC 9(03) VALUE ZEROES.
       77 QTD-TIT            PIC 9(04) VALUE ZEROES.
       77 IDX-TIT            PIC 9(04) VALUE ZEROES.
       77 POS-TIT            PIC 9(04) VALUE ZEROES.
       77 QTD-EMP            PIC 9(03) VALUE ZEROES.
       77 IDX-EMP            PIC 9(03) VALUE ZEROES.
       77 POS-EMP            PIC 9(03) VALUE ZEROES.
       77 IDX-REF            PIC 9(01) VALUE ZEROES.
       77 QTD-PAPEIS         PIC 9(01) VALUE ZEROES.
       77 SOC-PROC           PIC 9(06) VALUE ZEROES.
       77 CLI-PROC           PIC X(03) VALUE SPACES.
       77 MAT-PROC           PIC 9(05) VALUE ZEROES.
       77 SALDO-W            PIC 9(09)V99 VALUE ZEROES.
       77 ATRASO-W           PIC 9(03) VALUE ZEROES.
       77 EXPOSICAO-PES      PIC 9(11)V99 VALUE ZEROES.
       77 ATRASOS-PES        PIC 9(05) VALUE ZEROES.
       77 CT-LIDAS           PIC 9(06) VALUE ZEROES.
       77 CT-LISTADAS        PIC 9(06) VALUE ZEROES.
       77 CT-MULTIPAPEL      PIC 9(06) VALUE ZEROES.
       77 CT-FUNC-ATRASO     PIC 9(06) VALUE ZEROES.
       77 TOT-EXPOSICAO      PIC 9(13)V99 VALUE ZEROES.

      * TOTAIS EM ABERTO POR SOCIO (ACORDOS), POR CLIENTE (TITULOS) E
      * POR MATRICULA (EMPRESTIMOS), MONTADOS NA ABERTURA.
       01 TAB-ACD.
           02 ENT-ACD OCCURS 500 TIMES.
               03 SOC-ACD-TAB    PIC 9(06).
               03 ABERTO-ACD-TAB PIC 9(09)V99.
               03 VENC-ACD-TAB   PIC 9(03).

       01 TAB-TIT.
           02 ENT-TIT OCCURS 1000 TIMES.
               03 CLI-TIT-TAB    PIC X(03).
               03 ABERTO-TIT-TAB PIC 9(09)V99.
               03 VENC-TIT-TAB   PIC 9(03).

       01 TAB-EMP.
           02 ENT-EMP OCCURS 300 TIMES.
               03 MAT-EMP-TAB    PIC 9(05).
               03 SALDO-EMP-TAB  PIC 9(09)V99.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

       01 DATA-EDIT-W.
           02 ANO-EDIT       PIC 9(04).
           02 MES-EDIT       PIC 9(02).
           02 DIA-EDIT       PIC 9(02).
       01 DATA-EDIT-9 REDEFINES DATA-EDIT-W PIC 9(08).

       01 DATA-EXIB.
           02 DIA-EXIB       PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MES-EXIB       PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 ANO-EXIB       PIC 9(04).

       COPY WSDATAMOV.

       01 LIN-TITULO.
           02 FILLER         PIC X(36) VALUE
                        "POSICAO CONSOLIDADA POR PESSOA (CPF)".
           02 FILLER         PIC X(18) VALUE SPACES.
           02 FILLER         PIC X(05) VALUE "DATA ".
           02 DATA-TIT       PIC X(10).
           02 FILLER         PIC X(11) VALUE SPACES.

       01 LIN-FILTRO.
           02 FILLER         PIC X(40) VALUE
                        "SOMENTE PESSOAS COM MAIS DE UM PAPEL".
           02 FILLER         PIC X(40) VALUE SPACES.

       01 LIN-PESSOA.
           02 CPF-LIN        PIC 9(11).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NOME-LIN       PIC X(30).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(08) VALUE "PAPEIS: ".
           02 PAPEIS-LIN     PIC X(04).
           02 FILLER         PIC X(23) VALUE SPACES.

       01 LIN-POSICAO.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 PAPEL-LIN      PIC X(11).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CHAVE-LIN      PIC X(07).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DESCR-LIN      PIC X(18).
           02 VALOR-LIN      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 ATR-DESCR-LIN  PIC X(08).
           02 ATR-LIN        PIC ZZ9.
           02 FILLER         PIC X(13) VALUE SPACES.

       01 LIN-EXPOSICAO.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 FILLER         PIC X(20) VALUE "EXPOSICAO TOTAL".
           02 FILLER         PIC X(18) VALUE SPACES.
           02 EXPOS-LIN      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(08) VALUE "ATRASOS ".
           02 ATRP-LIN       PIC ZZ.ZZ9.
           02 FILLER         PIC X(10) VALUE SPACES.

       01 LIN-ALERTA.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 FILLER         PIC X(49) VALUE
               "*** FUNCIONARIO COM ATRASO - NAO ENVIAR COBRANCA ".
           02 FILLER         PIC X(28) VALUE "SEM CONSULTAR O RH".

       01 LIN-TOTAL1.
           02 FILLER         PIC X(21) VALUE "PESSOAS LIDAS:       ".
           02 LIDAS-LIN      PIC ZZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  LISTADAS:   ".
           02 LIST-LIN       PIC ZZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  MULTIPAPEL: ".
           02 MULTI-LIN      PIC ZZZ.ZZ9.
           02 FILLER         PIC X(10) VALUE SPACES.

       01 LIN-TOTAL2.
           02 FILLER         PIC X(21) VALUE "EXPOSICAO LISTADA:   ".
           02 TOTEXP-LIN     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(20) VALUE "  FUNC. C/ ATRASO: ".
           02 FATR-LIN       PIC ZZZ.ZZ9.
           02 FILLER         PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.

       EM01-16.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-PES EQUAL "SIM".
           PERFORM FIM.
           DISPLAY "EM0116 - " CT-LISTADAS " PESSOA(S) LISTADA(S), "
                   CT-FUNC-ATRASO " FUNCIONARIO(S) COM ATRASO".
           MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           PERFORM CARGA-RUNCTL.
           OPEN INPUT CADPESSOA.
           IF FS-PES NOT EQUAL "00"
               DISPLAY "CADPESSOA NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-PES
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CADHISTX.
           IF FS-HISTX EQUAL "00"
               MOVE 1 TO TEM-HISTX.
           OPEN INPUT CADHISTM.
           IF FS-HISTM EQUAL "00"
               MOVE 1 TO TEM-HISTM.
           PERFORM CARGA-ACORDOS.
           PERFORM CARGA-TITULOS.
           PERFORM CARGA-EMPRESTIMOS.
           OPEN OUTPUT RELPOSP.
           MOVE DATA-RODADA TO DATA-EDIT-9.
           MOVE DIA-EDIT TO DIA-EXIB.
           MOVE MES-EDIT TO MES-EXIB.
           MOVE ANO-EDIT TO ANO-EXIB.
           MOVE DATA-EXIB TO DATA-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           IF SO-MULTIPAPEL EQUAL 1
               WRITE REL-SAI FROM LIN-FILTRO AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           PERFORM LE-PES.

      * FILTRO DE MULTIPAPEL VIA RUNCTL (PROG "EM0116", PARM1 = 1);
      * SEM ELE, TODAS AS PESSOAS ATIVAS.
       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0116"
               IF PROG-RUNCTL EQUAL "EM0116" AND
                  PARM1-RUNCTL EQUAL 1
                   MOVE 1 TO SO-MULTIPAPEL
               END-IF
               CLOSE RUNCTL
           END-IF.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

      * PARCELA DE ACORDO EM ABERTO ("A"): O QUE FALTA PAGAR SOMA NO
      * SOCIO; VENCIDA ANTES DA DATA DE MOVIMENTO CONTA COMO ATRASO.
       CARGA-ACORDOS.
           OPEN INPUT CADACORD.
           IF FS-ACD EQUAL "00"
               PERFORM LE-ACD UNTIL FIM-ACD EQUAL "SIM"
               CLOSE CADACORD.

       LE-ACD.
           READ CADACORD AT END
               MOVE "SIM" TO FIM-ACD.
           IF FIM-ACD NOT EQUAL "SIM" AND SIT-ACD EQUAL "A" AND
              VALOR-ACD GREATER THAN PAGO-ACD
               MOVE SOC-ACD TO SOC-PROC
               PERFORM PROCURA-ACD
               IF POS-ACD EQUAL ZEROES
                   IF QTD-ACD GREATER THAN OR EQUAL TO 500
                       DISPLAY "CADACORD COM MAIS DE 500 SOCIOS EM "
                               "ABERTO - ENCERRANDO"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-ACD
                   MOVE QTD-ACD TO POS-ACD
                   MOVE SOC-ACD TO SOC-ACD-TAB(POS-ACD)
                   MOVE ZEROES TO ABERTO-ACD-TAB(POS-ACD)
                                  VENC-ACD-TAB(POS-ACD)
               END-IF
               COMPUTE ABERTO-ACD-TAB(POS-ACD) =
                       ABERTO-ACD-TAB(POS-ACD) + VALOR-ACD - PAGO-ACD
               IF VENC-ACD LESS THAN DATA-RODADA AND
                  VENC-ACD-TAB(POS-ACD) LESS THAN 999
                   ADD 1 TO VENC-ACD-TAB(POS-ACD).

       PROCURA-ACD.
           MOVE ZEROES TO POS-ACD IDX-ACD.
           PERFORM TESTA-ACD QTD-ACD TIMES.

       TESTA-ACD.
           ADD 1 TO IDX-ACD.
           IF SOC-ACD-TAB(IDX-ACD) EQUAL SOC-PROC
               MOVE IDX-ACD TO POS-ACD.

      * TITULO DE CLIENTE EM ABERTO ("A"), MESMA REGRA DOS ACORDOS.
       CARGA-TITULOS.
           OPEN INPUT CADTITC.
           IF FS-TITC EQUAL "00"
               PERFORM LE-TITC UNTIL FIM-TITC EQUAL "SIM"
               CLOSE CADTITC.

       LE-TITC.
           READ CADTITC AT END
               MOVE "SIM" TO FIM-TITC.
           IF FIM-TITC NOT EQUAL "SIM" AND SIT-TITC EQUAL "A" AND
              VALOR-TITC GREATER THAN PAGO-TITC
               MOVE CLI-TITC TO CLI-PROC
               PERFORM PROCURA-TIT
               IF POS-TIT EQUAL ZEROES
                   IF QTD-TIT GREATER THAN OR EQUAL TO 1000
                       DISPLAY "CADTITC COM MAIS DE 1000 CLIENTES EM "
                               "ABERTO - ENCERRANDO"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-TIT
                   MOVE QTD-TIT TO POS-TIT
                   MOVE CLI-TITC TO CLI-TIT-TAB(POS-TIT)
                   MOVE ZEROES TO ABERTO-TIT-TAB(POS-TIT)
                                  VENC-TIT-TAB(POS-TIT)
               END-IF
               COMPUTE ABERTO-TIT-TAB(POS-TIT) =
                       ABERTO-TIT-TAB(POS-TIT) + VALOR-TITC - PAGO-TITC
               IF VENC-TITC LESS THAN DATA-RODADA AND
                  VENC-TIT-TAB(POS-TIT) LESS THAN 999
                   ADD 1 TO VENC-TIT-TAB(POS-TIT).

       PROCURA-TIT.
           MOVE ZEROES TO POS-TIT IDX-TIT.
           PERFORM TESTA-TIT QTD-TIT TIMES.

       TESTA-TIT.
           ADD 1 TO IDX-TIT.
           IF CLI-TIT-TAB(IDX-TIT) EQUAL CLI-PROC
               MOVE IDX-TIT TO POS-TIT.

      * SALDO DEVEDOR DOS EMPRESTIMOS CONSIGNADOS, SOMADO POR
      * MATRICULA (UM FUNCIONARIO PODE TER MAIS DE UM CONTRATO).
       CARGA-EMPRESTIMOS.
           OPEN INPUT CADEMPR.
           IF FS-EMPR EQUAL "00"
               PERFORM LE-EMPR UNTIL FIM-EMPR EQUAL "SIM"
               CLOSE CADEMPR.

       LE-EMPR.
           READ CADEMPR AT END
               MOVE "SIM" TO FIM-EMPR.
           IF FIM-EMPR NOT EQUAL "SIM" AND SALDO-EMPR IS NUMERIC AND
              SALDO-EMPR GREATER THAN ZEROES
               MOVE COD-EMPR TO MAT-PROC
               PERFORM PROCURA-EMP
               IF POS-EMP EQUAL ZEROES
                   IF QTD-EMP GREATER THAN OR EQUAL TO 300
                       DISPLAY "CADEMPR COM MAIS DE 300 MATRICULAS - "
                               "ENCERRANDO"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QTD-EMP
                   MOVE QTD-EMP TO POS-EMP
                   MOVE COD-EMPR TO MAT-EMP-TAB(POS-EMP)
                   MOVE ZEROES TO SALDO-EMP-TAB(POS-EMP)
               END-IF
               ADD SALDO-EMPR TO SALDO-EMP-TAB(POS-EMP).

       PROCURA-EMP.
           MOVE ZEROES TO POS-EMP IDX-EMP.
           PERFORM TESTA-EMP QTD-EMP TIMES.

       TESTA-EMP.
           ADD 1 TO IDX-EMP.
           IF MAT-EMP-TAB(IDX-EMP) EQUAL MAT-PROC
               MOVE IDX-EMP TO POS-EMP.

       LE-PES.
           READ CADPESSOA AT END
               MOVE "SIM" TO FIM-PES.

      * PESSOA INATIVA NAO TEM POSICAO; COM O FILTRO DE MULTIPAPEL, SO
      * SAI QUEM TEM MAIS DE UM PAPEL.
       PRINCIPAL.
           ADD 1 TO CT-LIDAS.
           MOVE ZEROES TO QTD-PAPEIS.
           INSPECT PAPEIS-PES TALLYING QTD-PAPEIS
               FOR ALL "F" ALL "S" ALL "R" ALL "C".
           IF QTD-PAPEIS GREATER THAN 1
               ADD 1 TO CT-MULTIPAPEL.
           IF SIT-PES EQUAL "A"
               IF SO-MULTIPAPEL EQUAL ZEROES OR
                  QTD-PAPEIS GREATER THAN 1
                   PERFORM IMPRIME-PESSOA.
           PERFORM LE-PES.

       IMPRIME-PESSOA.
           ADD 1 TO CT-LISTADAS.
           MOVE ZEROES TO EXPOSICAO-PES ATRASOS-PES.
           MOVE CPF-PES TO CPF-LIN.
           MOVE NOME-PES TO NOME-LIN.
           MOVE PAPEIS-PES TO PAPEIS-LIN.
           WRITE REL-SAI FROM LIN-PESSOA AFTER ADVANCING 2 LINES.
           IF PAPEL-F-PES EQUAL "F"
               MOVE ZEROES TO IDX-REF
               PERFORM POSICAO-FUNCIONARIO 2 TIMES.
           IF PAPEL-S-PES EQUAL "S"
               MOVE ZEROES TO IDX-REF
               PERFORM POSICAO-SOCIO 3 TIMES.
           IF PAPEL-R-PES EQUAL "R"
               MOVE ZEROES TO IDX-REF
               PERFORM POSICAO-ALUNO 6 TIMES.
           IF PAPEL-C-PES EQUAL "C"
               MOVE ZEROES TO IDX-REF
               PERFORM POSICAO-CLIENTE 3 TIMES.
           MOVE EXPOSICAO-PES TO EXPOS-LIN.
           MOVE ATRASOS-PES TO ATRP-LIN.
           WRITE REL-SAI FROM LIN-EXPOSICAO AFTER ADVANCING 1 LINE.
           ADD EXPOSICAO-PES TO TOT-EXPOSICAO.
           IF PAPEL-F-PES EQUAL "F" AND ATRASOS-PES GREATER THAN ZEROES
               ADD 1 TO CT-FUNC-ATRASO
               WRITE REL-SAI FROM LIN-ALERTA AFTER ADVANCING 1 LINE.

       POSICAO-FUNCIONARIO.
           ADD 1 TO IDX-REF.
           IF FUNC-PES(IDX-REF) NOT EQUAL ZEROES
               MOVE FUNC-PES(IDX-REF) TO MAT-PROC
               PERFORM PROCURA-EMP
               MOVE ZEROES TO SALDO-W ATRASO-W
               IF POS-EMP NOT EQUAL ZEROES
                   MOVE SALDO-EMP-TAB(POS-EMP) TO SALDO-W
               END-IF
               MOVE SPACES TO LIN-POSICAO
               MOVE "FUNCIONARIO" TO PAPEL-LIN
               MOVE FUNC-PES(IDX-REF) TO CHAVE-LIN
               MOVE "EMPRESTIMOS" TO DESCR-LIN
               PERFORM IMPRIME-POSICAO.

       POSICAO-SOCIO.
           ADD 1 TO IDX-REF.
           IF SOC-PES(IDX-REF) NOT EQUAL ZEROES
               MOVE ZEROES TO SALDO-W ATRASO-W
               IF TEM-HISTX EQUAL 1
                   MOVE SOC-PES(IDX-REF) TO NUMX-HIST
                   READ CADHISTX
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SALDOX-HIST TO SALDO-W
                           MOVE ATRASOSX-HIST TO ATRASO-W
                   END-READ
               END-IF
               MOVE SPACES TO LIN-POSICAO
               MOVE "SOCIO" TO PAPEL-LIN
               MOVE SOC-PES(IDX-REF) TO CHAVE-LIN
               MOVE "MENSALIDADES" TO DESCR-LIN
               PERFORM IMPRIME-POSICAO
               MOVE SOC-PES(IDX-REF) TO SOC-PROC
               PERFORM PROCURA-ACD
               IF POS-ACD NOT EQUAL ZEROES
                   MOVE ABERTO-ACD-TAB(POS-ACD) TO SALDO-W
                   MOVE VENC-ACD-TAB(POS-ACD) TO ATRASO-W
                   MOVE SPACES TO LIN-POSICAO
                   MOVE SOC-PES(IDX-REF) TO CHAVE-LIN
                   MOVE "ACORDO EM ABERTO" TO DESCR-LIN
                   PERFORM IMPRIME-POSICAO.

       POSICAO-ALUNO.
           ADD 1 TO IDX-REF.
           IF ALU-PES(IDX-REF) NOT EQUAL ZEROES
               MOVE ZEROES TO SALDO-W ATRASO-W
               IF TEM-HISTM EQUAL 1
                   MOVE ALU-PES(IDX-REF) TO MATX-HISTM
                   READ CADHISTM
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SALDOX-HISTM TO SALDO-W
                           MOVE ATRASOSX-HISTM TO ATRASO-W
                   END-READ
               END-IF
               MOVE SPACES TO LIN-POSICAO
               IF IDX-REF EQUAL 1
                   MOVE "RESPONSAVEL" TO PAPEL-LIN
               END-IF
               MOVE ALU-PES(IDX-REF) TO CHAVE-LIN
               MOVE "ALUNO" TO DESCR-LIN
               PERFORM IMPRIME-POSICAO.

       POSICAO-CLIENTE.
           ADD 1 TO IDX-REF.
           IF CLI-PES(IDX-REF) NOT EQUAL SPACES
               MOVE CLI-PES(IDX-REF) TO CLI-PROC
               PERFORM PROCURA-TIT
               MOVE ZEROES TO SALDO-W ATRASO-W
               IF POS-TIT NOT EQUAL ZEROES
                   MOVE ABERTO-TIT-TAB(POS-TIT) TO SALDO-W
                   MOVE VENC-TIT-TAB(POS-TIT) TO ATRASO-W
               END-IF
               MOVE SPACES TO LIN-POSICAO
               MOVE "CLIENTE" TO PAPEL-LIN
               MOVE CLI-PES(IDX-REF) TO CHAVE-LIN
               MOVE "TITULOS EM ABERTO" TO DESCR-LIN
               PERFORM IMPRIME-POSICAO.

       IMPRIME-POSICAO.
           MOVE SALDO-W TO VALOR-LIN.
           MOVE "ATRASOS " TO ATR-DESCR-LIN.
           MOVE ATRASO-W TO ATR-LIN.
           WRITE REL-SAI FROM LIN-POSICAO AFTER ADVANCING 1 LINE.
           ADD SALDO-W TO EXPOSICAO-PES.
           ADD ATRASO-W TO ATRASOS-PES.

       FIM.
           MOVE CT-LIDAS TO LIDAS-LIN.
           MOVE CT-LISTADAS TO LIST-LIN.
           MOVE CT-MULTIPAPEL TO MULTI-LIN.
           MOVE TOT-EXPOSICAO TO TOTEXP-LIN.
           MOVE CT-FUNC-ATRASO TO FATR-LIN.
           WRITE REL-SAI FROM LIN-TOTAL1 AFTER ADVANCING 2 LINES.
           WRITE REL-SAI FROM LIN-TOTAL2 AFTER ADVANCING 1 LINE.
           CLOSE CADPESSOA
                 RELPOSP.
           IF TEM-HISTX EQUAL 1
               CLOSE CADHISTX.
           IF TEM-HISTM EQUAL 1
               CLOSE CADHISTM.

       COPY LEDATAMOV.
