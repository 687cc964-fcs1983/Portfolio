       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0342.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       CONFERENCIA MENSAL DA FATURA DA OPERADORA DOS
      *               PLANOS DE SAUDE E ODONTOLOGICO CONTRA AS ADESOES,
      *               ANTES DE O FINANCEIRO PAGAR A OPERADORA. MONTA AS
      *               VIDAS COBERTAS NA COMPETENCIA A PARTIR DAS
      *               ADESOES VIGENTES (CADBENEF.DAT) E DOS DEPENDENTES
      *               DO NIVEL DE COBERTURA (CADDEPEN.DAT), CADA UMA
      *               COM O PRECO DA FAIXA ETARIA (CADPLANO.DAT, PARTE
      *               DO FUNCIONARIO + PARTE DA EMPRESA - O MESMO
      *               CALCULO DO DESCONTO DO EM0306, COPYBOOKS
      *               WSPLANO/CALCPLANO), E CONFRONTA COM A FATURA
      *               FATPLANO.DAT, VIDA A VIDA (MATRICULA + SEQUENCIA
      *               DO DEPENDENTE + PLANO). LISTA NO RELATORIO
      *               RELFATP:
      *                 - VIDA FATURADA SEM ADESAO VIGENTE;
      *                 - VIDA COBERTA NAO FATURADA;
      *                 - VIDA COBRADA POR VALOR DIFERENTE DO DA TABELA
      *                   (ALEM DA TOLERANCIA);
      *                 - VIDA COBRADA MAIS DE UMA VEZ;
      *                 - VIDA COBERTA SEM FAIXA DE PRECO NA TABELA.
      *               A COMPETENCIA E A DA DATA DE MOVIMENTO, COM AS
      *               IDADES E AS ADESOES NA PROPRIA DATA; O RUNCTL
      *               (PROG "EM0342") PODE PEDIR OUTRA COMPETENCIA
      *               (PARM1 = AAAAMM, IDADES E ADESOES NO FIM DO MES)
      *               E A TOLERANCIA POR VIDA EM REAIS (PARM2). LINHAS
      *               DA FATURA DE OUTRA COMPETENCIA SAO IGNORADAS E
      *               CONTADAS. RETURN-CODE 4 QUANDO HA DIVERGENCIA OU
      *               A FATURA NAO CHEGOU, ZERO NA FATURA CONFERIDA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADBENEF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BEN.

           SELECT CADDEPEN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEP.

           SELECT CADPLANO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PLANO.

           SELECT FATPLANO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FAT.

           SELECT RELFATP ASSIGN TO DISK.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       COPY CADBENEF.

       COPY CADDEPEN.

       COPY CADPLANO.

       COPY FATPLANO.

       FD RELFATP
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

       77 FS-BEN             PIC X(02) VALUE SPACES.
       77 FS-DEP             PIC X(02) VALUE SPACES.
       77 FS-FAT             PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FIM-BEN-ARQ        PIC X(03) VALUE "NAO".
       77 FIM-DEP-ARQ        PIC X(03) VALUE "NAO".
       77 FIM-FAT            PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 COMP-FOLHA         PIC 9(06) VALUE ZEROES.
       77 TOLERANCIA         PIC 9(05)V99 VALUE ZEROES.
       77 QTD-DEPEN          PIC 9(03) VALUE ZEROES.
       77 IDX-DEPEN          PIC 9(03) VALUE ZEROES.
       77 QTD-VIDA           PIC 9(04) VALUE ZEROES.
       77 IDX-VIDA           PIC 9(04) VALUE ZEROES.
       77 POS-VIDA           PIC 9(04) VALUE ZEROES.
       77 DIFER-CALC         PIC S9(07)V99 VALUE ZEROES.
       77 CT-FATURADAS       PIC 9(05) VALUE ZEROES.
       77 CT-OUTRA-COMP      PIC 9(05) VALUE ZEROES.
       77 CT-SEM-ADESAO      PIC 9(05) VALUE ZEROES.
       77 CT-NAO-FATURADA    PIC 9(05) VALUE ZEROES.
       77 CT-DIFERENCA       PIC 9(05) VALUE ZEROES.
       77 CT-DUPLICADA       PIC 9(05) VALUE ZEROES.
       77 CT-SEM-PRECO       PIC 9(05) VALUE ZEROES.
       77 CT-DIVERG          PIC 9(05) VALUE ZEROES.
       77 AC-FATURA          PIC 9(09)V99 VALUE ZEROES.
       77 AC-ESPERADO        PIC 9(09)V99 VALUE ZEROES.
       77 SEM-FATURA         PIC 9     VALUE ZEROES.

       COPY WSDATAMOV.

       COPY WSPLANO.

      * DEPENDENTES DOS FUNCIONARIOS (CADDEPEN).
       01 TAB-DEPEN.
           02 ENT-DEPEN OCCURS 500 TIMES.
               03 MAT-DEP-TAB     PIC 9(05).
               03 SEQ-DEP-TAB     PIC 9(02).
               03 NOME-DEP-TAB    PIC X(20).
               03 PARENT-DEP-TAB  PIC X(01).
               03 NASC-DEP-TAB    PIC 9(08).

      * VIDAS COBERTAS NA COMPETENCIA, UMA POR PLANO; SEQ-VIDA-TAB 00
      * E O TITULAR. SIT-VIDA-TAB = "F" QUANDO JA VEIO NA FATURA;
      * PRECO-VIDA-TAB = 0 QUANDO O PLANO NAO TEM FAIXA PARA A IDADE.
       01 TAB-VIDA.
           02 ENT-VIDA OCCURS 1000 TIMES.
               03 MAT-VIDA-TAB    PIC 9(05).
               03 SEQ-VIDA-TAB    PIC 9(02).
               03 PLANO-VIDA-TAB  PIC X(04).
               03 NOME-VIDA-TAB   PIC X(20).
               03 IDADE-VIDA-TAB  PIC 9(03).
               03 VALOR-VIDA-TAB  PIC 9(05)V99.
               03 PRECO-VIDA-TAB  PIC 9(01).
               03 SIT-VIDA-TAB    PIC X(01).

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
               "CONFERENCIA DA FATURA DOS PLANOS DE SAUD".
           02 FILLER         PIC X(16) VALUE "E - COMPETENCIA ".
           02 COMP-TIT       PIC 9(06).
           02 FILLER         PIC X(18) VALUE SPACES.

       01 LIN-TOLER.
           02 FILLER         PIC X(22) VALUE "TOLERANCIA POR VIDA: ".
           02 TOLER-LIN      PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(49) VALUE SPACES.

       01 CAB-DETALHE.
           02 FILLER         PIC X(40) VALUE
               "MATR. SQ PLAN NOME                 IDA  ".
           02 FILLER         PIC X(40) VALUE
               "  COBRADO  ESPERADO OCORRENCIA          ".

       01 DETALHE.
           02 MAT-LIN        PIC 9(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SEQ-LIN        PIC 9(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PLANO-LIN      PIC X(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-LIN       PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 IDADE-LIN      PIC ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 COBRADO-LIN    PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ESPERADO-LIN   PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 OCORR-LIN      PIC X(21).

       01 LIN-QTD.
           02 TEXTO-QTD      PIC X(30).
           02 QTD-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(44) VALUE SPACES.

       01 LIN-VALOR.
           02 TEXTO-VALOR    PIC X(30).
           02 VALOR-LIN      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(36) VALUE SPACES.

       01 LIN-AVISO.
           02 TEXTO-AVISO    PIC X(60).
           02 FILLER         PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.

       EM03-42.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-FAT EQUAL "SIM".
           PERFORM FIM.
           DISPLAY "EM0342 - COMPETENCIA " COMP-FOLHA " - "
                   CT-FATURADAS " VIDA(S) FATURADA(S), " CT-DIVERG
                   " DIVERGENCIA(S)".
           IF CT-DIVERG IS GREATER THAN ZEROES OR
              SEM-FATURA EQUAL 1
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-BASE-PRECO.
           MOVE DATA-MOVTO(1:6) TO COMP-FOLHA.
           PERFORM CARGA-RUNCTL.
           OPEN OUTPUT RELFATP.
           MOVE COMP-FOLHA TO COMP-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           MOVE TOLERANCIA TO TOLER-LIN.
           WRITE REL-SAI FROM LIN-TOLER AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM CAB-DETALHE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           PERFORM CARGA-PLANO.
           PERFORM CARGA-DEPEN.
           PERFORM CARGA-BENEF.
           OPEN INPUT FATPLANO.
           IF FS-FAT EQUAL "00"
               PERFORM LE-FAT
           ELSE
               DISPLAY "EM0342 - SEM FATPLANO - FATURA DA OPERADORA "
                       "NAO RECEBIDA"
               MOVE 1 TO SEM-FATURA
               MOVE "SIM" TO FIM-FAT.

      * OUTRA COMPETENCIA VIA RUNCTL (PROG "EM0342", PARM1 = AAAAMM):
      * IDADES E ADESOES NO ULTIMO DIA DAQUELE MES. PARM2 = TOLERANCIA
      * POR VIDA EM REAIS (ZERO = CONFERENCIA EXATA).
       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0342"
               IF PROG-RUNCTL EQUAL "EM0342"
                   IF PARM1-RUNCTL NOT EQUAL ZEROES
                       MOVE PARM1-RUNCTL TO COMP-FOLHA
                       COMPUTE DATA-BASE-PRECO = COMP-FOLHA * 100 + 31
                   END-IF
                   MOVE PARM2-RUNCTL TO TOLERANCIA
               END-IF
               CLOSE RUNCTL
           END-IF.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

       CARGA-DEPEN.
           OPEN INPUT CADDEPEN.
           IF FS-DEP EQUAL "00"
               PERFORM LE-DEPEN UNTIL FIM-DEP-ARQ EQUAL "SIM"
               CLOSE CADDEPEN.

       LE-DEPEN.
           READ CADDEPEN AT END
               MOVE "SIM" TO FIM-DEP-ARQ.
           IF FIM-DEP-ARQ NOT EQUAL "SIM"
               IF QTD-DEPEN GREATER THAN OR EQUAL TO 500
                   DISPLAY "CADDEPEN EXCEDE LIMITE DE 500 DEPENDENTES "
                           "- ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-DEPEN
                   MOVE MAT-DEP TO MAT-DEP-TAB(QTD-DEPEN)
                   MOVE SEQ-DEP TO SEQ-DEP-TAB(QTD-DEPEN)
                   MOVE NOME-DEP TO NOME-DEP-TAB(QTD-DEPEN)
                   MOVE PARENT-DEP TO PARENT-DEP-TAB(QTD-DEPEN)
                   MOVE NASC-DEP TO NASC-DEP-TAB(QTD-DEPEN).

      * SEM O CADASTRO DE ADESOES NINGUEM ESTA COBERTO E TODA A
      * FATURA SAI COMO COBRANCA SEM ADESAO.
       CARGA-BENEF.
           OPEN INPUT CADBENEF.
           IF FS-BEN EQUAL "00"
               PERFORM LE-BENEF UNTIL FIM-BEN-ARQ EQUAL "SIM"
               CLOSE CADBENEF
           ELSE
               DISPLAY "EM0342 - SEM CADBENEF - NENHUMA ADESAO".

       LE-BENEF.
           READ CADBENEF AT END
               MOVE "SIM" TO FIM-BEN-ARQ.
           IF FIM-BEN-ARQ NOT EQUAL "SIM"
               IF INICIO-BEN IS NOT GREATER THAN DATA-BASE-PRECO AND
                  (FIM-BEN EQUAL ZEROES OR
                   FIM-BEN IS NOT LESS THAN DATA-BASE-PRECO)
                   PERFORM INCLUI-TITULAR
                   IF COBERT-BEN NOT EQUAL "T"
                       MOVE ZEROES TO IDX-DEPEN
                       PERFORM TESTA-DEPEN QTD-DEPEN TIMES.

       INCLUI-TITULAR.
           PERFORM NOVA-VIDA.
           MOVE ZEROES TO SEQ-VIDA-TAB(QTD-VIDA).
           MOVE NOME-BEN TO NOME-VIDA-TAB(QTD-VIDA).
           MOVE NASC-BEN TO NASC-PRECO.
           PERFORM PRECIFICA-VIDA.

       TESTA-DEPEN.
           ADD 1 TO IDX-DEPEN.
           IF MAT-DEP-TAB(IDX-DEPEN) EQUAL MAT-BEN AND
              (COBERT-BEN EQUAL "F" OR
               PARENT-DEP-TAB(IDX-DEPEN) EQUAL "C")
               PERFORM NOVA-VIDA
               MOVE SEQ-DEP-TAB(IDX-DEPEN) TO SEQ-VIDA-TAB(QTD-VIDA)
               MOVE NOME-DEP-TAB(IDX-DEPEN) TO NOME-VIDA-TAB(QTD-VIDA)
               MOVE NASC-DEP-TAB(IDX-DEPEN) TO NASC-PRECO
               PERFORM PRECIFICA-VIDA.

       NOVA-VIDA.
           IF QTD-VIDA GREATER THAN OR EQUAL TO 1000
               DISPLAY "EM0342 - MAIS DE 1000 VIDAS COBERTAS - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-VIDA.
           MOVE MAT-BEN TO MAT-VIDA-TAB(QTD-VIDA).
           MOVE PLANO-BEN TO PLANO-VIDA-TAB(QTD-VIDA).
           MOVE " " TO SIT-VIDA-TAB(QTD-VIDA).

      * PRECO DA VIDA = PARTE DO FUNCIONARIO + PARTE DA EMPRESA DA
      * FAIXA ETARIA; VIDA SEM FAIXA SAI LOGO NO RELATORIO.
       PRECIFICA-VIDA.
           MOVE PLANO-BEN TO PLANO-PRECO.
           PERFORM PRECO-PLANO.
           MOVE IDADE-PRECO TO IDADE-VIDA-TAB(QTD-VIDA).
           MOVE ACHOU-PRECO TO PRECO-VIDA-TAB(QTD-VIDA).
           COMPUTE VALOR-VIDA-TAB(QTD-VIDA) = FUNC-PRECO + EMPR-PRECO.
           ADD VALOR-VIDA-TAB(QTD-VIDA) TO AC-ESPERADO.
           IF ACHOU-PRECO EQUAL ZEROES
               MOVE QTD-VIDA TO POS-VIDA
               MOVE ZEROES TO COBRADO-LIN
               MOVE "VIDA SEM PRECO" TO OCORR-LIN
               PERFORM IMP-VIDA
               ADD 1 TO CT-SEM-PRECO.

       LE-FAT.
           READ FATPLANO AT END MOVE "SIM" TO FIM-FAT.

       PRINCIPAL.
           IF COMP-FAT NOT EQUAL COMP-FOLHA
               ADD 1 TO CT-OUTRA-COMP
           ELSE
               ADD 1 TO CT-FATURADAS
               ADD VALOR-FAT TO AC-FATURA
               PERFORM PROCURA-VIDA
               IF POS-VIDA EQUAL ZEROES
                   PERFORM FATURADA-SEM-ADESAO
               ELSE
                   PERFORM CONFERE-VIDA.
           PERFORM LE-FAT.

       PROCURA-VIDA.
           MOVE ZEROES TO POS-VIDA.
           MOVE 1 TO IDX-VIDA.
           PERFORM TESTA-VIDA
               UNTIL IDX-VIDA IS GREATER THAN QTD-VIDA
                  OR POS-VIDA IS GREATER THAN ZEROES.

       TESTA-VIDA.
           IF MAT-VIDA-TAB(IDX-VIDA) EQUAL MAT-FAT AND
              SEQ-VIDA-TAB(IDX-VIDA) EQUAL SEQ-FAT AND
              PLANO-VIDA-TAB(IDX-VIDA) EQUAL PLANO-FAT
               MOVE IDX-VIDA TO POS-VIDA
           ELSE
               ADD 1 TO IDX-VIDA.

       FATURADA-SEM-ADESAO.
           MOVE MAT-FAT TO MAT-LIN.
           MOVE SEQ-FAT TO SEQ-LIN.
           MOVE PLANO-FAT TO PLANO-LIN.
           MOVE NOME-FAT TO NOME-LIN.
           MOVE ZEROES TO IDADE-LIN ESPERADO-LIN.
           MOVE VALOR-FAT TO COBRADO-LIN.
           MOVE "FATURADO SEM ADESAO" TO OCORR-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-SEM-ADESAO CT-DIVERG.

      * A SEGUNDA COBRANCA DA MESMA VIDA E DUPLICIDADE; A DIFERENCA
      * DE PRECO SO E CONFERIDA QUANDO A VIDA TEM FAIXA NA TABELA.
       CONFERE-VIDA.
           MOVE VALOR-FAT TO COBRADO-LIN.
           IF SIT-VIDA-TAB(POS-VIDA) EQUAL "F"
               MOVE "COBRANCA DUPLICADA" TO OCORR-LIN
               PERFORM IMP-VIDA
               ADD 1 TO CT-DUPLICADA CT-DIVERG
           ELSE
               MOVE "F" TO SIT-VIDA-TAB(POS-VIDA)
               IF PRECO-VIDA-TAB(POS-VIDA) EQUAL 1
                   COMPUTE DIFER-CALC = VALOR-FAT
                                      - VALOR-VIDA-TAB(POS-VIDA)
                   IF DIFER-CALC IS LESS THAN ZEROES
                       COMPUTE DIFER-CALC = ZEROES - DIFER-CALC
                   END-IF
                   IF DIFER-CALC IS GREATER THAN TOLERANCIA
                       MOVE "DIFERENCA DE PRECO" TO OCORR-LIN
                       PERFORM IMP-VIDA
                       ADD 1 TO CT-DIFERENCA CT-DIVERG.

       IMP-VIDA.
           MOVE MAT-VIDA-TAB(POS-VIDA) TO MAT-LIN.
           MOVE SEQ-VIDA-TAB(POS-VIDA) TO SEQ-LIN.
           MOVE PLANO-VIDA-TAB(POS-VIDA) TO PLANO-LIN.
           MOVE NOME-VIDA-TAB(POS-VIDA) TO NOME-LIN.
           MOVE IDADE-VIDA-TAB(POS-VIDA) TO IDADE-LIN.
           MOVE VALOR-VIDA-TAB(POS-VIDA) TO ESPERADO-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

      * VIDA COBERTA QUE A FATURA NAO TROUXE (SO QUANDO A FATURA
      * CHEGOU - SEM ELA O RELATORIO SO AVISA).
       CONFERE-NAO-FATURADAS.
           MOVE ZEROES TO POS-VIDA.
           PERFORM TESTA-NAO-FATURADA QTD-VIDA TIMES.

       TESTA-NAO-FATURADA.
           ADD 1 TO POS-VIDA.
           IF SIT-VIDA-TAB(POS-VIDA) NOT EQUAL "F"
               MOVE ZEROES TO COBRADO-LIN
               MOVE "ADESAO NAO FATURADA" TO OCORR-LIN
               PERFORM IMP-VIDA
               ADD 1 TO CT-NAO-FATURADA CT-DIVERG.

       FIM.
           IF SEM-FATURA EQUAL 1
               MOVE "FATURA DA OPERADORA (FATPLANO) NAO RECEBIDA"
                   TO TEXTO-AVISO
               WRITE REL-SAI FROM LIN-AVISO AFTER ADVANCING 1 LINE
           ELSE
               PERFORM CONFERE-NAO-FATURADAS
               CLOSE FATPLANO.
           ADD CT-SEM-PRECO TO CT-DIVERG.
           MOVE "VIDAS COBERTAS NAS ADESOES:" TO TEXTO-QTD.
           MOVE QTD-VIDA TO QTD-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 2 LINES.
           MOVE "VIDAS COBRADAS NA FATURA:" TO TEXTO-QTD.
           MOVE CT-FATURADAS TO QTD-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 1 LINE.
           MOVE "VALOR DA FATURA:" TO TEXTO-VALOR.
           MOVE AC-FATURA TO VALOR-LIN.
           WRITE REL-SAI FROM LIN-VALOR AFTER ADVANCING 1 LINE.
           MOVE "VALOR PELA TABELA:" TO TEXTO-VALOR.
           MOVE AC-ESPERADO TO VALOR-LIN.
           WRITE REL-SAI FROM LIN-VALOR AFTER ADVANCING 1 LINE.
           MOVE "FATURADAS SEM ADESAO:" TO TEXTO-QTD.
           MOVE CT-SEM-ADESAO TO QTD-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 1 LINE.
           MOVE "ADESOES NAO FATURADAS:" TO TEXTO-QTD.
           MOVE CT-NAO-FATURADA TO QTD-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 1 LINE.
           MOVE "DIFERENCAS DE PRECO:" TO TEXTO-QTD.
           MOVE CT-DIFERENCA TO QTD-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 1 LINE.
           MOVE "COBRANCAS DUPLICADAS:" TO TEXTO-QTD.
           MOVE CT-DUPLICADA TO QTD-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 1 LINE.
           MOVE "VIDAS SEM PRECO NA TABELA:" TO TEXTO-QTD.
           MOVE CT-SEM-PRECO TO QTD-LIN.
           WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 1 LINE.
           IF CT-OUTRA-COMP IS GREATER THAN ZEROES
               MOVE "LINHAS DE OUTRA COMPETENCIA:" TO TEXTO-QTD
               MOVE CT-OUTRA-COMP TO QTD-LIN
               WRITE REL-SAI FROM LIN-QTD AFTER ADVANCING 1 LINE.
           CLOSE RELFATP.

       COPY LEDATAMOV.

       COPY CALCPLANO.
