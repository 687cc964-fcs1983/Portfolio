       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0327.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       DIFERENCAS SALARIAIS RETROATIVAS. O ACORDO
      *               COLETIVO E ASSINADO MESES DEPOIS DA DATA-BASE;
      *               O REAJUSTE DO EM0108 RODA, POR EXEMPLO, EM
      *               OUTUBRO COM EFEITO DESDE MAIO, E NADA PAGAVA A
      *               DIFERENCA DOS MESES JA FECHADOS. ESTE JOB LE:
      *                 CADAUD.DAT  - OS REGISTROS DA RODADA DE
      *                   REAJUSTE (SALARIO ANTERIOR E NOVO DE CADA
      *                   MATRICULA);
      *                 ACUMANO.DAT - O QUE JA FOI PAGO EM CADA
      *                   COMPETENCIA (FOLHA E 13O, COM A PARCELA DE
      *                   FIXO E DE HORAS EXTRAS DE CADA RODADA).
      *               PARAMETROS NO RUNCTL (PROG "EM0327"):
      *                 PARM1 = DATA DA RODADA DE REAJUSTE EM CADAUD
      *                         (AAAAMMDD; ZERO = A MAIS RECENTE);
      *                 PARM2 = DATA-BASE DO ACORDO (AAAAMM),
      *                         OBRIGATORIA;
      *                 PARM3 = COMPETENCIA DA FOLHA QUE PAGA
      *                         (AAAAMM; ZERO = MES DA DATA DE
      *                         MOVIMENTO).
      *               ENTRAM AS COMPETENCIAS DA DATA-BASE ATE A
      *               ANTERIOR A DA RODADA DE REAJUSTE (A FOLHA DO
      *               PROPRIO MES JA SAI COM O SALARIO NOVO). PARA
      *               CADA RODADA PAGA NESSAS COMPETENCIAS, A
      *               DIFERENCA DO FIXO E DAS HORAS EXTRAS E O VALOR
      *               PAGO VEZES O PERCENTUAL DO REAJUSTE (NOVO /
      *               ANTERIOR - 1), DE MODO QUE MES PRORRATEADO
      *               RECEBE DIFERENCA PRORRATEADA; A 1A E A 2A
      *               PARCELA DO 13O ENTRAM PELA PARCELA DE FIXO DE
      *               CADA UMA. A DIFERENCA DE INSS DE CADA RODADA E
      *               CALCULADA NA TABELA TABINSS VIGENTE NA SUA
      *               COMPETENCIA (A 1A PARCELA DO 13O NAO TEM INSS).
      *               FERIAS E RETROATIVOS JA PAGOS NAO ENTRAM.
      *               COMPETENCIA GRAVADA ANTES DO DETALHAMENTO DO
      *               ACUMANO (SEM TIPO) ASSUME COMO FIXO PAGO O
      *               SALARIO ANTERIOR, UMA VEZ POR MES, E SAI MARCADA
      *               COM "*" NO EXTRATO.
      *               SAIDAS: RETROMOV.DAT (COPY RETROMOV), UM
      *               REGISTRO POR MATRICULA COM O TOTAL, O INSS E A
      *               QUANTIDADE DE MESES, QUE O EM0306 PAGA EM LINHA
      *               PROPRIA NA FOLHA NORMAL DA COMPETENCIA; E
      *               RELRETRO, O EXTRATO POR FUNCIONARIO (UMA PAGINA
      *               CADA) MES A MES, MAIS O RESUMO DA RODADA.
      *               CADAUD OU ACUMANO AUSENTE, RODADA SEM REGISTROS
      *               OU DATA-BASE NAO INFORMADA ENCERRAM COM
      *               RETURN-CODE 16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAUD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUD.

           SELECT ACUMANO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACUM.

           SELECT TABINSS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INSS.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT TRAB ASSIGN TO DISK.

           SELECT RETROMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETRO.

           SELECT RELRETRO ASSIGN TO DISK.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       FD CADAUD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADAUD.DAT".

       01 REG-AUD.
           02 COD-AUD      PIC 9(05).
           02 SAL-ANT-AUD  PIC 9(07)V99.
           02 PCT-AUD      PIC 9V99.
           02 SAL-NOVO-AUD PIC 9(07)V99.
           02 DATA-AUD     PIC 9(08).

       FD ACUMANO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ACUMANO.DAT".

       01 REG-ACUM.
           02 MAT-ACUM       PIC 9(05).
           02 ANOMES-ACUM    PIC 9(06).
           02 NOME-ACUM      PIC X(20).
           02 BRUTO-ACUM     PIC 9(09)V99.
           02 INSS-ACUM      PIC 9(07)V99.
           02 IRRF-ACUM      PIC 9(07)V99.
           02 LIQUIDO-ACUM   PIC 9(09)V99.
           02 TIPO-ACUM      PIC X(01).
           02 FIXO-ACUM      PIC 9(07)V99.
           02 HORAS-ACUM     PIC 9(07)V99.

       FD TABINSS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TABINSS.DAT".

       01 REG-INSS.
           02 VIG-INSS       PIC 9(08).
           02 LIM-INSS       PIC 9(07)V99.
           02 PCT-INSS       PIC 9V9999.

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".

       01 REG-RUNCTL.
           02 PROG-RUNCTL    PIC X(06).
           02 PARM1-RUNCTL   PIC 9(07)V99.
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

       SD TRAB.

       01 REG-TRAB.
           02 MAT-TRAB       PIC 9(05).
           02 ANOMES-TRAB    PIC 9(06).
           02 TIPO-TRAB      PIC X(01).
           02 NOME-TRAB      PIC X(20).
           02 BRUTO-TRAB     PIC 9(09)V99.
           02 FIXO-TRAB      PIC 9(07)V99.
           02 HORAS-TRAB     PIC 9(07)V99.

       COPY RETROMOV.

       FD RELRETRO
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-AUD            PIC X(03) VALUE "NAO".
       77 FIM-ACUM           PIC X(03) VALUE "NAO".
       77 FIM-INSS           PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FIM-TRAB           PIC X(03) VALUE "NAO".
       77 FS-AUD             PIC X(02) VALUE SPACES.
       77 FS-ACUM            PIC X(02) VALUE SPACES.
       77 FS-INSS            PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FS-RETRO           PIC X(02) VALUE SPACES.
       77 RODADA-REAJ        PIC 9(08) VALUE ZEROES.
       77 ANOMES-REAJ        PIC 9(06) VALUE ZEROES.
       77 DATA-BASE-REAJ     PIC 9(06) VALUE ZEROES.
       77 COMP-PAGTO         PIC 9(06) VALUE ZEROES.
       77 QTD-AUD            PIC 9(03) VALUE ZEROES.
       77 IDX-AUD            PIC 9(03) VALUE ZEROES.
       77 POS-AUD            PIC 9(03) VALUE ZEROES.
       77 QTD-INSS           PIC 9(03) VALUE ZEROES.
       77 IDX-INSS           PIC 9(03) VALUE ZEROES.
       77 VIG-SEL-INSS       PIC 9(08) VALUE ZEROES.
       77 LIM-VIG-INSS       PIC 9(08) VALUE ZEROES.
       77 BASE-INSS          PIC 9(09)V99 VALUE ZEROES.
       77 INSS-CALC          PIC 9(07)V99 VALUE ZEROES.
       77 INSS-PAGO-CALC     PIC 9(07)V99 VALUE ZEROES.
       77 FATIA-INI          PIC 9(09)V99 VALUE ZEROES.
       77 FATIA-FIM          PIC 9(09)V99 VALUE ZEROES.
       77 FATIA-VALOR        PIC 9(09)V99 VALUE ZEROES.
       77 MAT-ANT            PIC 9(05) VALUE ZEROES.
       77 ANOMES-ANT         PIC 9(06) VALUE ZEROES.
       77 ANOMES-SEM-TIPO    PIC 9(06) VALUE ZEROES.
       77 PRIMEIRO           PIC 9     VALUE 1.
       77 SEM-DETALHE        PIC 9     VALUE ZEROES.
       77 CONTA-REGISTRO     PIC 9     VALUE ZEROES.
       77 FIXO-PAGO          PIC 9(07)V99 VALUE ZEROES.
       77 DIF-FIXO           PIC 9(07)V99 VALUE ZEROES.
       77 DIF-HORAS          PIC 9(07)V99 VALUE ZEROES.
       77 DIF-INSS           PIC 9(07)V99 VALUE ZEROES.
       77 DIF-FUNC           PIC 9(07)V99 VALUE ZEROES.
       77 INSS-FUNC          PIC 9(07)V99 VALUE ZEROES.
       77 MESES-FUNC         PIC 9(02) VALUE ZEROES.
       77 INI-FUNC           PIC 9(06) VALUE ZEROES.
       77 FIM-FUNC           PIC 9(06) VALUE ZEROES.
       77 TEM-ESTIMADO       PIC 9     VALUE ZEROES.
       77 TOT-DIF            PIC 9(11)V99 VALUE ZEROES.
       77 TOT-INSS           PIC 9(11)V99 VALUE ZEROES.
       77 CT-FUNC-RETRO      PIC 9(05) VALUE ZEROES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

       COPY WSDATAMOV.

      * RODADA DE REAJUSTE SELECIONADA, UMA ENTRADA POR MATRICULA.
       01 TAB-AUD.
           02 ENT-AUD OCCURS 300 TIMES.
               03 COD-AUD-TAB    PIC 9(05).
               03 ANT-AUD-TAB    PIC 9(07)V99.
               03 NOVO-AUD-TAB   PIC 9(07)V99.

      * TODAS AS VIGENCIAS DE TABINSS: CADA COMPETENCIA USA A SUA.
       01 TAB-INSS.
           02 ENT-INSS OCCURS 100 TIMES.
               03 VIG-INSS-TAB   PIC 9(08).
               03 LIM-INSS-TAB   PIC 9(07)V99.
               03 PCT-INSS-TAB   PIC 9V9999.

       01 EXT-TITULO.
           02 FILLER         PIC X(31) VALUE
                             "DIFERENCAS RETROATIVAS - MATR. ".
           02 MAT-EXT-TIT    PIC 9(05).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NOME-EXT-TIT   PIC X(20).
           02 FILLER         PIC X(22) VALUE SPACES.

       01 EXT-SALARIO.
           02 FILLER         PIC X(18) VALUE "SALARIO ANTERIOR: ".
           02 SAL-ANT-EXT    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(08) VALUE "  NOVO: ".
           02 SAL-NOVO-EXT   PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(13) VALUE "  DATA-BASE: ".
           02 BASE-EXT       PIC 9999/99.
           02 FILLER         PIC X(08) VALUE SPACES.

       01 EXT-CAB.
           02 FILLER         PIC X(40) VALUE
                  "COMPET.  VERBA              PAGO        ".
           02 FILLER         PIC X(40) VALUE
                  "  DEVIDO DIFERENCA   DIF. INSS          ".

       01 EXT-DET.
           02 COMP-EXT       PIC 9999/99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 VERBA-EXT      PIC X(12).
           02 PAGO-EXT       PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DEVIDO-EXT     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DIF-EXT        PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 INSS-EXT       PIC ZZ.ZZ9,99 BLANK WHEN ZERO.
           02 FILLER         PIC X(10) VALUE SPACES.

       01 EXT-TOTAL.
           02 FILLER         PIC X(18) VALUE "TOTAL DIFERENCAS: ".
           02 TOT-DIF-EXT    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(08) VALUE "  INSS: ".
           02 TOT-INSS-EXT   PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(09) VALUE "  MESES: ".
           02 MESES-EXT      PIC Z9.
           02 FILLER         PIC X(17) VALUE SPACES.

       01 EXT-PAGTO.
           02 FILLER         PIC X(34) VALUE
                             "PAGAMENTO NA FOLHA DA COMPETENCIA ".
           02 COMP-PAG-EXT   PIC 9999/99.
           02 FILLER         PIC X(39) VALUE SPACES.

       01 EXT-NOTA.
           02 FILLER         PIC X(40) VALUE
                  "* COMPETENCIA SEM DETALHE NO ACUMANO - A".
           02 FILLER         PIC X(40) VALUE
                  "SSUMIDO O SALARIO ANTERIOR COMO FIXO    ".

       01 RES-TITULO.
           02 FILLER         PIC X(40) VALUE
                  "RESUMO DAS DIFERENCAS RETROATIVAS - RODA".
           02 FILLER         PIC X(04) VALUE "DA: ".
           02 RODADA-RES     PIC 9(08).
           02 FILLER         PIC X(28) VALUE SPACES.

       01 RES-TOTAL.
           02 FILLER         PIC X(14) VALUE "FUNCIONARIOS: ".
           02 CT-RES         PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  DIFERENCAS: ".
           02 TOT-DIF-RES    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(08) VALUE "  INSS: ".
           02 TOT-INSS-RES   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.

       EM03-27.
           SORT TRAB
               ASCENDING KEY MAT-TRAB
               ASCENDING KEY ANOMES-TRAB
               ASCENDING KEY TIPO-TRAB
               INPUT  PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       ROT-ENTRADA SECTION.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           MOVE DATA-RODADA-X(1:6) TO COMP-PAGTO.
           PERFORM CARGA-RUNCTL.
           IF DATA-BASE-REAJ EQUAL ZEROES
               DISPLAY "EM0327 - DATA-BASE NAO INFORMADA NO RUNCTL "
                       "(PARM2) - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM CARGA-CADAUD.
           PERFORM CARGA-TABINSS.
           OPEN INPUT ACUMANO.
           IF FS-ACUM NOT EQUAL "00"
               DISPLAY "ACUMANO NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-ACUM
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-ACUM.
           PERFORM SOLTA-ACUM UNTIL FIM-ACUM EQUAL "SIM".
           CLOSE ACUMANO.

       CARGA-RUNCTL SECTION.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0327"
               IF PROG-RUNCTL EQUAL "EM0327"
                   MOVE PARM1-RUNCTL TO RODADA-REAJ
                   MOVE PARM2-RUNCTL TO DATA-BASE-REAJ
                   IF PARM3-RUNCTL NOT EQUAL ZEROES
                       MOVE PARM3-RUNCTL TO COMP-PAGTO
                   END-IF
               END-IF
               CLOSE RUNCTL
           END-IF.

       LE-RUNCTL SECTION.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

      * SEM RODADA INFORMADA, VALE A MAIS RECENTE DE CADAUD: UMA
      * PRIMEIRA PASSADA ACHA A DATA, A SEGUNDA CARREGA A RODADA.
       CARGA-CADAUD SECTION.
           OPEN INPUT CADAUD.
           IF FS-AUD NOT EQUAL "00"
               DISPLAY "CADAUD NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-AUD
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF RODADA-REAJ EQUAL ZEROES
               PERFORM ACHA-RODADA UNTIL FIM-AUD EQUAL "SIM"
               CLOSE CADAUD
               MOVE "NAO" TO FIM-AUD
               OPEN INPUT CADAUD.
           PERFORM LE-AUD UNTIL FIM-AUD EQUAL "SIM".
           CLOSE CADAUD.
           IF QTD-AUD EQUAL ZEROES
               DISPLAY "CADAUD SEM REGISTROS DA RODADA " RODADA-REAJ
                       " - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           DIVIDE RODADA-REAJ BY 100 GIVING ANOMES-REAJ.

       ACHA-RODADA SECTION.
           READ CADAUD AT END MOVE "SIM" TO FIM-AUD.
           IF FIM-AUD NOT EQUAL "SIM"
               IF DATA-AUD IS GREATER THAN RODADA-REAJ
                   MOVE DATA-AUD TO RODADA-REAJ.

       LE-AUD SECTION.
           READ CADAUD AT END MOVE "SIM" TO FIM-AUD.
           IF FIM-AUD NOT EQUAL "SIM" AND DATA-AUD EQUAL RODADA-REAJ
               IF QTD-AUD GREATER THAN OR EQUAL TO 300
                   DISPLAY "CADAUD EXCEDE LIMITE DE 300 MATRICULAS "
                           "NA RODADA - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-AUD
                   MOVE COD-AUD TO COD-AUD-TAB(QTD-AUD)
                   MOVE SAL-ANT-AUD TO ANT-AUD-TAB(QTD-AUD)
                   MOVE SAL-NOVO-AUD TO NOVO-AUD-TAB(QTD-AUD)
               END-IF.

      * SEM TABINSS A DIFERENCA SAI SEM INSS (AVISADO).
       CARGA-TABINSS SECTION.
           OPEN INPUT TABINSS.
           IF FS-INSS EQUAL "00"
               PERFORM LE-TABINSS UNTIL FIM-INSS EQUAL "SIM"
               CLOSE TABINSS
           ELSE
               DISPLAY "EM0327 - SEM TABINSS - DIFERENCAS SEM INSS".

       LE-TABINSS SECTION.
           READ TABINSS AT END MOVE "SIM" TO FIM-INSS.
           IF FIM-INSS NOT EQUAL "SIM"
               IF QTD-INSS GREATER THAN OR EQUAL TO 100
                   DISPLAY "TABINSS EXCEDE LIMITE DE 100 FAIXAS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-INSS
                   MOVE VIG-INSS TO VIG-INSS-TAB(QTD-INSS)
                   MOVE LIM-INSS TO LIM-INSS-TAB(QTD-INSS)
                   MOVE PCT-INSS TO PCT-INSS-TAB(QTD-INSS).

       LE-ACUM SECTION.
           READ ACUMANO AT END MOVE "SIM" TO FIM-ACUM.

      * SO AS RODADAS DE FOLHA E 13O (OU SEM TIPO) DAS MATRICULAS
      * REAJUSTADAS, DA DATA-BASE ATE O MES ANTERIOR AO REAJUSTE.
       SOLTA-ACUM SECTION.
           IF ANOMES-ACUM IS NOT LESS THAN DATA-BASE-REAJ AND
              ANOMES-ACUM IS LESS THAN ANOMES-REAJ AND
              (TIPO-ACUM EQUAL "F" OR TIPO-ACUM EQUAL "1" OR
               TIPO-ACUM EQUAL "2" OR TIPO-ACUM EQUAL SPACE)
               MOVE MAT-ACUM TO MAT-ANT
               PERFORM PROCURA-AUD
               IF POS-AUD IS GREATER THAN ZEROES
                   MOVE MAT-ACUM TO MAT-TRAB
                   MOVE ANOMES-ACUM TO ANOMES-TRAB
                   MOVE TIPO-ACUM TO TIPO-TRAB
                   MOVE NOME-ACUM TO NOME-TRAB
                   MOVE BRUTO-ACUM TO BRUTO-TRAB
                   IF TIPO-ACUM EQUAL SPACE
                       MOVE ZEROES TO FIXO-TRAB HORAS-TRAB
                   ELSE
                       MOVE FIXO-ACUM TO FIXO-TRAB
                       MOVE HORAS-ACUM TO HORAS-TRAB
                   END-IF
                   RELEASE REG-TRAB.
           PERFORM LE-ACUM.

       PROCURA-AUD SECTION.
           MOVE ZEROES TO POS-AUD IDX-AUD.
           PERFORM TESTA-AUD QTD-AUD TIMES.

       TESTA-AUD SECTION.
           ADD 1 TO IDX-AUD.
           IF COD-AUD-TAB(IDX-AUD) EQUAL MAT-ANT
               MOVE IDX-AUD TO POS-AUD.

       ROT-SAIDA SECTION.
           OPEN OUTPUT RETROMOV
                       RELRETRO.
           PERFORM LE-TRAB.
           PERFORM PRINCIPAL UNTIL FIM-TRAB EQUAL "SIM".
           IF PRIMEIRO EQUAL ZEROES
               PERFORM FECHA-FUNCIONARIO.
           PERFORM IMPRIME-RESUMO.
           CLOSE RETROMOV
                 RELRETRO.
           DISPLAY "EM0327 - RODADA " RODADA-REAJ " - "
                   CT-FUNC-RETRO " FUNCIONARIOS COM RETROATIVO".

       LE-TRAB SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

       PRINCIPAL SECTION.
           IF PRIMEIRO EQUAL 1
               MOVE ZEROES TO PRIMEIRO
               PERFORM ABRE-FUNCIONARIO
           ELSE
               IF MAT-TRAB NOT EQUAL MAT-ANT
                   PERFORM FECHA-FUNCIONARIO
                   PERFORM ABRE-FUNCIONARIO.
           PERFORM CALCULA-DIFERENCA.
           PERFORM LE-TRAB.

      * CADA FUNCIONARIO COMECA O EXTRATO EM PAGINA NOVA.
       ABRE-FUNCIONARIO SECTION.
           MOVE MAT-TRAB TO MAT-ANT.
           PERFORM PROCURA-AUD.
           MOVE ZEROES TO DIF-FUNC INSS-FUNC MESES-FUNC INI-FUNC
                          FIM-FUNC ANOMES-ANT ANOMES-SEM-TIPO
                          TEM-ESTIMADO.
           MOVE MAT-TRAB TO MAT-EXT-TIT.
           MOVE NOME-TRAB TO NOME-EXT-TIT.
           IF CT-FUNC-RETRO EQUAL ZEROES
               WRITE REL-SAI FROM EXT-TITULO AFTER ADVANCING 1 LINE
           ELSE
               WRITE REL-SAI FROM EXT-TITULO AFTER ADVANCING PAGE.
           ADD 1 TO CT-FUNC-RETRO.
           MOVE ANT-AUD-TAB(POS-AUD) TO SAL-ANT-EXT.
           MOVE NOVO-AUD-TAB(POS-AUD) TO SAL-NOVO-EXT.
           MOVE DATA-BASE-REAJ TO BASE-EXT.
           WRITE REL-SAI FROM EXT-SALARIO AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM EXT-CAB AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.

      * DIFERENCA DE UMA RODADA PAGA: PARCELA PAGA X (NOVO - ANTERIOR)
      * / ANTERIOR, NO FIXO E NAS HORAS EXTRAS; O INSS DA DIFERENCA E
      * O INSS DO BRUTO CORRIGIDO MENOS O DO BRUTO PAGO, NA TABELA DA
      * COMPETENCIA.
       CALCULA-DIFERENCA SECTION.
           MOVE 1 TO CONTA-REGISTRO.
           MOVE ZEROES TO SEM-DETALHE DIF-FIXO DIF-HORAS DIF-INSS.
           MOVE FIXO-TRAB TO FIXO-PAGO.
           IF TIPO-TRAB EQUAL SPACE
               IF ANOMES-TRAB EQUAL ANOMES-SEM-TIPO
                   MOVE ZEROES TO CONTA-REGISTRO
               ELSE
                   MOVE ANOMES-TRAB TO ANOMES-SEM-TIPO
                   MOVE 1 TO SEM-DETALHE TEM-ESTIMADO
                   MOVE ANT-AUD-TAB(POS-AUD) TO FIXO-PAGO
               END-IF
           END-IF.
           IF CONTA-REGISTRO EQUAL 1 AND
              ANT-AUD-TAB(POS-AUD) IS GREATER THAN ZEROES AND
              NOVO-AUD-TAB(POS-AUD) IS GREATER THAN
              ANT-AUD-TAB(POS-AUD)
               COMPUTE DIF-FIXO ROUNDED = FIXO-PAGO
                   * (NOVO-AUD-TAB(POS-AUD) - ANT-AUD-TAB(POS-AUD))
                   / ANT-AUD-TAB(POS-AUD)
               COMPUTE DIF-HORAS ROUNDED = HORAS-TRAB
                   * (NOVO-AUD-TAB(POS-AUD) - ANT-AUD-TAB(POS-AUD))
                   / ANT-AUD-TAB(POS-AUD)
               IF TIPO-TRAB NOT EQUAL "1"
                   PERFORM CALCULA-DIF-INSS
               END-IF
               PERFORM IMPRIME-DIFERENCA
               PERFORM ACUMULA-DIFERENCA
           END-IF.

       CALCULA-DIF-INSS SECTION.
           MOVE BRUTO-TRAB TO BASE-INSS.
           PERFORM CALCULA-INSS-COMP.
           MOVE INSS-CALC TO INSS-PAGO-CALC.
           COMPUTE BASE-INSS = BRUTO-TRAB + DIF-FIXO + DIF-HORAS.
           PERFORM CALCULA-INSS-COMP.
           IF INSS-CALC IS GREATER THAN INSS-PAGO-CALC
               COMPUTE DIF-INSS = INSS-CALC - INSS-PAGO-CALC.

      * INSS PROGRESSIVO POR FATIAS, NA VIGENCIA MAIS RECENTE QUE NAO
      * SEJA POSTERIOR AO FIM DA COMPETENCIA DA RODADA PAGA.
       CALCULA-INSS-COMP SECTION.
           COMPUTE LIM-VIG-INSS = ANOMES-TRAB * 100 + 31.
           MOVE ZEROES TO VIG-SEL-INSS IDX-INSS.
           PERFORM ACHA-VIG-INSS QTD-INSS TIMES.
           MOVE ZEROES TO INSS-CALC FATIA-INI IDX-INSS.
           PERFORM SOMA-FATIA-INSS QTD-INSS TIMES.

       ACHA-VIG-INSS SECTION.
           ADD 1 TO IDX-INSS.
           IF VIG-INSS-TAB(IDX-INSS) IS NOT GREATER THAN LIM-VIG-INSS
              AND VIG-INSS-TAB(IDX-INSS) IS GREATER THAN VIG-SEL-INSS
               MOVE VIG-INSS-TAB(IDX-INSS) TO VIG-SEL-INSS.

       SOMA-FATIA-INSS SECTION.
           ADD 1 TO IDX-INSS.
           IF VIG-INSS-TAB(IDX-INSS) EQUAL VIG-SEL-INSS AND
              FATIA-INI IS LESS THAN BASE-INSS
               IF BASE-INSS IS LESS THAN LIM-INSS-TAB(IDX-INSS)
                   MOVE BASE-INSS TO FATIA-FIM
               ELSE
                   MOVE LIM-INSS-TAB(IDX-INSS) TO FATIA-FIM
               END-IF
               SUBTRACT FATIA-INI FROM FATIA-FIM GIVING FATIA-VALOR
               COMPUTE INSS-CALC = INSS-CALC
                   + FATIA-VALOR * PCT-INSS-TAB(IDX-INSS)
               MOVE LIM-INSS-TAB(IDX-INSS) TO FATIA-INI.

       IMPRIME-DIFERENCA SECTION.
           MOVE ANOMES-TRAB TO COMP-EXT.
           EVALUATE TIPO-TRAB
               WHEN "F" MOVE "FIXO"        TO VERBA-EXT
               WHEN "1" MOVE "13O 1A PARC" TO VERBA-EXT
               WHEN "2" MOVE "13O 2A PARC" TO VERBA-EXT
               WHEN OTHER MOVE "FIXO *"    TO VERBA-EXT
           END-EVALUATE.
           MOVE FIXO-PAGO TO PAGO-EXT.
           COMPUTE DEVIDO-EXT = FIXO-PAGO + DIF-FIXO.
           MOVE DIF-FIXO TO DIF-EXT.
           MOVE DIF-INSS TO INSS-EXT.
           WRITE REL-SAI FROM EXT-DET AFTER ADVANCING 1 LINE.
           IF HORAS-TRAB IS GREATER THAN ZEROES
               MOVE "HORAS EXTRAS" TO VERBA-EXT
               MOVE HORAS-TRAB TO PAGO-EXT
               COMPUTE DEVIDO-EXT = HORAS-TRAB + DIF-HORAS
               MOVE DIF-HORAS TO DIF-EXT
               MOVE ZEROES TO INSS-EXT
               WRITE REL-SAI FROM EXT-DET AFTER ADVANCING 1 LINE.

      * MESES = COMPETENCIAS DISTINTAS COM DIFERENCA (O TRAB VEM EM
      * ORDEM DE COMPETENCIA DENTRO DA MATRICULA).
       ACUMULA-DIFERENCA SECTION.
           ADD DIF-FIXO DIF-HORAS TO DIF-FUNC.
           ADD DIF-INSS TO INSS-FUNC.
           IF ANOMES-TRAB NOT EQUAL ANOMES-ANT
               MOVE ANOMES-TRAB TO ANOMES-ANT
               ADD 1 TO MESES-FUNC
               IF INI-FUNC EQUAL ZEROES
                   MOVE ANOMES-TRAB TO INI-FUNC
               END-IF
               MOVE ANOMES-TRAB TO FIM-FUNC
           END-IF.

       FECHA-FUNCIONARIO SECTION.
           MOVE DIF-FUNC TO TOT-DIF-EXT.
           MOVE INSS-FUNC TO TOT-INSS-EXT.
           MOVE MESES-FUNC TO MESES-EXT.
           WRITE REL-SAI FROM EXT-TOTAL AFTER ADVANCING 2 LINES.
           IF TEM-ESTIMADO EQUAL 1
               WRITE REL-SAI FROM EXT-NOTA AFTER ADVANCING 1 LINE.
           IF DIF-FUNC IS GREATER THAN ZEROES
               MOVE COMP-PAGTO TO COMP-PAG-EXT
               WRITE REL-SAI FROM EXT-PAGTO AFTER ADVANCING 1 LINE
               PERFORM GRAVA-RETRO.

       GRAVA-RETRO SECTION.
           MOVE MAT-ANT TO MAT-RET.
           MOVE COMP-PAGTO TO COMP-RET.
           MOVE INI-FUNC TO INI-RET.
           MOVE FIM-FUNC TO FIM-RET.
           MOVE MESES-FUNC TO MESES-RET.
           MOVE DIF-FUNC TO VALOR-RET.
           MOVE INSS-FUNC TO INSS-RET.
           WRITE REG-RETRO.
           ADD DIF-FUNC TO TOT-DIF.
           ADD INSS-FUNC TO TOT-INSS.

       IMPRIME-RESUMO SECTION.
           MOVE RODADA-REAJ TO RODADA-RES.
           IF CT-FUNC-RETRO EQUAL ZEROES
               WRITE REL-SAI FROM RES-TITULO AFTER ADVANCING 1 LINE
           ELSE
               WRITE REL-SAI FROM RES-TITULO AFTER ADVANCING PAGE.
           MOVE CT-FUNC-RETRO TO CT-RES.
           MOVE TOT-DIF TO TOT-DIF-RES.
           MOVE TOT-INSS TO TOT-INSS-RES.
           WRITE REL-SAI FROM RES-TOTAL AFTER ADVANCING 2 LINES.

       COPY LEDATAMOV.
