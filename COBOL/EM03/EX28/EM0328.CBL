       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0328.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       PROVISAO MENSAL DE 13O SALARIO E FERIAS. A
      *               CONTABILIDADE ESTIMAVA A PROVISAO EM PLANILHA
      *               PELA LOTACAO DO DEPTS. ESTE JOB FECHA A
      *               COMPETENCIA NO RAZAO LEDGPROV.DAT (COPY
      *               LEDGPROV, EM EXTEND), FUNCIONARIO A FUNCIONARIO:
      *                 - PROVISAO ("P"): 1/12 DA REMUNERACAO PARA O
      *                   13O E 1/12 DA REMUNERACAO + 1/3 PARA AS
      *                   FERIAS, MAIS INSS PATRONAL E FGTS (8%) SOBRE
      *                   AS DUAS. A REMUNERACAO E FIXO-FUNC (SEM FIXO,
      *                   SAL-FUNC) MAIS A COMISSAO DO MES (VENDAS-FUNC
      *                   X 10%), COMO NO EM0323, MAIS AS HORAS EXTRAS
      *                   PAGAS NA FOLHA DA COMPETENCIA (ACUMANO, TIPO
      *                   "F"). ADMITIDO DEPOIS DO DIA 16 NAO TEM O AVO
      *                   DO MES (MENOS DE 15 DIAS);
      *                 - BAIXAS PELO QUE FOI PAGO NA COMPETENCIA, LIDO
      *                   DO ACUMANO: 1A PARCELA DO 13O ("1", ATE O
      *                   VALOR PAGO), 2A PARCELA ("2", ZERA O SALDO DO
      *                   13O) E FERIAS ("V", ATE O VALOR PAGO); OS
      *                   ENCARGOS SAO BAIXADOS NA MESMA PROPORCAO DO
      *                   PRINCIPAL;
      *                 - BAIXA DE TODO O SALDO ("R") DO FUNCIONARIO
      *                   DESLIGADO NA COMPETENCIA, RECONHECIDO PELO
      *                   DEPOSITO DE RESCISAO DO EM0312 NO LEDGFGTS.
      *                   DESLIGADO EM COMPETENCIA ANTERIOR NAO E MAIS
      *                   PROVISIONADO.
      *               PARAMETROS NO RUNCTL (PROG "EM0328"):
      *                 PARM1 = COMPETENCIA AAAAMM (ZERO = MES DA DATA
      *                         DE MOVIMENTO);
      *                 PARM2 = ALIQUOTA DO INSS PATRONAL EM % (COM
      *                         RAT E TERCEIROS; ZERO = 20,00).
      *               O RELATORIO RELPROV MOSTRA POR DEPARTAMENTO O
      *               SALDO ANTERIOR, A PROVISAO DO MES, AS BAIXAS E O
      *               SALDO ATUAL, E A COMPOSICAO DO SALDO (13O,
      *               FERIAS, INSS E FGTS); OS NOMES SAEM DO DEPTS.DAT,
      *               OPCIONAL. O EM0414 EXPORTA PROVISOES E BAIXAS
      *               PARA A CONTABILIDADE. CADFUNC AUSENTE OU VAZIO,
      *               OU COMPETENCIA JA PROVISIONADA (OU ANTERIOR A
      *               ULTIMA PROVISIONADA) ENCERRAM COM RETURN-CODE 16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FUNC.

           SELECT LEDGPROV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROV.

           SELECT ACUMANO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACUM.

           SELECT LEDGFGTS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FGTS.

           SELECT DEPTS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEPTS.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT RELPROV ASSIGN TO DISK.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       FD CADFUNC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFUNC.DAT".

       01 REG-FUNC.
           02 MAT-FUNC       PIC 9(05).
           02 NOME-FUNC      PIC X(30).
           02 ADMI-FUNC      PIC 9(08).
           02 SAL-FUNC       PIC 9(07)V99.
           02 DEPT-FUNC      PIC X.
           02 SEC-FUNC       PIC X.
           02 CONTA-FUNC     PIC 9(10).
           02 FIXO-FUNC      PIC 9(07)V99.
           02 VENDAS-FUNC    PIC 9(07)V99.
           02 DESC-FUNC      PIC 9(05)V99.

       COPY LEDGPROV.

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

       COPY LEDGFGTS.

       FD DEPTS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEPTS.DAT".

       01 REG-DEPTS.
           02 DEPT-COD-DEPTS PIC 9(02).
           02 NOME-DEPTS     PIC X(20).
           02 RESP-DEPTS     PIC X(20).
           02 LOTACAO-DEPTS  PIC 9(04).
           02 ORCAMENTO-DEPTS PIC 9(09)V99.

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".

       01 REG-RUNCTL.
           02 PROG-RUNCTL    PIC X(06).
           02 PARM1-RUNCTL   PIC 9(07)V99.
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

       FD RELPROV
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-FUNC           PIC X(03) VALUE "NAO".
       77 FIM-PROV           PIC X(03) VALUE "NAO".
       77 FIM-ACUM           PIC X(03) VALUE "NAO".
       77 FIM-FGTS           PIC X(03) VALUE "NAO".
       77 FIM-DEPTS          PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FS-FUNC            PIC X(02) VALUE SPACES.
       77 FS-PROV            PIC X(02) VALUE SPACES.
       77 FS-ACUM            PIC X(02) VALUE SPACES.
       77 FS-FGTS            PIC X(02) VALUE SPACES.
       77 FS-DEPTS           PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 COMPETENCIA        PIC 9(06) VALUE ZEROES.
       77 LIMITE-ADM         PIC 9(08) VALUE ZEROES.
       77 PCT-INSS-PAT       PIC 9(03)V99 VALUE 20,00.
       77 PCT-FGTS           PIC V99   VALUE ,08.
       77 TAXA-COMISSAO      PIC V99   VALUE ,10.
       77 QTD-PROV           PIC 9(03) VALUE ZEROES.
       77 IDX-PROV           PIC 9(03) VALUE ZEROES.
       77 POS-PROV           PIC 9(03) VALUE ZEROES.
       77 MAT-PROCURA        PIC 9(05) VALUE ZEROES.
       77 QTD-PAGTO          PIC 9(03) VALUE ZEROES.
       77 IDX-PAGTO          PIC 9(03) VALUE ZEROES.
       77 QTD-DEPTS          PIC 9(03) VALUE ZEROES.
       77 IDX-DEPTS          PIC 9(03) VALUE ZEROES.
       77 QTD-DEP            PIC 9(02) VALUE ZEROES.
       77 IDX-DEP            PIC 9(02) VALUE ZEROES.
       77 POS-DEP            PIC 9(02) VALUE ZEROES.
       77 DEPT-ULT-IMP       PIC X(01) VALUE LOW-VALUE.
       77 DEPT-PROX          PIC X(01) VALUE HIGH-VALUE.
       77 REMUN-CALC         PIC 9(07)V99 VALUE ZEROES.
       77 DEC13-CALC         PIC 9(07)V99 VALUE ZEROES.
       77 FERIAS-CALC        PIC 9(07)V99 VALUE ZEROES.
       77 INSS-CALC          PIC 9(07)V99 VALUE ZEROES.
       77 FGTS-CALC          PIC 9(07)V99 VALUE ZEROES.
       77 TIPO-BAIXA         PIC X(01) VALUE SPACES.
       77 BAIXA-13           PIC 9(07)V99 VALUE ZEROES.
       77 BAIXA-FER          PIC 9(07)V99 VALUE ZEROES.
       77 BAIXA-INSS         PIC 9(07)V99 VALUE ZEROES.
       77 BAIXA-FGTS         PIC 9(07)V99 VALUE ZEROES.
       77 PRINCIPAL-SALDO    PIC S9(09)V99 VALUE ZEROES.
       77 CT-PROVISIONADOS   PIC 9(05) VALUE ZEROES.
       77 CT-BAIXAS          PIC 9(05) VALUE ZEROES.
       77 TOT-ANT            PIC S9(11)V99 VALUE ZEROES.
       77 TOT-PROVM          PIC 9(11)V99 VALUE ZEROES.
       77 TOT-BAIXAM         PIC 9(11)V99 VALUE ZEROES.
       77 TOT-ATUAL          PIC S9(11)V99 VALUE ZEROES.
       77 TOT-S13            PIC S9(11)V99 VALUE ZEROES.
       77 TOT-SFER           PIC S9(11)V99 VALUE ZEROES.
       77 TOT-SINSS          PIC S9(11)V99 VALUE ZEROES.
       77 TOT-SFGTS          PIC S9(11)V99 VALUE ZEROES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

       01 DEPT-X-CALC        PIC X(01) VALUE SPACES.
       01 DEPT-N-CALC REDEFINES DEPT-X-CALC PIC 9(01).

       COPY WSDATAMOV.

      * UMA ENTRADA POR MATRICULA DO CADFUNC OU COM SALDO NO RAZAO.
      * RESC-TAB: "M" = DESLIGADO NA COMPETENCIA, "A" = DESLIGADO EM
      * COMPETENCIA ANTERIOR. ANT/PROVM/BAIXAM-TAB = SALDO ANTERIOR,
      * PROVISAO E BAIXAS DA COMPETENCIA (TOTAIS DAS QUATRO PARCELAS).
       01 TAB-PROV.
           02 ENT-PROV OCCURS 500 TIMES.
               03 MAT-TAB        PIC 9(05).
               03 DEPT-TAB       PIC X(01).
               03 NA-FOLHA-TAB   PIC 9(01).
               03 ADMI-TAB       PIC 9(08).
               03 REMUN-TAB      PIC 9(07)V99.
               03 HORAS-TAB      PIC 9(07)V99.
               03 RESC-TAB       PIC X(01).
               03 S13-TAB        PIC S9(09)V99.
               03 SFER-TAB       PIC S9(09)V99.
               03 SINSS-TAB      PIC S9(09)V99.
               03 SFGTS-TAB      PIC S9(09)V99.
               03 ANT-TAB        PIC S9(09)V99.
               03 PROVM-TAB      PIC 9(09)V99.
               03 BAIXAM-TAB     PIC 9(09)V99.

      * PAGAMENTOS DE 13O E FERIAS DA COMPETENCIA (ACUMANO).
       01 TAB-PAGTO.
           02 ENT-PAGTO OCCURS 500 TIMES.
               03 MAT-PAG-TAB    PIC 9(05).
               03 TIPO-PAG-TAB   PIC X(01).
               03 VALOR-PAG-TAB  PIC 9(09)V99.

       01 TAB-DEPTS.
           02 ENT-DEPTS OCCURS 99 TIMES.
               03 COD-DEPTS-TAB  PIC 9(02).
               03 NOME-DEPTS-TAB PIC X(20).

       01 TAB-DEP.
           02 ENT-DEP OCCURS 40 TIMES.
               03 DEPT-DEP-TAB   PIC X(01).
               03 NOME-DEP-TAB   PIC X(15).
               03 ANT-DEP-TAB    PIC S9(11)V99.
               03 PROVM-DEP-TAB  PIC 9(11)V99.
               03 BAIXAM-DEP-TAB PIC 9(11)V99.
               03 S13-DEP-TAB    PIC S9(11)V99.
               03 SFER-DEP-TAB   PIC S9(11)V99.
               03 SINSS-DEP-TAB  PIC S9(11)V99.
               03 SFGTS-DEP-TAB  PIC S9(11)V99.

       01 LIN-TITULO.
           02 FILLER         PIC X(47) VALUE
               "PROVISAO DE 13O SALARIO E FERIAS - COMPETENCIA ".
           02 COMP-TIT       PIC 9999/99.
           02 FILLER         PIC X(26) VALUE SPACES.

       01 LIN-QUADRO.
           02 TITULO-QUADRO  PIC X(50).
           02 FILLER         PIC X(30) VALUE SPACES.

       01 CAB-MOVIMENTO.
           02 FILLER         PIC X(40) VALUE
                  "DEPTO NOME           SALDO ANTERIOR  PRO".
           02 FILLER         PIC X(40) VALUE
                  "VISAO MES        BAIXAS   SALDO ATUAL   ".

       01 CAB-COMPOSICAO.
           02 FILLER         PIC X(40) VALUE
                  "DEPTO NOME              13O SALARIO  FER".
           02 FILLER         PIC X(40) VALUE
                  "IAS + 1/3 INSS PATRONAL          FGTS   ".

       01 DET-DEP.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 DEPT-LIN       PIC X(01).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 NOME-LIN       PIC X(15).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VALOR1-LIN     PIC ZZ.ZZZ.ZZ9,99-.
           02 VALOR2-LIN     PIC ZZ.ZZZ.ZZ9,99-.
           02 VALOR3-LIN     PIC ZZ.ZZZ.ZZ9,99-.
           02 VALOR4-LIN     PIC ZZ.ZZZ.ZZ9,99-.
           02 FILLER         PIC X(02) VALUE SPACES.

       01 LIN-RESUMO.
           02 FILLER         PIC X(28) VALUE
                             "FUNCIONARIOS PROVISIONADOS: ".
           02 PROV-RES       PIC ZZ.ZZ9.
           02 FILLER         PIC X(10) VALUE "  BAIXAS: ".
           02 BAIXAS-RES     PIC ZZ.ZZ9.
           02 FILLER         PIC X(17) VALUE "  INSS PATRONAL: ".
           02 PCT-RES        PIC ZZ9,99.
           02 FILLER         PIC X(01) VALUE "%".
           02 FILLER         PIC X(06) VALUE SPACES.

       PROCEDURE DIVISION.

       EM03-28.
           PERFORM INICIO.
           MOVE ZEROES TO IDX-PROV.
           PERFORM PROVISIONA-FUNC QTD-PROV TIMES.
           MOVE ZEROES TO IDX-PAGTO.
           PERFORM BAIXA-PAGAMENTO QTD-PAGTO TIMES.
           MOVE ZEROES TO IDX-PROV.
           PERFORM BAIXA-RESCISAO QTD-PROV TIMES.
           MOVE ZEROES TO IDX-PROV.
           PERFORM ACUMULA-DEPTO QTD-PROV TIMES.
           PERFORM IMPRIME-RELATORIO.
           PERFORM FIM.
           MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           MOVE DATA-RODADA-X(1:6) TO COMPETENCIA.
           PERFORM CARGA-RUNCTL.
           COMPUTE LIMITE-ADM = COMPETENCIA * 100 + 16.
           PERFORM CARGA-CADFUNC.
           PERFORM CARGA-LEDGPROV.
           PERFORM CARGA-RESCISOES.
           PERFORM CARGA-ACUMANO.
           PERFORM CARGA-DEPTS.
           OPEN EXTEND LEDGPROV.
           IF FS-PROV EQUAL "35"
               CLOSE LEDGPROV
               OPEN OUTPUT LEDGPROV.
           OPEN OUTPUT RELPROV.

       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0328"
               IF PROG-RUNCTL EQUAL "EM0328"
                   IF PARM1-RUNCTL NOT EQUAL ZEROES
                       MOVE PARM1-RUNCTL TO COMPETENCIA
                   END-IF
                   IF PARM2-RUNCTL NOT EQUAL ZEROES
                       MOVE PARM2-RUNCTL TO PCT-INSS-PAT
                   END-IF
               END-IF
               CLOSE RUNCTL.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

       CARGA-CADFUNC.
           OPEN INPUT CADFUNC.
           IF FS-FUNC NOT EQUAL "00"
               DISPLAY "CADFUNC NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-FUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-FUNC UNTIL FIM-FUNC EQUAL "SIM".
           CLOSE CADFUNC.
           IF QTD-PROV EQUAL ZEROES
               DISPLAY "CADFUNC SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      * REMUNERACAO BASE DA PROVISAO: FIXO (SEM FIXO, SALARIO) MAIS
      * A COMISSAO DO MES; AS HORAS EXTRAS ENTRAM PELO ACUMANO.
       LE-FUNC.
           READ CADFUNC AT END
               MOVE "SIM" TO FIM-FUNC.
           IF FIM-FUNC NOT EQUAL "SIM"
               MOVE MAT-FUNC TO MAT-PROCURA
               PERFORM INCLUI-PROV
               MOVE 1 TO NA-FOLHA-TAB(POS-PROV)
               MOVE DEPT-FUNC TO DEPT-TAB(POS-PROV)
               MOVE ADMI-FUNC TO ADMI-TAB(POS-PROV)
               IF FIXO-FUNC EQUAL ZEROES
                   MOVE SAL-FUNC TO REMUN-TAB(POS-PROV)
               ELSE
                   MOVE FIXO-FUNC TO REMUN-TAB(POS-PROV)
               END-IF
               COMPUTE REMUN-TAB(POS-PROV) = REMUN-TAB(POS-PROV)
                   + VENDAS-FUNC * TAXA-COMISSAO.

      * SALDO DE CADA MATRICULA ATE A ULTIMA COMPETENCIA FECHADA; SEM
      * O RAZAO, E A PRIMEIRA PROVISAO. COMPETENCIA JA FECHADA NAO E
      * REPROCESSADA.
       CARGA-LEDGPROV.
           OPEN INPUT LEDGPROV.
           IF FS-PROV EQUAL "00"
               PERFORM LE-LEDGPROV UNTIL FIM-PROV EQUAL "SIM"
               CLOSE LEDGPROV
           ELSE
               DISPLAY "EM0328 - SEM LEDGPROV - PRIMEIRA PROVISAO".
           MOVE ZEROES TO IDX-PROV.
           PERFORM CALCULA-SALDO-ANT QTD-PROV TIMES.

       LE-LEDGPROV.
           READ LEDGPROV AT END
               MOVE "SIM" TO FIM-PROV.
           IF FIM-PROV NOT EQUAL "SIM"
               IF ANOMES-PROV IS NOT LESS THAN COMPETENCIA
                   DISPLAY "LEDGPROV JA TEM A COMPETENCIA "
                           COMPETENCIA " OU POSTERIOR - ENCERRANDO"
                   CLOSE LEDGPROV
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE MAT-PROV TO MAT-PROCURA
               PERFORM INCLUI-PROV
               IF NA-FOLHA-TAB(POS-PROV) EQUAL ZEROES
                   MOVE DEPT-PROV TO DEPT-TAB(POS-PROV)
               END-IF
               IF TIPO-PROV EQUAL "P"
                   ADD DEC13-PROV TO S13-TAB(POS-PROV)
                   ADD FERIAS-PROV TO SFER-TAB(POS-PROV)
                   ADD INSS-PROV TO SINSS-TAB(POS-PROV)
                   ADD FGTS-PROV TO SFGTS-TAB(POS-PROV)
               ELSE
                   SUBTRACT DEC13-PROV FROM S13-TAB(POS-PROV)
                   SUBTRACT FERIAS-PROV FROM SFER-TAB(POS-PROV)
                   SUBTRACT INSS-PROV FROM SINSS-TAB(POS-PROV)
                   SUBTRACT FGTS-PROV FROM SFGTS-TAB(POS-PROV)
               END-IF.

       CALCULA-SALDO-ANT.
           ADD 1 TO IDX-PROV.
           COMPUTE ANT-TAB(IDX-PROV) = S13-TAB(IDX-PROV)
               + SFER-TAB(IDX-PROV) + SINSS-TAB(IDX-PROV)
               + SFGTS-TAB(IDX-PROV).

      * DESLIGAMENTOS: O EM0312 GRAVA UM DEPOSITO "R" NO LEDGFGTS PARA
      * TODA RESCISAO CALCULADA. SEM O RAZAO, NINGUEM FOI DESLIGADO.
       CARGA-RESCISOES.
           OPEN INPUT LEDGFGTS.
           IF FS-FGTS EQUAL "00"
               PERFORM LE-FGTS UNTIL FIM-FGTS EQUAL "SIM"
               CLOSE LEDGFGTS
           ELSE
               DISPLAY "EM0328 - SEM LEDGFGTS - RESCISOES NAO BAIXADAS".

       LE-FGTS.
           READ LEDGFGTS AT END
               MOVE "SIM" TO FIM-FGTS.
           IF FIM-FGTS NOT EQUAL "SIM"
               IF TIPO-FGTS EQUAL "R" AND
                  ANOMES-FGTS IS NOT GREATER THAN COMPETENCIA
                   MOVE MAT-FGTS TO MAT-PROCURA
                   PERFORM PROCURA-PROV
                   IF POS-PROV IS GREATER THAN ZEROES
                       IF ANOMES-FGTS EQUAL COMPETENCIA
                           MOVE "M" TO RESC-TAB(POS-PROV)
                       ELSE
                           MOVE "A" TO RESC-TAB(POS-PROV)
                       END-IF
                   END-IF
               END-IF.

      * HORAS EXTRAS DA FOLHA E PAGAMENTOS DE 13O E FERIAS DA
      * COMPETENCIA; SEM O ACUMANO, NAO HA HORAS NEM BAIXAS.
       CARGA-ACUMANO.
           OPEN INPUT ACUMANO.
           IF FS-ACUM EQUAL "00"
               PERFORM LE-ACUM UNTIL FIM-ACUM EQUAL "SIM"
               CLOSE ACUMANO
           ELSE
               DISPLAY "EM0328 - SEM ACUMANO - SEM HORAS EXTRAS NEM "
                       "BAIXAS POR PAGAMENTO".

       LE-ACUM.
           READ ACUMANO AT END
               MOVE "SIM" TO FIM-ACUM.
           IF FIM-ACUM NOT EQUAL "SIM" AND
              ANOMES-ACUM EQUAL COMPETENCIA
               EVALUATE TIPO-ACUM
                   WHEN "F"
                       MOVE MAT-ACUM TO MAT-PROCURA
                       PERFORM PROCURA-PROV
                       IF POS-PROV IS GREATER THAN ZEROES
                           ADD HORAS-ACUM TO HORAS-TAB(POS-PROV)
                       END-IF
                   WHEN "1"
                   WHEN "2"
                   WHEN "V"
                       PERFORM INCLUI-PAGTO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

       INCLUI-PAGTO.
           IF QTD-PAGTO GREATER THAN OR EQUAL TO 500
               DISPLAY "ACUMANO EXCEDE LIMITE DE 500 PAGAMENTOS DE 13O"
                       "/FERIAS NO MES - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-PAGTO.
           MOVE MAT-ACUM TO MAT-PAG-TAB(QTD-PAGTO).
           MOVE TIPO-ACUM TO TIPO-PAG-TAB(QTD-PAGTO).
           MOVE BRUTO-ACUM TO VALOR-PAG-TAB(QTD-PAGTO).

      * NOMES DOS DEPARTAMENTOS; SEM O DEPTS, O NOME SAI EM BRANCO.
       CARGA-DEPTS.
           OPEN INPUT DEPTS.
           IF FS-DEPTS EQUAL "00"
               PERFORM LE-DEPTS UNTIL FIM-DEPTS EQUAL "SIM"
               CLOSE DEPTS.

       LE-DEPTS.
           READ DEPTS AT END
               MOVE "SIM" TO FIM-DEPTS.
           IF FIM-DEPTS NOT EQUAL "SIM"
               IF QTD-DEPTS GREATER THAN OR EQUAL TO 99
                   DISPLAY "DEPTS EXCEDE LIMITE DE 99 REGISTROS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-DEPTS
                   MOVE DEPT-COD-DEPTS TO COD-DEPTS-TAB(QTD-DEPTS)
                   MOVE NOME-DEPTS TO NOME-DEPTS-TAB(QTD-DEPTS).

       PROCURA-PROV.
           MOVE ZEROES TO POS-PROV IDX-PROV.
           PERFORM TESTA-PROV QTD-PROV TIMES.

       TESTA-PROV.
           ADD 1 TO IDX-PROV.
           IF MAT-TAB(IDX-PROV) EQUAL MAT-PROCURA
               MOVE IDX-PROV TO POS-PROV.

       INCLUI-PROV.
           PERFORM PROCURA-PROV.
           IF POS-PROV EQUAL ZEROES
               IF QTD-PROV GREATER THAN OR EQUAL TO 500
                   DISPLAY "TAB-PROV EXCEDE LIMITE DE 500 "
                           "FUNCIONARIOS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-PROV
                   MOVE QTD-PROV TO POS-PROV
                   MOVE MAT-PROCURA TO MAT-TAB(POS-PROV)
                   MOVE SPACES TO DEPT-TAB(POS-PROV)
                                  RESC-TAB(POS-PROV)
                   MOVE ZEROES TO NA-FOLHA-TAB(POS-PROV)
                                  ADMI-TAB(POS-PROV)
                                  REMUN-TAB(POS-PROV)
                                  HORAS-TAB(POS-PROV)
                                  S13-TAB(POS-PROV)
                                  SFER-TAB(POS-PROV)
                                  SINSS-TAB(POS-PROV)
                                  SFGTS-TAB(POS-PROV)
                                  ANT-TAB(POS-PROV)
                                  PROVM-TAB(POS-PROV)
                                  BAIXAM-TAB(POS-PROV).

      * AVO DO MES: FUNCIONARIO DO CADFUNC ADMITIDO ATE O DIA 16 DA
      * COMPETENCIA E NAO DESLIGADO ANTES DELA. O DESLIGADO NO MES
      * AINDA RECEBE O AVO (A RESCISAO O PAGA) E E BAIXADO DEPOIS.
       PROVISIONA-FUNC.
           ADD 1 TO IDX-PROV.
           IF NA-FOLHA-TAB(IDX-PROV) EQUAL 1 AND
              ADMI-TAB(IDX-PROV) IS NOT GREATER THAN LIMITE-ADM AND
              RESC-TAB(IDX-PROV) NOT EQUAL "A"
               COMPUTE REMUN-CALC = REMUN-TAB(IDX-PROV)
                                  + HORAS-TAB(IDX-PROV)
               COMPUTE DEC13-CALC ROUNDED = REMUN-CALC / 12
               COMPUTE FERIAS-CALC ROUNDED = REMUN-CALC * 4 / 36
               COMPUTE INSS-CALC ROUNDED =
                   (DEC13-CALC + FERIAS-CALC) * PCT-INSS-PAT / 100
               COMPUTE FGTS-CALC ROUNDED =
                   (DEC13-CALC + FERIAS-CALC) * PCT-FGTS
               IF DEC13-CALC IS GREATER THAN ZEROES OR
                  FERIAS-CALC IS GREATER THAN ZEROES
                   PERFORM GRAVA-PROVISAO.

       GRAVA-PROVISAO.
           MOVE MAT-TAB(IDX-PROV) TO MAT-PROV.
           MOVE DEPT-TAB(IDX-PROV) TO DEPT-PROV.
           MOVE COMPETENCIA TO ANOMES-PROV.
           MOVE "P" TO TIPO-PROV.
           MOVE DEC13-CALC TO DEC13-PROV.
           MOVE FERIAS-CALC TO FERIAS-PROV.
           MOVE INSS-CALC TO INSS-PROV.
           MOVE FGTS-CALC TO FGTS-PROV.
           MOVE DATA-RODADA TO DATA-PROV.
           WRITE REG-LEDGPROV.
           ADD DEC13-CALC TO S13-TAB(IDX-PROV).
           ADD FERIAS-CALC TO SFER-TAB(IDX-PROV).
           ADD INSS-CALC TO SINSS-TAB(IDX-PROV).
           ADD FGTS-CALC TO SFGTS-TAB(IDX-PROV).
           COMPUTE PROVM-TAB(IDX-PROV) = DEC13-CALC + FERIAS-CALC
                                       + INSS-CALC + FGTS-CALC.
           ADD 1 TO CT-PROVISIONADOS.

      * BAIXA PELO PAGAMENTO: A 1A PARCELA E AS FERIAS ATE O VALOR
      * PAGO (NUNCA ALEM DO SALDO); A 2A PARCELA ENCERRA O 13O DO ANO
      * E BAIXA O QUE RESTAR.
       BAIXA-PAGAMENTO.
           ADD 1 TO IDX-PAGTO.
           MOVE MAT-PAG-TAB(IDX-PAGTO) TO MAT-PROCURA.
           PERFORM PROCURA-PROV.
           IF POS-PROV IS GREATER THAN ZEROES
               MOVE ZEROES TO BAIXA-13 BAIXA-FER
               MOVE TIPO-PAG-TAB(IDX-PAGTO) TO TIPO-BAIXA
               EVALUATE TIPO-BAIXA
                   WHEN "1"
                       IF VALOR-PAG-TAB(IDX-PAGTO) IS LESS THAN
                          S13-TAB(POS-PROV)
                           MOVE VALOR-PAG-TAB(IDX-PAGTO) TO BAIXA-13
                       ELSE
                           PERFORM BAIXA-SALDO-13
                       END-IF
                   WHEN "2"
                       PERFORM BAIXA-SALDO-13
                   WHEN OTHER
                       IF VALOR-PAG-TAB(IDX-PAGTO) IS LESS THAN
                          SFER-TAB(POS-PROV)
                           MOVE VALOR-PAG-TAB(IDX-PAGTO) TO BAIXA-FER
                       ELSE
                           PERFORM BAIXA-SALDO-FERIAS
                       END-IF
               END-EVALUATE
               PERFORM CALCULA-BAIXA-ENCARGOS
               PERFORM GRAVA-BAIXA.

       BAIXA-SALDO-13.
           IF S13-TAB(POS-PROV) IS GREATER THAN ZEROES
               MOVE S13-TAB(POS-PROV) TO BAIXA-13.

       BAIXA-SALDO-FERIAS.
           IF SFER-TAB(POS-PROV) IS GREATER THAN ZEROES
               MOVE SFER-TAB(POS-PROV) TO BAIXA-FER.

      * OS ENCARGOS PROVISIONADOS SAIREM NA PROPORCAO DO PRINCIPAL
      * BAIXADO SOBRE O PRINCIPAL EM SALDO (13O + FERIAS).
       CALCULA-BAIXA-ENCARGOS.
           MOVE ZEROES TO BAIXA-INSS BAIXA-FGTS.
           COMPUTE PRINCIPAL-SALDO = S13-TAB(POS-PROV)
                                   + SFER-TAB(POS-PROV).
           IF PRINCIPAL-SALDO IS GREATER THAN ZEROES AND
              SINSS-TAB(POS-PROV) IS GREATER THAN ZEROES
               COMPUTE BAIXA-INSS ROUNDED = SINSS-TAB(POS-PROV)
                   * (BAIXA-13 + BAIXA-FER) / PRINCIPAL-SALDO.
           IF PRINCIPAL-SALDO IS GREATER THAN ZEROES AND
              SFGTS-TAB(POS-PROV) IS GREATER THAN ZEROES
               COMPUTE BAIXA-FGTS ROUNDED = SFGTS-TAB(POS-PROV)
                   * (BAIXA-13 + BAIXA-FER) / PRINCIPAL-SALDO.

      * RESCISAO NA COMPETENCIA: TODO O SALDO DO FUNCIONARIO SAI.
       BAIXA-RESCISAO.
           ADD 1 TO IDX-PROV.
           IF RESC-TAB(IDX-PROV) EQUAL "M"
               MOVE IDX-PROV TO POS-PROV
               MOVE "R" TO TIPO-BAIXA
               MOVE ZEROES TO BAIXA-13 BAIXA-FER BAIXA-INSS BAIXA-FGTS
               PERFORM BAIXA-SALDO-13
               PERFORM BAIXA-SALDO-FERIAS
               IF SINSS-TAB(POS-PROV) IS GREATER THAN ZEROES
                   MOVE SINSS-TAB(POS-PROV) TO BAIXA-INSS
               END-IF
               IF SFGTS-TAB(POS-PROV) IS GREATER THAN ZEROES
                   MOVE SFGTS-TAB(POS-PROV) TO BAIXA-FGTS
               END-IF
               PERFORM GRAVA-BAIXA.

       GRAVA-BAIXA.
           IF BAIXA-13 IS GREATER THAN ZEROES OR
              BAIXA-FER IS GREATER THAN ZEROES OR
              BAIXA-INSS IS GREATER THAN ZEROES OR
              BAIXA-FGTS IS GREATER THAN ZEROES
               MOVE MAT-TAB(POS-PROV) TO MAT-PROV
               MOVE DEPT-TAB(POS-PROV) TO DEPT-PROV
               MOVE COMPETENCIA TO ANOMES-PROV
               MOVE TIPO-BAIXA TO TIPO-PROV
               MOVE BAIXA-13 TO DEC13-PROV
               MOVE BAIXA-FER TO FERIAS-PROV
               MOVE BAIXA-INSS TO INSS-PROV
               MOVE BAIXA-FGTS TO FGTS-PROV
               MOVE DATA-RODADA TO DATA-PROV
               WRITE REG-LEDGPROV
               SUBTRACT BAIXA-13 FROM S13-TAB(POS-PROV)
               SUBTRACT BAIXA-FER FROM SFER-TAB(POS-PROV)
               SUBTRACT BAIXA-INSS FROM SINSS-TAB(POS-PROV)
               SUBTRACT BAIXA-FGTS FROM SFGTS-TAB(POS-PROV)
               COMPUTE BAIXAM-TAB(POS-PROV) = BAIXAM-TAB(POS-PROV)
                   + BAIXA-13 + BAIXA-FER + BAIXA-INSS + BAIXA-FGTS
               ADD 1 TO CT-BAIXAS.

      * TOTAIS POR DEPARTAMENTO, SO DAS MATRICULAS COM SALDO OU
      * MOVIMENTO.
       ACUMULA-DEPTO.
           ADD 1 TO IDX-PROV.
           IF ANT-TAB(IDX-PROV) NOT EQUAL ZEROES OR
              PROVM-TAB(IDX-PROV) NOT EQUAL ZEROES OR
              BAIXAM-TAB(IDX-PROV) NOT EQUAL ZEROES
               PERFORM PROCURA-DEP
               ADD ANT-TAB(IDX-PROV) TO ANT-DEP-TAB(POS-DEP)
               ADD PROVM-TAB(IDX-PROV) TO PROVM-DEP-TAB(POS-DEP)
               ADD BAIXAM-TAB(IDX-PROV) TO BAIXAM-DEP-TAB(POS-DEP)
               ADD S13-TAB(IDX-PROV) TO S13-DEP-TAB(POS-DEP)
               ADD SFER-TAB(IDX-PROV) TO SFER-DEP-TAB(POS-DEP)
               ADD SINSS-TAB(IDX-PROV) TO SINSS-DEP-TAB(POS-DEP)
               ADD SFGTS-TAB(IDX-PROV) TO SFGTS-DEP-TAB(POS-DEP).

       PROCURA-DEP.
           MOVE ZEROES TO POS-DEP IDX-DEP.
           PERFORM TESTA-DEP QTD-DEP TIMES.
           IF POS-DEP EQUAL ZEROES
               IF QTD-DEP GREATER THAN OR EQUAL TO 40
                   DISPLAY "TAB-DEP EXCEDE LIMITE DE 40 "
                           "DEPARTAMENTOS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-DEP
                   MOVE QTD-DEP TO POS-DEP
                   MOVE DEPT-TAB(IDX-PROV) TO DEPT-DEP-TAB(POS-DEP)
                   MOVE ZEROES TO ANT-DEP-TAB(POS-DEP)
                                  PROVM-DEP-TAB(POS-DEP)
                                  BAIXAM-DEP-TAB(POS-DEP)
                                  S13-DEP-TAB(POS-DEP)
                                  SFER-DEP-TAB(POS-DEP)
                                  SINSS-DEP-TAB(POS-DEP)
                                  SFGTS-DEP-TAB(POS-DEP)
                   PERFORM BUSCA-NOME-DEPTO.

       TESTA-DEP.
           ADD 1 TO IDX-DEP.
           IF DEPT-DEP-TAB(IDX-DEP) EQUAL DEPT-TAB(IDX-PROV)
               MOVE IDX-DEP TO POS-DEP.

      * O CODIGO DO DEPTS E NUMERICO DE DOIS DIGITOS; O DEPARTAMENTO
      * DO CADFUNC, UM CARACTER.
       BUSCA-NOME-DEPTO.
           MOVE SPACES TO NOME-DEP-TAB(POS-DEP).
           MOVE DEPT-DEP-TAB(POS-DEP) TO DEPT-X-CALC.
           IF DEPT-X-CALC IS NUMERIC
               MOVE ZEROES TO IDX-DEPTS
               PERFORM TESTA-NOME-DEPTO QTD-DEPTS TIMES.

       TESTA-NOME-DEPTO.
           ADD 1 TO IDX-DEPTS.
           IF COD-DEPTS-TAB(IDX-DEPTS) EQUAL DEPT-N-CALC
               MOVE NOME-DEPTS-TAB(IDX-DEPTS) TO NOME-DEP-TAB(POS-DEP).

      * DOIS QUADROS EM ORDEM DE DEPARTAMENTO: O MOVIMENTO DA PROVISAO
      * NA COMPETENCIA E A COMPOSICAO DO SALDO ATUAL.
       IMPRIME-RELATORIO.
           MOVE COMPETENCIA TO COMP-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           MOVE "MOVIMENTO DA PROVISAO POR DEPARTAMENTO"
               TO TITULO-QUADRO.
           WRITE REL-SAI FROM LIN-QUADRO AFTER ADVANCING 2 LINES.
           WRITE REL-SAI FROM CAB-MOVIMENTO AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           MOVE LOW-VALUE TO DEPT-ULT-IMP.
           PERFORM IMP-MOVIMENTO QTD-DEP TIMES.
           MOVE SPACES TO DEPT-LIN.
           MOVE "TOTAL GERAL" TO NOME-LIN.
           MOVE TOT-ANT TO VALOR1-LIN.
           MOVE TOT-PROVM TO VALOR2-LIN.
           MOVE TOT-BAIXAM TO VALOR3-LIN.
           MOVE TOT-ATUAL TO VALOR4-LIN.
           WRITE REL-SAI FROM DET-DEP AFTER ADVANCING 2 LINES.
           MOVE "COMPOSICAO DO SALDO ATUAL POR DEPARTAMENTO"
               TO TITULO-QUADRO.
           WRITE REL-SAI FROM LIN-QUADRO AFTER ADVANCING 3 LINES.
           WRITE REL-SAI FROM CAB-COMPOSICAO AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           MOVE LOW-VALUE TO DEPT-ULT-IMP.
           PERFORM IMP-COMPOSICAO QTD-DEP TIMES.
           MOVE SPACES TO DEPT-LIN.
           MOVE "TOTAL GERAL" TO NOME-LIN.
           MOVE TOT-S13 TO VALOR1-LIN.
           MOVE TOT-SFER TO VALOR2-LIN.
           MOVE TOT-SINSS TO VALOR3-LIN.
           MOVE TOT-SFGTS TO VALOR4-LIN.
           WRITE REL-SAI FROM DET-DEP AFTER ADVANCING 2 LINES.
           MOVE CT-PROVISIONADOS TO PROV-RES.
           MOVE CT-BAIXAS TO BAIXAS-RES.
           MOVE PCT-INSS-PAT TO PCT-RES.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 3 LINES.

      * PROXIMO DEPARTAMENTO NA ORDEM: O MENOR CODIGO ACIMA DO ULTIMO
      * IMPRESSO.
       PROXIMO-DEPTO.
           MOVE HIGH-VALUE TO DEPT-PROX.
           MOVE ZEROES TO POS-DEP IDX-DEP.
           PERFORM TESTA-PROXIMO QTD-DEP TIMES.
           MOVE DEPT-PROX TO DEPT-ULT-IMP.

       TESTA-PROXIMO.
           ADD 1 TO IDX-DEP.
           IF DEPT-DEP-TAB(IDX-DEP) IS GREATER THAN DEPT-ULT-IMP AND
              DEPT-DEP-TAB(IDX-DEP) IS LESS THAN DEPT-PROX
               MOVE DEPT-DEP-TAB(IDX-DEP) TO DEPT-PROX
               MOVE IDX-DEP TO POS-DEP.

       IMP-MOVIMENTO.
           PERFORM PROXIMO-DEPTO.
           MOVE DEPT-DEP-TAB(POS-DEP) TO DEPT-LIN.
           MOVE NOME-DEP-TAB(POS-DEP) TO NOME-LIN.
           MOVE ANT-DEP-TAB(POS-DEP) TO VALOR1-LIN.
           MOVE PROVM-DEP-TAB(POS-DEP) TO VALOR2-LIN.
           MOVE BAIXAM-DEP-TAB(POS-DEP) TO VALOR3-LIN.
           COMPUTE VALOR4-LIN = S13-DEP-TAB(POS-DEP)
               + SFER-DEP-TAB(POS-DEP) + SINSS-DEP-TAB(POS-DEP)
               + SFGTS-DEP-TAB(POS-DEP).
           WRITE REL-SAI FROM DET-DEP AFTER ADVANCING 1 LINE.
           ADD ANT-DEP-TAB(POS-DEP) TO TOT-ANT.
           ADD PROVM-DEP-TAB(POS-DEP) TO TOT-PROVM.
           ADD BAIXAM-DEP-TAB(POS-DEP) TO TOT-BAIXAM.
           COMPUTE TOT-ATUAL = TOT-ATUAL + S13-DEP-TAB(POS-DEP)
               + SFER-DEP-TAB(POS-DEP) + SINSS-DEP-TAB(POS-DEP)
               + SFGTS-DEP-TAB(POS-DEP).

       IMP-COMPOSICAO.
           PERFORM PROXIMO-DEPTO.
           MOVE DEPT-DEP-TAB(POS-DEP) TO DEPT-LIN.
           MOVE NOME-DEP-TAB(POS-DEP) TO NOME-LIN.
           MOVE S13-DEP-TAB(POS-DEP) TO VALOR1-LIN.
           MOVE SFER-DEP-TAB(POS-DEP) TO VALOR2-LIN.
           MOVE SINSS-DEP-TAB(POS-DEP) TO VALOR3-LIN.
           MOVE SFGTS-DEP-TAB(POS-DEP) TO VALOR4-LIN.
           WRITE REL-SAI FROM DET-DEP AFTER ADVANCING 1 LINE.
           ADD S13-DEP-TAB(POS-DEP) TO TOT-S13.
           ADD SFER-DEP-TAB(POS-DEP) TO TOT-SFER.
           ADD SINSS-DEP-TAB(POS-DEP) TO TOT-SINSS.
           ADD SFGTS-DEP-TAB(POS-DEP) TO TOT-SFGTS.

       FIM.
           CLOSE LEDGPROV
                 RELPROV.
           DISPLAY "EM0328 - COMPETENCIA " COMPETENCIA " - "
                   CT-PROVISIONADOS " PROVISOES, " CT-BAIXAS
                   " BAIXAS".

       COPY LEDATAMOV.
