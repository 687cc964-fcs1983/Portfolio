      *               SAEM EM RELCONC COM A MARCA, DEVOLVENDO
      *               RETURN-CODE 4 PARA O LOTE SEGURAR O ARQUIVO
      *               ANTES DE IR AO BANCO.
      *
      *MODIFICACAO
      *  15/10/2026  A PENSAO ALIMENTICIA DO EM0306 ENTRA NA
      *              CONCILIACAO: AS CONTAS DE BENEFICIARIO DO
      *              CADASTRO CADPENS.DAT (COPY CADPENS, OPCIONAL) SAO
      *              CARREGADAS E CADA CREDITO DE PENSAO E CASADO COM
      *              A LINHA "PENSAO ALIM.:" DO REL-PAG E A LINHA
      *              "PENSAO ALIMENTICIA:" DO HOLERITE, COM MARCA E
      *              DIVERGENCIA NOS MESMOS MOLDES DO FUNCIONARIO. OS
      *              VALORES DE PENSAO ENTRAM NOS TOTAIS DAS TRES
      *              SAIDAS; CREDITO DE PENSAO DEIXA DE SAIR COMO
      *              CONTA SEM CADVEND.
      *  15/10/2026  CONTA DO FUNCIONARIO PASSA A SER A VIGENTE NO
      *              HISTORICO DE TROCAS ALTCONTA.DAT (COPY ALTCONTA,
      *              OPCIONAL), COMO NO EM0306. OS CREDITOS RETIDOS
      *              PELO EM0306 EM BANCORET.DAT (TROCA RECENTE DE
      *              CONTA) CONTAM COMO LADO BANCO DA CONCILIACAO, COM
      *              A MARCA "OK - RETIDO", E SAEM TOTALIZADOS NO FIM.
      *  15/10/2026  CONFERENCIA DO ADIANTAMENTO QUINZENAL DO EM0345:
      *              OS REGISTROS DO RAZAO LEDGADI.DAT (COPY LEDGADI)
      *              DA COMPETENCIA DA DATA DE MOVIMENTO SAO CASADOS
      *              POR FUNCIONARIO COM O CREDITO DO BANCADI.DAT E,
      *              NA FOLHA NORMAL (RUNCTL PROG "EM0306", PARM1
      *              ZERO), COM A LINHA "ADIANTAMENTO QUINZ.:" DO
      *              HOLERITE, EM BLOCO PROPRIO COM AS MESMAS MARCAS.
      *              SEM ADIANTAMENTO NA COMPETENCIA, O BLOCO NAO SAI.
      *  15/10/2026  OS ADIANTAMENTOS RETIDOS PELO EM0345 EM
      *              BANCADIR.DAT (TROCA RECENTE DE CONTA) CONTAM COMO
      *              LADO BANCO DO BLOCO DO ADIANTAMENTO, COM A MARCA
      *              "OK - RETIDO", E SAEM TOTALIZADOS NO FIM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HOL.

           SELECT CADPENS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENS.

           SELECT ALTCONTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALT.

           SELECT BANCORET ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BRET.

           SELECT LEDGADI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LADI.

           SELECT BANCADI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BADI.

           SELECT BANCADIR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BADIR.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

           SELECT RELCONC ASSIGN TO DISK.

       DATA DIVISION.

       01 LIN-HOL            PIC X(80).

       COPY CADPENS.

       COPY ALTCONTA.

       FD BANCORET
           LABEL RECORD IS OMITTED.

       01 REG-BRET.
           02 CONTA-BRET      PIC 9(10).
           02 VALOR-BRET      PIC 9(07)V99.
           02 REFERENCIA-BRET PIC X(20).

       COPY LEDGADI.

       FD BANCADI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BANCADI.DAT".

       01 REG-BADI.
           02 CONTA-BADI      PIC 9(10).
           02 VALOR-BADI      PIC 9(07)V99.
           02 REFERENCIA-BADI PIC X(20).

       FD BANCADIR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BANCADIR.DAT".

       01 REG-BADIR.
           02 CONTA-BADIR     PIC 9(10).
           02 VALOR-BADIR     PIC 9(07)V99.
           02 REFERENCIA-BADIR PIC X(20).

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".

       01 REG-RUNCTL.
           02 PROG-RUNCTL    PIC X(06).
           02 PARM1-RUNCTL   PIC 9(07)V99.
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

       COPY DATAMOV.

       FD RELCONC
           LABEL RECORD IS OMITTED.

       77 VALOR-NUM          PIC 9(09)V99 VALUE ZEROES.
       77 EXT-IDX            PIC 9(02)   VALUE ZEROES.
       77 EXT-TAM            PIC 9(02)   VALUE ZEROES.
       77 FIM-PENS-ARQ       PIC X(03) VALUE "NAO".
       77 FS-PENS            PIC X(02) VALUE SPACES.
       77 QTD-PENS           PIC 9(03) VALUE ZEROES.
       77 IDX-PENS           PIC 9(03) VALUE ZEROES.
       77 ACHOU-PENS         PIC 9     VALUE ZEROES.
       77 FIM-ALT            PIC X(03) VALUE "NAO".
       77 FS-ALT             PIC X(02) VALUE SPACES.
       77 FIM-BRET           PIC X(03) VALUE "NAO".
       77 FS-BRET            PIC X(02) VALUE SPACES.
       77 CT-RET             PIC 9(05) VALUE ZEROES.
       77 TOT-RET            PIC 9(11)V99 VALUE ZEROES.
       77 FIM-LADI           PIC X(03) VALUE "NAO".
       77 FS-LADI            PIC X(02) VALUE SPACES.
       77 FIM-BADI           PIC X(03) VALUE "NAO".
       77 FS-BADI            PIC X(02) VALUE SPACES.
       77 FIM-BADIR          PIC X(03) VALUE "NAO".
       77 FS-BADIR           PIC X(02) VALUE SPACES.
       77 CT-RET-ADIA        PIC 9(05) VALUE ZEROES.
       77 TOT-RET-ADIA       PIC 9(11)V99 VALUE ZEROES.
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 MODO-FOLHA         PIC 9     VALUE ZEROES.
       77 QTD-ADIA           PIC 9(03) VALUE ZEROES.
       77 IDX-ADIA           PIC 9(03) VALUE ZEROES.
       77 ACHOU-ADIA         PIC 9     VALUE ZEROES.
       77 TOT-ADIA-RAZ       PIC 9(11)V99 VALUE ZEROES.
       77 TOT-ADIA-BAN       PIC 9(11)V99 VALUE ZEROES.
       77 TOT-ADIA-HOL       PIC 9(11)V99 VALUE ZEROES.

       01 ANOMES-CONC-X      PIC X(06) VALUE SPACES.
       01 ANOMES-CONC REDEFINES ANOMES-CONC-X PIC 9(06).

       01 EXT-AREA           PIC X(13) VALUE SPACES.
       01 EXT-DIG-X          PIC X(01) VALUE SPACE.
               03 VAL-REL-TAB    PIC 9(09)V99.
               03 VAL-BAN-TAB    PIC 9(09)V99.
               03 VAL-HOL-TAB    PIC 9(09)V99.
               03 RETIDO-TAB     PIC 9.

      * CREDITOS DE PENSAO ALIMENTICIA, POR CONTA DO BENEFICIARIO.
       01 TAB-PENS.
           02 ENT-PENS OCCURS 300 TIMES.
               03 MAT-PENS-TAB   PIC 9(05).
               03 CONTA-PENS-TAB PIC 9(10).
               03 BENEF-PENS-TAB PIC X(18).
               03 TEM-REL-PENS   PIC 9.
               03 TEM-BAN-PENS   PIC 9.
               03 TEM-HOL-PENS   PIC 9.
               03 VAL-REL-PENS   PIC 9(09)V99.
               03 VAL-BAN-PENS   PIC 9(09)V99.
               03 VAL-HOL-PENS   PIC 9(09)V99.

      * ADIANTAMENTOS QUINZENAIS DA COMPETENCIA NO RAZAO, POR
      * MATRICULA, COM A CONTA CREDITADA PELO EM0345.
       01 TAB-ADIA.
           02 ENT-ADIA OCCURS 300 TIMES.
               03 MAT-ADIA-TAB   PIC 9(05).
               03 CONTA-ADIA-TAB PIC 9(10).
               03 TEM-BAN-ADIA   PIC 9.
               03 TEM-HOL-ADIA   PIC 9.
               03 VAL-RAZ-ADIA   PIC 9(09)V99.
               03 VAL-BAN-ADIA   PIC 9(09)V99.
               03 VAL-HOL-ADIA   PIC 9(09)V99.
               03 RETIDO-ADIA    PIC 9.

       COPY WSDATAMOV.

       01 LIN-TITULO.
           02 FILLER         PIC X(44) VALUE
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MARCA-LIN      PIC X(15).

       01 LIN-SUBPENS.
           02 FILLER         PIC X(40) VALUE
               "PENSAO ALIMENTICIA (MATRICULA DO FUNCION".
           02 FILLER         PIC X(40) VALUE
               "ARIO + BENEFICIARIO)                    ".

       01 LIN-SUBADIA.
           02 FILLER         PIC X(40) VALUE
               "ADIANTAMENTO QUINZENAL (RAZAO LEDGADI X ".
           02 FILLER         PIC X(40) VALUE
               "BANCADI X HOLERITE)                     ".

       01 LIN-ORFA-ADIA.
           02 FILLER         PIC X(23) VALUE
                        "CONTA BANCADI S/RAZAO: ".
           02 CONTA-OADI-LIN PIC 9(10).
           02 FILLER         PIC X(47) VALUE SPACES.

       01 LIN-ORFA.
           02 FILLER         PIC X(22) VALUE
                        "CONTA SEM CADVEND:    ".
           02 QDIV-LIN       PIC ZZ.ZZ9.
           02 FILLER         PIC X(03) VALUE SPACES.

       01 LIN-RETIDO.
           02 FILLER         PIC X(35) VALUE
                        "CREDITOS RETIDOS (BANCORET) - QTD: ".
           02 QRET-LIN       PIC ZZ.ZZ9.
           02 FILLER         PIC X(08) VALUE " VALOR: ".
           02 TRET-LIN       PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(17) VALUE SPACES.

       01 LIN-RETIDO-ADIA.
           02 FILLER         PIC X(35) VALUE
                        "ADIANT. RETIDOS (BANCADIR) - QTD: ".
           02 QRET-ADIA-LIN  PIC ZZ.ZZ9.
           02 FILLER         PIC X(08) VALUE " VALOR: ".
           02 TRET-ADIA-LIN  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(17) VALUE SPACES.

       01 LIN-TOTADIA.
           02 FILLER         PIC X(15) VALUE "ADIANTAMENTO - ".
           02 FILLER         PIC X(06) VALUE "RAZAO:".
           02 TRAZ-ADIA-LIN  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(06) VALUE " BCO: ".
           02 TBAN-ADIA-LIN  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(06) VALUE " HOL: ".
           02 THOL-ADIA-LIN  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.

       EM03-14.
           PERFORM LEVANTA-BANCOPAG.
           PERFORM LEVANTA-HOLERITE.
           PERFORM CONFRONTA.
           PERFORM CONFRONTA-PENSOES.
           IF QTD-ADIA IS GREATER THAN ZEROES
               PERFORM LEVANTA-BANCADI
               PERFORM CONFRONTA-ADIANTAMENTOS.
           PERFORM FIM.
           IF CT-DIVERGENCIAS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
               DISPLAY "CADVEND SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM CARGA-PENSAO.
           PERFORM CARGA-ALTCONTA.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO(1:6) TO ANOMES-CONC-X.
           PERFORM CARGA-RUNCTL.
           PERFORM CARGA-ADIA.
           OPEN OUTPUT RELCONC.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-SAI.
                                  VAL-REL-TAB(QTD-FUNC)
                                  VAL-BAN-TAB(QTD-FUNC)
                                  VAL-HOL-TAB(QTD-FUNC)
                                  RETIDO-TAB(QTD-FUNC)
               END-IF.

      * TROCAS DE CONTA APROVADAS (EM0114): A CONTA NOVA SUBSTITUI A
      * DO CADVEND, NA ORDEM DO ARQUIVO, COMO O EM0306 PAGOU.
       CARGA-ALTCONTA.
           OPEN INPUT ALTCONTA.
           IF FS-ALT EQUAL "00"
               PERFORM LE-ALTCONTA UNTIL FIM-ALT EQUAL "SIM"
               CLOSE ALTCONTA.

       LE-ALTCONTA.
           READ ALTCONTA AT END
               MOVE "SIM" TO FIM-ALT.
           IF FIM-ALT NOT EQUAL "SIM"
               MOVE MAT-ALT TO MAT-PROC
               PERFORM PROCURA-MAT
               IF ACHOU-FUNC EQUAL 1
                   MOVE CONTA-NOVA-ALT TO CONTA-TAB(IDX-FUNC).

      * MODO DA RODADA DO EM0306: SO A FOLHA NORMAL (ZERO) DESCONTA
      * O ADIANTAMENTO QUINZENAL NO HOLERITE.
       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0306"
               IF PROG-RUNCTL EQUAL "EM0306"
                   MOVE PARM1-RUNCTL TO MODO-FOLHA
               END-IF
               CLOSE RUNCTL.
           IF MODO-FOLHA NOT EQUAL 1 AND
              MODO-FOLHA NOT EQUAL 2
               MOVE ZEROES TO MODO-FOLHA.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

      * ADIANTAMENTOS DA COMPETENCIA NO RAZAO; SEM O RAZAO OU SEM
      * ADIANTAMENTO NA COMPETENCIA, O BANCADI NAO E LIDO (PODE SER O
      * DE UM MES ANTERIOR).
       CARGA-ADIA.
           OPEN INPUT LEDGADI.
           IF FS-LADI EQUAL "00"
               PERFORM LE-LADI UNTIL FIM-LADI EQUAL "SIM"
               CLOSE LEDGADI.

       LE-LADI.
           READ LEDGADI AT END
               MOVE "SIM" TO FIM-LADI.
           IF FIM-LADI NOT EQUAL "SIM"
               IF COMP-LADI EQUAL ANOMES-CONC
                   MOVE MAT-LADI TO MAT-PROC
                   PERFORM PROCURA-ADIA-MAT
                   IF ACHOU-ADIA EQUAL ZEROES
                       PERFORM INCLUI-ADIA
                   END-IF
                   MOVE CONTA-LADI TO CONTA-ADIA-TAB(IDX-ADIA)
                   ADD VALOR-LADI TO VAL-RAZ-ADIA(IDX-ADIA)
                   ADD VALOR-LADI TO TOT-ADIA-RAZ.

       INCLUI-ADIA.
           IF QTD-ADIA GREATER THAN OR EQUAL TO 300
               DISPLAY "LEDGADI EXCEDE LIMITE DE 300 "
                       "FUNCIONARIOS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-ADIA.
           MOVE QTD-ADIA TO IDX-ADIA.
           MOVE MAT-PROC TO MAT-ADIA-TAB(IDX-ADIA).
           MOVE ZEROES TO CONTA-ADIA-TAB(IDX-ADIA)
                          TEM-BAN-ADIA(IDX-ADIA)
                          TEM-HOL-ADIA(IDX-ADIA)
                          VAL-RAZ-ADIA(IDX-ADIA)
                          VAL-BAN-ADIA(IDX-ADIA)
                          VAL-HOL-ADIA(IDX-ADIA)
                          RETIDO-ADIA(IDX-ADIA).

      * CONTAS DE BENEFICIARIO DE PENSAO; SEM O CADASTRO, NAO HA
      * CREDITO DE PENSAO A CONCILIAR.
       CARGA-PENSAO.
           OPEN INPUT CADPENS.
           IF FS-PENS EQUAL "00"
               PERFORM LE-PENSAO UNTIL FIM-PENS-ARQ EQUAL "SIM"
               CLOSE CADPENS.

       LE-PENSAO.
           READ CADPENS AT END
               MOVE "SIM" TO FIM-PENS-ARQ.
           IF FIM-PENS-ARQ NOT EQUAL "SIM"
               IF QTD-PENS GREATER THAN OR EQUAL TO 300
                   DISPLAY "CADPENS EXCEDE LIMITE DE 300 ORDENS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-PENS
                   MOVE MAT-PENS TO MAT-PENS-TAB(QTD-PENS)
                   MOVE CONTA-PENS TO CONTA-PENS-TAB(QTD-PENS)
                   MOVE BENEF-PENS TO BENEF-PENS-TAB(QTD-PENS)
                   MOVE ZEROES TO TEM-REL-PENS(QTD-PENS)
                                  TEM-BAN-PENS(QTD-PENS)
                                  TEM-HOL-PENS(QTD-PENS)
                                  VAL-REL-PENS(QTD-PENS)
                                  VAL-BAN-PENS(QTD-PENS)
                                  VAL-HOL-PENS(QTD-PENS)
               END-IF.

      * LINHA DE DETALHE DO REL-PAG: DUAS POSICOES EM BRANCO, A
      * MATRICULA NAS POSICOES 3-7 E O SAL.LIQUIDO (ZERO-PREENCHIDO)
      * NAS POSICOES 76-85. A LINHA DE PENSAO TRAZ "PENSAO ALIM.:"
      * NA POSICAO 11, A CONTA DO BENEFICIARIO EM 25-34 E O VALOR
      * EDITADO EM 57-66.
       LEVANTA-RELPAG.
           OPEN INPUT REL-PAG.
           IF FS-RELP NOT EQUAL "00"
                   END-IF
                   ADD 1 TO CT-REL
                   ADD VALOR-NUM TO TOT-REL
               ELSE
                   IF LIN-RELPAG(11:13) EQUAL "PENSAO ALIM.:"
                       PERFORM LE-RELPAG-PENSAO
                   END-IF
               END-IF.

       LE-RELPAG-PENSAO.
           MOVE LIN-RELPAG(25:10) TO CONTA-PROC.
           MOVE LIN-RELPAG(57:10) TO EXT-AREA.
           MOVE 10 TO EXT-TAM.
           PERFORM EXTRAI-VALOR.
           PERFORM PROCURA-PENS.
           IF ACHOU-PENS EQUAL 1
               MOVE 1 TO TEM-REL-PENS(IDX-PENS)
               MOVE VALOR-NUM TO VAL-REL-PENS(IDX-PENS).
           ADD 1 TO CT-REL.
           ADD VALOR-NUM TO TOT-REL.

       LEVANTA-BANCOPAG.
           OPEN INPUT BANCOPAG.
           IF FS-BPAG NOT EQUAL "00"
               STOP RUN.
           PERFORM LE-BPAG UNTIL FIM-BPAG EQUAL "SIM".
           CLOSE BANCOPAG.
           OPEN INPUT BANCORET.
           IF FS-BRET EQUAL "00"
               PERFORM LE-BRET UNTIL FIM-BRET EQUAL "SIM"
               CLOSE BANCORET.

       LE-BPAG.
           READ BANCOPAG AT END
               IF ACHOU-FUNC EQUAL 1
                   MOVE 1 TO TEM-BAN-TAB(IDX-FUNC)
                   MOVE VALOR-BANCO TO VAL-BAN-TAB(IDX-FUNC)
               ELSE
                   PERFORM PROCURA-PENS
                   IF ACHOU-PENS EQUAL 1
                       MOVE 1 TO TEM-BAN-PENS(IDX-PENS)
                       MOVE VALOR-BANCO TO VAL-BAN-PENS(IDX-PENS)
                   ELSE
                       ADD 1 TO CT-DIVERGENCIAS
                       MOVE CONTA-BANCO TO CONTA-ORFA-LIN
                       WRITE REL-SAI FROM LIN-ORFA
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-IF.

      * CREDITO RETIDO PELO EM0306 (TROCA RECENTE DE CONTA): E O
      * LADO BANCO DO FUNCIONARIO, SO QUE AGUARDANDO LIBERACAO.
       LE-BRET.
           READ BANCORET AT END
               MOVE "SIM" TO FIM-BRET.
           IF FIM-BRET NOT EQUAL "SIM"
               ADD 1 TO CT-BAN CT-RET
               ADD VALOR-BRET TO TOT-BAN TOT-RET
               MOVE CONTA-BRET TO CONTA-PROC
               PERFORM PROCURA-CONTA
               IF ACHOU-FUNC EQUAL 1
                   MOVE 1 TO TEM-BAN-TAB(IDX-FUNC)
                             RETIDO-TAB(IDX-FUNC)
                   MOVE VALOR-BRET TO VAL-BAN-TAB(IDX-FUNC)
               ELSE
                   ADD 1 TO CT-DIVERGENCIAS
                   MOVE CONTA-BRET TO CONTA-ORFA-LIN
                   WRITE REL-SAI FROM LIN-ORFA
                       AFTER ADVANCING 1 LINE.

      * NO HOLERITE A LINHA "MATRICULA: " ABRE A PAGINA DO
      * FUNCIONARIO E A LINHA "LIQUIDO A RECEBER:" TRAZ O VALOR
      * EDITADO NAS POSICOES 21-33. A LINHA "PENSAO ALIMENTICIA:"
      * TRAZ O VALOR NAS MESMAS POSICOES E A CONTA DO BENEFICIARIO EM
      * 43-52.
       LEVANTA-HOLERITE.
           OPEN INPUT HOLERITE.
           IF FS-HOL NOT EQUAL "00"
                           MOVE VALOR-NUM TO VAL-HOL-TAB(IDX-FUNC)
                       END-IF
                       ADD 1 TO CT-HOL
                       ADD VALOR-NUM TO TOT-HOL
                   ELSE
                       IF LIN-HOL(1:19) EQUAL "PENSAO ALIMENTICIA:"
                           PERFORM LE-HOL-PENSAO
                       ELSE
                           IF LIN-HOL(1:20) EQUAL
                              "ADIANTAMENTO QUINZ.:"
                               PERFORM LE-HOL-ADIA.

       LE-HOL-PENSAO.
           MOVE LIN-HOL(43:10) TO CONTA-PROC.
           MOVE LIN-HOL(21:13) TO EXT-AREA.
           MOVE 13 TO EXT-TAM.
           PERFORM EXTRAI-VALOR.
           PERFORM PROCURA-PENS.
           IF ACHOU-PENS EQUAL 1
               MOVE 1 TO TEM-HOL-PENS(IDX-PENS)
               MOVE VALOR-NUM TO VAL-HOL-PENS(IDX-PENS).
           ADD 1 TO CT-HOL.
           ADD VALOR-NUM TO TOT-HOL.

      * A LINHA "ADIANTAMENTO QUINZ.:" SAI NO HOLERITE DA FOLHA
      * NORMAL, COM O VALOR DESCONTADO NAS POSICOES 21-33; ELA NAO
      * ENTRA NOS TOTAIS DE LIQUIDO.
       LE-HOL-ADIA.
           MOVE LIN-HOL(21:13) TO EXT-AREA.
           MOVE 13 TO EXT-TAM.
           PERFORM EXTRAI-VALOR.
           MOVE MAT-HOL-ATU TO MAT-PROC.
           PERFORM PROCURA-ADIA-MAT.
           IF ACHOU-ADIA EQUAL 1
               MOVE 1 TO TEM-HOL-ADIA(IDX-ADIA)
               ADD VALOR-NUM TO VAL-HOL-ADIA(IDX-ADIA)
           ELSE
               IF QTD-ADIA IS GREATER THAN ZEROES
                   PERFORM INCLUI-ADIA
                   MOVE 1 TO TEM-HOL-ADIA(IDX-ADIA)
                   MOVE VALOR-NUM TO VAL-HOL-ADIA(IDX-ADIA).
           ADD VALOR-NUM TO TOT-ADIA-HOL.

      * CREDITOS DO ADIANTAMENTO, CASADOS COM O RAZAO PELA CONTA; OS
      * RETIDOS PELO EM0345 (BANCADIR) TAMBEM SAO LADO BANCO.
       LEVANTA-BANCADI.
           OPEN INPUT BANCADI.
           IF FS-BADI EQUAL "00"
               PERFORM LE-BADI UNTIL FIM-BADI EQUAL "SIM"
               CLOSE BANCADI.
           OPEN INPUT BANCADIR.
           IF FS-BADIR EQUAL "00"
               PERFORM LE-BADIR UNTIL FIM-BADIR EQUAL "SIM"
               CLOSE BANCADIR.

       LE-BADIR.
           READ BANCADIR AT END
               MOVE "SIM" TO FIM-BADIR.
           IF FIM-BADIR NOT EQUAL "SIM"
               ADD 1 TO CT-RET-ADIA
               ADD VALOR-BADIR TO TOT-ADIA-BAN TOT-RET-ADIA
               MOVE CONTA-BADIR TO CONTA-PROC
               PERFORM PROCURA-ADIA-CONTA
               IF ACHOU-ADIA EQUAL 1
                   MOVE 1 TO TEM-BAN-ADIA(IDX-ADIA)
                             RETIDO-ADIA(IDX-ADIA)
                   ADD VALOR-BADIR TO VAL-BAN-ADIA(IDX-ADIA)
               ELSE
                   ADD 1 TO CT-DIVERGENCIAS
                   MOVE CONTA-BADIR TO CONTA-OADI-LIN
                   WRITE REL-SAI FROM LIN-ORFA-ADIA
                       AFTER ADVANCING 1 LINE.

       LE-BADI.
           READ BANCADI AT END
               MOVE "SIM" TO FIM-BADI.
           IF FIM-BADI NOT EQUAL "SIM"
               ADD VALOR-BADI TO TOT-ADIA-BAN
               MOVE CONTA-BADI TO CONTA-PROC
               PERFORM PROCURA-ADIA-CONTA
               IF ACHOU-ADIA EQUAL 1
                   MOVE 1 TO TEM-BAN-ADIA(IDX-ADIA)
                   ADD VALOR-BADI TO VAL-BAN-ADIA(IDX-ADIA)
               ELSE
                   ADD 1 TO CT-DIVERGENCIAS
                   MOVE CONTA-BADI TO CONTA-OADI-LIN
                   WRITE REL-SAI FROM LIN-ORFA-ADIA
                       AFTER ADVANCING 1 LINE.

       PROCURA-ADIA-MAT.
           MOVE ZEROES TO ACHOU-ADIA.
           MOVE 1 TO IDX-ADIA.
           PERFORM TESTA-ADIA-MAT
               UNTIL IDX-ADIA IS GREATER THAN QTD-ADIA
                  OR ACHOU-ADIA EQUAL 1.

       TESTA-ADIA-MAT.
           IF MAT-ADIA-TAB(IDX-ADIA) EQUAL MAT-PROC
               MOVE 1 TO ACHOU-ADIA
           ELSE
               ADD 1 TO IDX-ADIA.

       PROCURA-ADIA-CONTA.
           MOVE ZEROES TO ACHOU-ADIA.
           MOVE 1 TO IDX-ADIA.
           PERFORM TESTA-ADIA-CONTA
               UNTIL IDX-ADIA IS GREATER THAN QTD-ADIA
                  OR ACHOU-ADIA EQUAL 1.

       TESTA-ADIA-CONTA.
           IF CONTA-ADIA-TAB(IDX-ADIA) EQUAL CONTA-PROC
               MOVE 1 TO ACHOU-ADIA
           ELSE
               ADD 1 TO IDX-ADIA.

      * VALOR EDITADO (PONTOS DE MILHAR E VIRGULA DECIMAL) VOLTA A
      * NUMERO: OS DIGITOS CONCATENADOS SAO O VALOR EM CENTAVOS.
           ELSE
               ADD 1 TO IDX-FUNC.

       PROCURA-PENS.
           MOVE ZEROES TO ACHOU-PENS.
           MOVE 1 TO IDX-PENS.
           PERFORM TESTA-PENS
               UNTIL IDX-PENS IS GREATER THAN QTD-PENS
                  OR ACHOU-PENS EQUAL 1.

       TESTA-PENS.
           IF CONTA-PENS-TAB(IDX-PENS) EQUAL CONTA-PROC
               MOVE 1 TO ACHOU-PENS
           ELSE
               ADD 1 TO IDX-PENS.

      * UMA LINHA POR FUNCIONARIO QUE APARECEU EM ALGUMA DAS TRES
      * SAIDAS; AUSENCIA OU VALOR DIFERENTE GANHA A MARCA E CONTA
      * COMO DIVERGENCIA.
                  VAL-HOL-TAB(IDX-FUNC)
                   MOVE "VALOR DIVERGENTE" TO MARCA-LIN
                   ADD 1 TO CT-DIVERGENCIAS
               ELSE
                   IF RETIDO-TAB(IDX-FUNC) EQUAL 1
                       MOVE "OK - RETIDO" TO MARCA-LIN
                   ELSE
                       MOVE "OK" TO MARCA-LIN.

      * MESMA CONFRONTACAO PARA OS CREDITOS DE PENSAO QUE APARECERAM
      * EM ALGUMA DAS SAIDAS, EM BLOCO PROPRIO DO RELATORIO.
       CONFRONTA-PENSOES.
           MOVE ZEROES TO IDX-PENS.
           MOVE ZEROES TO ACHOU-PENS.
           PERFORM CONFRONTA-PENS QTD-PENS TIMES.

       CONFRONTA-PENS.
           ADD 1 TO IDX-PENS.
           IF TEM-REL-PENS(IDX-PENS) EQUAL 1 OR
              TEM-BAN-PENS(IDX-PENS) EQUAL 1 OR
              TEM-HOL-PENS(IDX-PENS) EQUAL 1
               IF ACHOU-PENS EQUAL ZEROES
                   MOVE 1 TO ACHOU-PENS
                   WRITE REL-SAI FROM LIN-SUBPENS
                       AFTER ADVANCING 2 LINES
               END-IF
               MOVE MAT-PENS-TAB(IDX-PENS) TO MAT-LIN
               MOVE BENEF-PENS-TAB(IDX-PENS) TO NOME-LIN
               MOVE VAL-REL-PENS(IDX-PENS) TO VREL-LIN
               MOVE VAL-BAN-PENS(IDX-PENS) TO VBAN-LIN
               MOVE VAL-HOL-PENS(IDX-PENS) TO VHOL-LIN
               PERFORM MARCA-PENS
               WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

       MARCA-PENS.
           MOVE SPACES TO MARCA-LIN.
           IF TEM-REL-PENS(IDX-PENS) NOT EQUAL 1 OR
              TEM-BAN-PENS(IDX-PENS) NOT EQUAL 1 OR
              TEM-HOL-PENS(IDX-PENS) NOT EQUAL 1
               MOVE "AUSENTE EM SAIDA" TO MARCA-LIN
               ADD 1 TO CT-DIVERGENCIAS
           ELSE
               IF VAL-REL-PENS(IDX-PENS) NOT EQUAL
                  VAL-BAN-PENS(IDX-PENS) OR
                  VAL-BAN-PENS(IDX-PENS) NOT EQUAL
                  VAL-HOL-PENS(IDX-PENS)
                   MOVE "VALOR DIVERGENTE" TO MARCA-LIN
                   ADD 1 TO CT-DIVERGENCIAS
               ELSE
                   MOVE "OK" TO MARCA-LIN.

      * UMA LINHA POR ADIANTAMENTO DO RAZAO (MAIS O HOLERITE QUE
      * DESCONTOU SEM RAZAO): RAZAO, BANCADI E HOLERITE NAS TRES
      * COLUNAS. FORA DA FOLHA NORMAL O HOLERITE NAO E COBRADO.
       CONFRONTA-ADIANTAMENTOS.
           WRITE REL-SAI FROM LIN-SUBADIA AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO IDX-ADIA.
           PERFORM CONFRONTA-ADIA QTD-ADIA TIMES.
           MOVE TOT-ADIA-RAZ TO TRAZ-ADIA-LIN.
           MOVE TOT-ADIA-BAN TO TBAN-ADIA-LIN.
           MOVE TOT-ADIA-HOL TO THOL-ADIA-LIN.
           WRITE REL-SAI FROM LIN-TOTADIA AFTER ADVANCING 1 LINE.

       CONFRONTA-ADIA.
           ADD 1 TO IDX-ADIA.
           MOVE MAT-ADIA-TAB(IDX-ADIA) TO MAT-LIN MAT-PROC.
           PERFORM PROCURA-MAT.
           IF ACHOU-FUNC EQUAL 1
               MOVE NOME-TAB(IDX-FUNC) TO NOME-LIN
           ELSE
               MOVE SPACES TO NOME-LIN.
           MOVE VAL-RAZ-ADIA(IDX-ADIA) TO VREL-LIN.
           MOVE VAL-BAN-ADIA(IDX-ADIA) TO VBAN-LIN.
           MOVE VAL-HOL-ADIA(IDX-ADIA) TO VHOL-LIN.
           PERFORM MARCA-ADIA.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

       MARCA-ADIA.
           MOVE SPACES TO MARCA-LIN.
           IF VAL-RAZ-ADIA(IDX-ADIA) EQUAL ZEROES OR
              TEM-BAN-ADIA(IDX-ADIA) NOT EQUAL 1 OR
              (MODO-FOLHA EQUAL ZEROES AND
               TEM-HOL-ADIA(IDX-ADIA) NOT EQUAL 1)
               MOVE "AUSENTE EM SAIDA" TO MARCA-LIN
               ADD 1 TO CT-DIVERGENCIAS
           ELSE
               IF VAL-RAZ-ADIA(IDX-ADIA) NOT EQUAL
                  VAL-BAN-ADIA(IDX-ADIA) OR
                  (MODO-FOLHA EQUAL ZEROES AND
                   VAL-BAN-ADIA(IDX-ADIA) NOT EQUAL
                   VAL-HOL-ADIA(IDX-ADIA))
                   MOVE "VALOR DIVERGENTE" TO MARCA-LIN
                   ADD 1 TO CT-DIVERGENCIAS
               ELSE
                   IF RETIDO-ADIA(IDX-ADIA) EQUAL 1
                       MOVE "OK - RETIDO" TO MARCA-LIN
                   ELSE
                       MOVE "OK" TO MARCA-LIN.

       FIM.
           MOVE TOT-REL TO TREL-LIN.
           MOVE TOT-BAN TO TBAN-LIN.
           MOVE CT-HOL TO QHOL-LIN.
           MOVE CT-DIVERGENCIAS TO QDIV-LIN.
           WRITE REL-SAI FROM LIN-QTDES AFTER ADVANCING 1 LINE.
           IF CT-RET IS GREATER THAN ZEROES
               MOVE CT-RET TO QRET-LIN
               MOVE TOT-RET TO TRET-LIN
               WRITE REL-SAI FROM LIN-RETIDO AFTER ADVANCING 1 LINE.
           IF CT-RET-ADIA IS GREATER THAN ZEROES
               MOVE CT-RET-ADIA TO QRET-ADIA-LIN
               MOVE TOT-RET-ADIA TO TRET-ADIA-LIN
               WRITE REL-SAI FROM LIN-RETIDO-ADIA
                   AFTER ADVANCING 1 LINE.
           CLOSE RELCONC.

       COPY LEDATAMOV.
