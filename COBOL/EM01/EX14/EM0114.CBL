       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0114.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       MANUTENCAO DO CADASTRO DE FUNCIONARIOS (CADFUNC)
      *               POR TRANSACOES. O CADFUNC E RECONSTRUIDO TODO
      *               DIA PELO EM0113 A PARTIR DOS TRES LAYOUTS
      *               ANTIGOS, ENTAO AS MANUTENCOES FICAM GUARDADAS NO
      *               ARQUIVO PERMANENTE MANFUNC.DAT (IMAGEM DO
      *               FUNCIONARIO + MASCARA DOS CAMPOS MANTIDOS +
      *               SITUACAO) E SAO REAPLICADAS SOBRE O CADFUNC A
      *               CADA RODADA. AS TRANSACOES DO DIA CHEGAM EM
      *               MOVFUNC.DAT: OPERACAO I (INCLUSAO), A
      *               (ALTERACAO) OU D (DESLIGAMENTO), MATRICULA,
      *               OPERADOR SOLICITANTE E OS CAMPOS DO REGISTRO
      *               (CAMPO EM BRANCO = SEM ALTERACAO). CADA CAMPO
      *               ALTERADO VAI PARA A TRILHA AUDFUNC.DAT COM O
      *               VALOR ANTERIOR E O NOVO.
      *               TROCA DE CONTA BANCARIA NUNCA E APLICADA DIRETO:
      *               VAI PARA MOVCTAP.DAT (CONTAS PENDENTES) E GERA
      *               PENDENCIA "EM0114" EM APROVA.DAT. NA RODADA
      *               SEGUINTE A ASSINATURA NO UTILITARIO APROVA, AS
      *               CONTAS PENDENTES SAO APLICADAS, AUDITADAS E
      *               REGISTRADAS EM ALTCONTA.DAT (LIDO PELO EM0306
      *               PARA RETER O CREDITO DE CONTA RECEM-TROCADA). A
      *               ASSINATURA DE UM OPERADOR QUE SOLICITOU ALGUMA
      *               DAS CONTAS DO LOTE E RECUSADA (QUATRO MAOS) E A
      *               PENDENCIA VOLTA A "P".
      *               RELATORIO RELMFUN COM CADA TRANSACAO, OS CAMPOS
      *               ALTERADOS E AS CONTAS PENDENTES PARA CONFERENCIA
      *               DO SUPERVISOR ANTES DE ASSINAR. RETURN-CODE 4
      *               QUANDO HOUVE REJEICAO, CONTA PENDENTE OU
      *               ASSINATURA RECUSADA; 16 SEM CADFUNC.

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

           SELECT MANFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MAN.

           SELECT MOVCTAP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTAP.

           SELECT MOVFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOV.

           SELECT AUDFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUD.

           SELECT ALTCONTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALT.

           SELECT TRAB ASSIGN TO DISK.

           SELECT RELMFUN ASSIGN TO DISK.

           SELECT APROVA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-APROVA.

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

       FD MANFUNC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MANFUNC.DAT".

       01 REG-MAN.
           02 IMAGEM-MAN     PIC X(89).
           02 MASCARA-MAN    PIC X(09).
           02 SITU-MAN       PIC X(01).
           02 DATA-DESL-MAN  PIC 9(08).

       FD MOVCTAP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVCTAP.DAT".

       01 REG-CTAP.
           02 MAT-CTAP       PIC 9(05).
           02 CONTA-CTAP     PIC 9(10).
           02 SOLIC-CTAP     PIC X(08).
           02 DATA-CTAP      PIC 9(08).

       FD MOVFUNC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVFUNC.DAT".

       01 REG-MOV.
           02 TIPO-MOV       PIC X(01).
           02 MAT-MOV        PIC X(05).
           02 SOLIC-MOV      PIC X(08).
           02 IMAGEM-MOV     PIC X(84).

       FD AUDFUNC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AUDFUNC.DAT".

       01 REG-AUD.
           02 DATA-AUD       PIC 9(08).
           02 MAT-AUD        PIC 9(05).
           02 TIPO-AUD       PIC X(01).
           02 CAMPO-AUD      PIC X(10).
           02 ANTES-AUD      PIC X(30).
           02 DEPOIS-AUD     PIC X(30).
           02 SOLIC-AUD      PIC X(08).
           02 APROV-AUD      PIC X(08).

       COPY ALTCONTA.

       SD TRAB.

       01 REG-TRAB.
           02 MAT-TRAB       PIC X(05).
           02 FONTE-TRAB     PIC 9(01).
           02 SEQ-TRAB       PIC 9(05).
           02 DADOS-TRAB     PIC X(107).

       FD RELMFUN
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY APROVA.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FS-FUNC            PIC X(02) VALUE SPACES.
       77 FS-MAN             PIC X(02) VALUE SPACES.
       77 FS-CTAP            PIC X(02) VALUE SPACES.
       77 FS-MOV             PIC X(02) VALUE SPACES.
       77 FS-AUD             PIC X(02) VALUE SPACES.
       77 FS-ALT             PIC X(02) VALUE SPACES.
       77 FS-APROVA          PIC X(02) VALUE SPACES.
       77 FIM-FUNC           PIC X(03) VALUE "NAO".
       77 FIM-MAN            PIC X(03) VALUE "NAO".
       77 FIM-CTAP           PIC X(03) VALUE "NAO".
       77 FIM-MOV            PIC X(03) VALUE "NAO".
       77 FIM-TRAB           PIC X(03) VALUE "NAO".
       77 FIM-APR            PIC X(03) VALUE "NAO".
       77 CT-SEQ             PIC 9(05) VALUE ZEROES.
       77 CT-APLICADAS       PIC 9(05) VALUE ZEROES.
       77 CT-REJEITADAS      PIC 9(05) VALUE ZEROES.
       77 CT-CTAP-ANT        PIC 9(05) VALUE ZEROES.
       77 CT-CTAP-NOVO       PIC 9(05) VALUE ZEROES.
       77 CT-CONTAS-APLIC    PIC 9(05) VALUE ZEROES.
       77 CT-GRAVADOS        PIC 9(05) VALUE ZEROES.
       77 CT-DESLIGADOS      PIC 9(05) VALUE ZEROES.
       77 CT-DIFER           PIC 9(02) VALUE ZEROES.
       77 TRANS-VAL          PIC 9     VALUE ZEROES.
       77 DATA-VAL           PIC 9     VALUE ZEROES.
       77 DATA-ADM-VAL       PIC 9(08) VALUE ZEROES.
       77 MOTIVO-REJ         PIC X(40) VALUE SPACES.
       77 MSG-APROVA         PIC X(80) VALUE SPACES.
       77 QTD-APROVA         PIC 9(03) VALUE ZEROES.
       77 IDX-APROVA         PIC 9(03) VALUE ZEROES.
       77 POS-APROVA         PIC 9(03) VALUE ZEROES.
       77 APROVA-MUDOU       PIC 9     VALUE ZEROES.
       77 APROVA-CARREGADA   PIC 9     VALUE ZEROES.
       77 APROVACAO-OK       PIC 9     VALUE ZEROES.
       77 AUTO-APROVACAO     PIC 9     VALUE ZEROES.
       77 APROVADOR-CONTA    PIC X(08) VALUE SPACES.
       77 QTD-SOLIC          PIC 9(03) VALUE ZEROES.
       77 IDX-SOLIC          PIC 9(03) VALUE ZEROES.
       77 POS-SOLIC          PIC 9(03) VALUE ZEROES.
       77 SOLIC-PROC         PIC X(08) VALUE SPACES.
       77 IDX-CAMPO          PIC 9(02) VALUE ZEROES.
       77 POS-ATU            PIC 9(03) VALUE ZEROES.
       77 TAM-ATU            PIC 9(02) VALUE ZEROES.
       77 POS-MOV            PIC 9(03) VALUE ZEROES.
       77 MAT-CORRENTE       PIC X(05) VALUE SPACES.
       77 EXISTE-FUNC        PIC 9     VALUE ZEROES.
       77 MANTIDO-FUNC       PIC 9     VALUE ZEROES.
       77 SITU-ATU           PIC X(01) VALUE SPACES.
       77 DATA-DESL-ATU      PIC 9(08) VALUE ZEROES.
       77 MASCARA-ATU        PIC X(09) VALUE SPACES.
       77 CONTA-ANT-W        PIC 9(10) VALUE ZEROES.
       77 TIPO-W             PIC X(01) VALUE SPACES.
       77 CAMPO-W            PIC X(10) VALUE SPACES.
       77 VALOR-ANT          PIC X(30) VALUE SPACES.
       77 VALOR-NOVO         PIC X(30) VALUE SPACES.
       77 SOLIC-W            PIC X(08) VALUE SPACES.
       77 APROV-W            PIC X(08) VALUE SPACES.

       COPY WSHASH.

      * CAMPOS MANUTENIVEIS DO REGISTRO DO CADFUNC: NOME, POSICAO E
      * TAMANHO NA IMAGEM DE 89 POSICOES E TIPO (X = TEXTO, N =
      * NUMERICO, D = DATA DDMMAAAA, C = CONTA BANCARIA, QUE SO MUDA
      * COM APROVACAO). NA TRANSACAO O CAMPO ESTA 5 POSICOES ANTES,
      * POIS A IMAGEM DO MOVFUNC COMECA DEPOIS DA MATRICULA.
       01 TAB-CAMPOS-VAL.
           02 FILLER         PIC X(16) VALUE "NOME      00630X".
           02 FILLER         PIC X(16) VALUE "ADMISSAO  03608D".
           02 FILLER         PIC X(16) VALUE "SALARIO   04409N".
           02 FILLER         PIC X(16) VALUE "DEPTO     05301X".
           02 FILLER         PIC X(16) VALUE "SECAO     05401X".
           02 FILLER         PIC X(16) VALUE "CONTA     05510C".
           02 FILLER         PIC X(16) VALUE "FIXO      06509N".
           02 FILLER         PIC X(16) VALUE "VENDAS    07409N".
           02 FILLER         PIC X(16) VALUE "DESCONTO  08307N".

       01 TAB-CAMPOS REDEFINES TAB-CAMPOS-VAL.
           02 ENT-CAMPO OCCURS 9 TIMES.
               03 NOME-CAMPO     PIC X(10).
               03 POS-CAMPO      PIC 9(03).
               03 TAM-CAMPO      PIC 9(02).
               03 TIPO-CAMPO     PIC X(01).

       01 TAB-SOLIC.
           02 SOLIC-TAB      PIC X(08) OCCURS 100 TIMES.

       01 TAB-APROVA.
           02 ENT-APROVA OCCURS 50 TIMES.
               03 REG-APR-TAB    PIC X(72).

       01 REG-APR-TRAB.
           02 ORIGEM-TRAB    PIC X(06).
           02 HASH-TRAB      PIC 9(09).
           02 QTD-TRAB       PIC 9(07).
           02 VALOR-TRAB     PIC 9(11)V99.
           02 DATA-GER-TRAB  PIC 9(08).
           02 SITU-TRAB      PIC X(01).
           02 APROVADOR-TRAB PIC X(20).
           02 DATA-APR-TRAB  PIC 9(08).

       01 FUNC-ATU.
           02 MAT-ATU        PIC 9(05).
           02 NOME-ATU       PIC X(30).
           02 ADMI-ATU       PIC 9(08).
           02 SAL-ATU        PIC 9(07)V99.
           02 DEPT-ATU       PIC X.
           02 SEC-ATU        PIC X.
           02 CONTA-ATU      PIC 9(10).
           02 FIXO-ATU       PIC 9(07)V99.
           02 VENDAS-ATU     PIC 9(07)V99.
           02 DESC-ATU       PIC 9(05)V99.

       01 REG-MAN-TRAB.
           02 IMAGEM-MT      PIC X(89).
           02 MASCARA-MT     PIC X(09).
           02 SITU-MT        PIC X(01).
           02 DATA-DESL-MT   PIC 9(08).

       01 REG-CTAP-TRAB.
           02 MAT-CT         PIC 9(05).
           02 CONTA-CT       PIC 9(10).
           02 SOLIC-CT       PIC X(08).
           02 DATA-CT        PIC 9(08).

       01 REG-MOV-TRAB.
           02 TIPO-TR        PIC X(01).
           02 MAT-TR         PIC X(05).
           02 SOLIC-TR       PIC X(08).
           02 IMAGEM-TR      PIC X(84).

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

       COPY WSDATAMOV.

       01 LIN-TITULO.
           02 FILLER         PIC X(36) VALUE
                        "MANUTENCAO DO CADASTRO DE FUNCIONARI".
           02 FILLER         PIC X(14) VALUE "OS - CADFUNC".
           02 FILLER         PIC X(05) VALUE "DATA ".
           02 DATA-TIT       PIC 9(08).
           02 FILLER         PIC X(17) VALUE SPACES.

       01 LIN-CAB.
           02 FILLER         PIC X(28) VALUE
                        "T MATR. NOME                ".
           02 FILLER         PIC X(24) VALUE
                        " RESULTADO  OBSERVACAO".
           02 FILLER         PIC X(28) VALUE SPACES.

       01 LIN-TRANS.
           02 TIPO-LIN       PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MAT-LIN        PIC X(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-LIN       PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RESULT-LIN     PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MOTIVO-LIN     PIC X(40).

       01 LIN-CAMPO.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 CAMPO-LIN      PIC X(09).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ANTES-LIN      PIC X(30).
           02 FILLER         PIC X(04) VALUE " -> ".
           02 DEPOIS-LIN     PIC X(30).
           02 FILLER         PIC X(04) VALUE SPACES.

       01 LIN-TOTAL1.
           02 FILLER         PIC X(21) VALUE "TRANSACOES APLICADAS:".
           02 APLIC-LIN      PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  REJEITADAS: ".
           02 REJ-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(33) VALUE SPACES.

       01 LIN-TOTAL2.
           02 FILLER         PIC X(21) VALUE "CONTAS APLICADAS:    ".
           02 CTAPL-LIN      PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  PENDENTES:  ".
           02 CTPEN-LIN      PIC ZZ.ZZ9.
           02 FILLER         PIC X(33) VALUE SPACES.

       01 LIN-TOTAL3.
           02 FILLER         PIC X(21) VALUE "CADFUNC GRAVADOS:    ".
           02 GRAV-LIN       PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  DESLIGADOS: ".
           02 DESL-LIN       PIC ZZ.ZZ9.
           02 FILLER         PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.

       EM01-14.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           SORT TRAB
               ASCENDING KEY MAT-TRAB
               ASCENDING KEY FONTE-TRAB
               ASCENDING KEY SEQ-TRAB
               INPUT  PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           DISPLAY "EM0114 - " CT-APLICADAS " APLICADA(S), "
                   CT-REJEITADAS " REJEITADA(S), "
                   CT-CTAP-NOVO " CONTA(S) PENDENTE(S)".
           IF CT-REJEITADAS IS GREATER THAN ZEROES OR
              CT-CTAP-NOVO IS GREATER THAN ZEROES OR
              AUTO-APROVACAO EQUAL 1
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

      * ENTRADA DO SORT: CADFUNC DO DIA (FONTE 1), MANUTENCOES
      * GUARDADAS (2), CONTAS PENDENTES (3) E TRANSACOES DO DIA (4),
      * TODOS POR MATRICULA. AS CONTAS PENDENTES SOMAM A VERIFICACAO
      * QUE TEM DE CONFERIR COM A ASSINATURA NO APROVA.
       ROT-ENTRADA.
           OPEN INPUT CADFUNC.
           IF FS-FUNC NOT EQUAL "00"
               DISPLAY "CADFUNC NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-FUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-FUNC UNTIL FIM-FUNC EQUAL "SIM".
           CLOSE CADFUNC.
           OPEN INPUT MANFUNC.
           IF FS-MAN EQUAL "00"
               PERFORM LE-MAN UNTIL FIM-MAN EQUAL "SIM"
               CLOSE MANFUNC.
           MOVE ZEROES TO HASH-VALOR.
           OPEN INPUT MOVCTAP.
           IF FS-CTAP EQUAL "00"
               PERFORM LE-CTAP UNTIL FIM-CTAP EQUAL "SIM"
               CLOSE MOVCTAP.
           OPEN INPUT MOVFUNC.
           IF FS-MOV EQUAL "00"
               PERFORM LE-MOV UNTIL FIM-MOV EQUAL "SIM"
               CLOSE MOVFUNC.

       LE-FUNC.
           READ CADFUNC AT END
               MOVE "SIM" TO FIM-FUNC.
           IF FIM-FUNC NOT EQUAL "SIM"
               MOVE SPACES TO REG-TRAB
               MOVE MAT-FUNC TO MAT-TRAB
               MOVE 1 TO FONTE-TRAB
               MOVE REG-FUNC TO DADOS-TRAB
               PERFORM SOLTA-TRAB.

       LE-MAN.
           READ MANFUNC AT END
               MOVE "SIM" TO FIM-MAN.
           IF FIM-MAN NOT EQUAL "SIM"
               MOVE SPACES TO REG-TRAB
               MOVE IMAGEM-MAN(1:5) TO MAT-TRAB
               MOVE 2 TO FONTE-TRAB
               MOVE REG-MAN TO DADOS-TRAB
               PERFORM SOLTA-TRAB.

       LE-CTAP.
           READ MOVCTAP AT END
               MOVE "SIM" TO FIM-CTAP.
           IF FIM-CTAP NOT EQUAL "SIM"
               MOVE SPACES TO REG-TRAB
               MOVE MAT-CTAP TO MAT-TRAB
               MOVE 3 TO FONTE-TRAB
               MOVE REG-CTAP TO DADOS-TRAB
               PERFORM SOLTA-TRAB
               ADD 1 TO CT-CTAP-ANT
               MOVE REG-CTAP TO HASH-AREA
               MOVE 31 TO HASH-TAM
               PERFORM CALC-HASH
               MOVE SOLIC-CTAP TO SOLIC-PROC
               PERFORM GUARDA-SOLICITANTE.

       LE-MOV.
           READ MOVFUNC AT END
               MOVE "SIM" TO FIM-MOV.
           IF FIM-MOV NOT EQUAL "SIM" AND
              REG-MOV NOT EQUAL SPACES
               MOVE SPACES TO REG-TRAB
               MOVE MAT-MOV TO MAT-TRAB
               MOVE 4 TO FONTE-TRAB
               MOVE REG-MOV TO DADOS-TRAB
               PERFORM SOLTA-TRAB.

       SOLTA-TRAB.
           ADD 1 TO CT-SEQ.
           MOVE CT-SEQ TO SEQ-TRAB.
           RELEASE REG-TRAB.

      * GUARDA CADA OPERADOR QUE PEDIU UMA DAS CONTAS PENDENTES, PARA
      * RECUSAR A ASSINATURA DE QUEM PEDIU (QUATRO MAOS).
       GUARDA-SOLICITANTE.
           PERFORM PROCURA-SOLIC.
           IF POS-SOLIC EQUAL ZEROES
               IF QTD-SOLIC GREATER THAN OR EQUAL TO 100
                   DISPLAY "MOVCTAP COM MAIS DE 100 SOLICITANTES - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-SOLIC
                   MOVE SOLIC-PROC TO SOLIC-TAB(QTD-SOLIC).

       PROCURA-SOLIC.
           MOVE ZEROES TO POS-SOLIC IDX-SOLIC.
           PERFORM TESTA-SOLIC QTD-SOLIC TIMES.

       TESTA-SOLIC.
           ADD 1 TO IDX-SOLIC.
           IF SOLIC-TAB(IDX-SOLIC) EQUAL SOLIC-PROC
               MOVE IDX-SOLIC TO POS-SOLIC.

       ROT-SAIDA.
           PERFORM INICIO.
           PERFORM LE-TRAB.
           PERFORM PRINCIPAL UNTIL FIM-TRAB EQUAL "SIM".
           PERFORM FIM.

       INICIO.
           IF CT-CTAP-ANT IS GREATER THAN ZEROES
               PERFORM CONFERE-APROVACAO.
           MOVE ZEROES TO HASH-VALOR.
           OPEN OUTPUT CADFUNC
                       MANFUNC
                       MOVCTAP
                       RELMFUN
                EXTEND AUDFUNC.
           IF FS-AUD EQUAL "35"
               CLOSE AUDFUNC
               OPEN OUTPUT AUDFUNC.
           OPEN EXTEND ALTCONTA.
           IF FS-ALT EQUAL "35"
               CLOSE ALTCONTA
               OPEN OUTPUT ALTCONTA.
           MOVE DATA-RODADA TO DATA-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           IF MSG-APROVA NOT EQUAL SPACES
               MOVE MSG-APROVA TO REL-SAI
               WRITE REL-SAI AFTER ADVANCING 2 LINES.
           WRITE REL-SAI FROM LIN-CAB AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.

      * AS CONTAS PENDENTES SO SAO APLICADAS COM APROVACAO ASSINADA
      * ("A") DA ORIGEM EM0114 CUJA SOMA CONFIRA COM O MOVCTAP, E
      * ASSINADA POR OPERADOR QUE NAO PEDIU NENHUMA DAS CONTAS. SE O
      * APROVADOR E TAMBEM SOLICITANTE, A ASSINATURA E DESFEITA (A
      * PENDENCIA VOLTA A "P") E AS CONTAS CONTINUAM PENDENTES.
       CONFERE-APROVACAO.
           PERFORM CARGA-APROVA.
           MOVE ZEROES TO POS-APROVA IDX-APROVA.
           PERFORM TESTA-APROVACAO QTD-APROVA TIMES.
           IF POS-APROVA IS GREATER THAN ZEROES
               MOVE REG-APR-TAB(POS-APROVA) TO REG-APR-TRAB
               MOVE APROVADOR-TRAB TO SOLIC-PROC
               PERFORM PROCURA-SOLIC
               IF POS-SOLIC IS GREATER THAN ZEROES
                   MOVE "P" TO SITU-TRAB
                   MOVE SPACES TO APROVADOR-TRAB
                   MOVE ZEROES TO DATA-APR-TRAB
                   MOVE 1 TO AUTO-APROVACAO
                   STRING "ASSINATURA DE " SOLIC-PROC
                          " RECUSADA: SOLICITOU CONTA DO LOTE"
                          DELIMITED BY SIZE INTO MSG-APROVA
               ELSE
                   MOVE "C" TO SITU-TRAB
                   MOVE 1 TO APROVACAO-OK
                   MOVE SOLIC-PROC TO APROVADOR-CONTA
                   STRING "CONTAS PENDENTES APROVADAS POR "
                          APROVADOR-CONTA
                          DELIMITED BY SIZE INTO MSG-APROVA
               END-IF
               MOVE REG-APR-TRAB TO REG-APR-TAB(POS-APROVA)
               MOVE 1 TO APROVA-MUDOU
           ELSE
               MOVE "CONTAS PENDENTES SEM APROVACAO ASSINADA - MANTIDAS"
                    TO MSG-APROVA.
           DISPLAY "EM0114 - " MSG-APROVA.

       TESTA-APROVACAO.
           ADD 1 TO IDX-APROVA.
           MOVE REG-APR-TAB(IDX-APROVA) TO REG-APR-TRAB.
           IF ORIGEM-TRAB EQUAL "EM0114" AND
              SITU-TRAB EQUAL "A" AND
              HASH-TRAB EQUAL HASH-VALOR
               MOVE IDX-APROVA TO POS-APROVA.

       LE-TRAB.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

      * QUEBRA POR MATRICULA: MONTA O FUNCIONARIO (CADFUNC + MANUTENCAO
      * GUARDADA), APLICA CONTAS APROVADAS E TRANSACOES DO DIA E GRAVA
      * O RESULTADO.
       PRINCIPAL.
           MOVE MAT-TRAB TO MAT-CORRENTE.
           PERFORM INICIA-FUNCIONARIO.
           PERFORM TRATA-REGISTRO
               UNTIL FIM-TRAB EQUAL "SIM" OR
                     MAT-TRAB NOT EQUAL MAT-CORRENTE.
           PERFORM ENCERRA-FUNCIONARIO.

       INICIA-FUNCIONARIO.
           MOVE ZEROES TO EXISTE-FUNC MANTIDO-FUNC DATA-DESL-ATU.
           MOVE "A" TO SITU-ATU.
           MOVE SPACES TO MASCARA-ATU NOME-ATU DEPT-ATU SEC-ATU.
           MOVE ZEROES TO MAT-ATU ADMI-ATU SAL-ATU CONTA-ATU
                          FIXO-ATU VENDAS-ATU DESC-ATU.

       TRATA-REGISTRO.
           EVALUATE FONTE-TRAB
               WHEN 1
                   PERFORM CARREGA-BASE
               WHEN 2
                   PERFORM CARREGA-MANUTENCAO
               WHEN 3
                   PERFORM TRATA-CONTA-PENDENTE
               WHEN 4
                   PERFORM TRATA-TRANSACAO
           END-EVALUATE.
           PERFORM LE-TRAB.

       CARREGA-BASE.
           MOVE DADOS-TRAB TO FUNC-ATU.
           MOVE 1 TO EXISTE-FUNC.

      * SOBRE O REGISTRO RECONSTRUIDO PELO EM0113 SO VALEM OS CAMPOS
      * MARCADOS NA MASCARA; SEM REGISTRO-BASE (FUNCIONARIO INCLUIDO
      * AQUI), A IMAGEM GUARDADA E O PROPRIO FUNCIONARIO.
       CARREGA-MANUTENCAO.
           MOVE DADOS-TRAB TO REG-MAN-TRAB.
           IF EXISTE-FUNC EQUAL ZEROES
               MOVE IMAGEM-MT TO FUNC-ATU
           ELSE
               MOVE ZEROES TO IDX-CAMPO
               PERFORM SOBREPOE-CAMPO 9 TIMES.
           MOVE MASCARA-MT TO MASCARA-ATU.
           MOVE SITU-MT TO SITU-ATU.
           MOVE DATA-DESL-MT TO DATA-DESL-ATU.
           MOVE 1 TO EXISTE-FUNC MANTIDO-FUNC.

       SOBREPOE-CAMPO.
           ADD 1 TO IDX-CAMPO.
           IF MASCARA-MT(IDX-CAMPO:1) EQUAL "S"
               MOVE POS-CAMPO(IDX-CAMPO) TO POS-ATU
               MOVE TAM-CAMPO(IDX-CAMPO) TO TAM-ATU
               MOVE IMAGEM-MT(POS-ATU:TAM-ATU)
                 TO FUNC-ATU(POS-ATU:TAM-ATU).

       TRATA-CONTA-PENDENTE.
           MOVE DADOS-TRAB TO REG-CTAP-TRAB.
           IF APROVACAO-OK EQUAL 1
               PERFORM APLICA-CONTA-APROVADA
           ELSE
               MOVE REG-CTAP-TRAB TO REG-CTAP
               PERFORM GRAVA-CTAP.

       APLICA-CONTA-APROVADA.
           MOVE "C" TO TIPO-LIN.
           MOVE MAT-CT TO MAT-LIN.
           MOVE NOME-ATU TO NOME-LIN.
           IF EXISTE-FUNC EQUAL ZEROES OR SITU-ATU EQUAL "D"
               ADD 1 TO CT-REJEITADAS
               MOVE "REJEITADA" TO RESULT-LIN
               MOVE "CONTA APROVADA P/ FUNCIONARIO INEXISTENTE"
                    TO MOTIVO-LIN
               WRITE REL-SAI FROM LIN-TRANS AFTER ADVANCING 1 LINE
           ELSE
               MOVE "APLICADA" TO RESULT-LIN
               MOVE SPACES TO MOTIVO-LIN
               STRING "CONTA APROVADA POR " APROVADOR-CONTA
                      DELIMITED BY SIZE INTO MOTIVO-LIN
               WRITE REL-SAI FROM LIN-TRANS AFTER ADVANCING 1 LINE
               MOVE CONTA-ATU TO CONTA-ANT-W
               MOVE "C" TO TIPO-W
               MOVE NOME-CAMPO(6) TO CAMPO-W
               MOVE CONTA-ANT-W TO VALOR-ANT
               MOVE CONTA-CT TO VALOR-NOVO
               MOVE SOLIC-CT TO SOLIC-W
               MOVE APROVADOR-CONTA TO APROV-W
               PERFORM GRAVA-AUDITORIA
               MOVE CONTA-CT TO CONTA-ATU
               MOVE "S" TO MASCARA-ATU(6:1)
               MOVE 1 TO MANTIDO-FUNC
               PERFORM GRAVA-ALTCONTA
               ADD 1 TO CT-CONTAS-APLIC.

       GRAVA-ALTCONTA.
           MOVE MAT-ATU TO MAT-ALT.
           MOVE NOME-ATU TO NOME-ALT.
           MOVE DATA-RODADA TO DATA-ALT.
           MOVE CONTA-ANT-W TO CONTA-ANT-ALT.
           MOVE CONTA-CT TO CONTA-NOVA-ALT.
           MOVE SOLIC-CT TO SOLIC-ALT.
           MOVE APROVADOR-CONTA TO APROV-ALT.
           WRITE REG-ALT.

      * CONTA QUE CONTINUA (OU PASSA A FICAR) PENDENTE: VAI PARA O
      * NOVO MOVCTAP, ENTRA NA SOMA DA PENDENCIA E SAI NO RELATORIO
      * COM A CONTA ATUAL E A PEDIDA, PARA CONFERENCIA DO SUPERVISOR.
       GRAVA-CTAP.
           WRITE REG-CTAP.
           ADD 1 TO CT-CTAP-NOVO.
           MOVE REG-CTAP TO HASH-AREA.
           MOVE 31 TO HASH-TAM.
           PERFORM CALC-HASH.
           MOVE "C" TO TIPO-LIN.
           MOVE MAT-CTAP TO MAT-LIN.
           MOVE NOME-ATU TO NOME-LIN.
           MOVE "PENDENTE" TO RESULT-LIN.
           MOVE SPACES TO MOTIVO-LIN.
           STRING "AGUARDA APROVA - SOLICITADA POR " SOLIC-CTAP
                  DELIMITED BY SIZE INTO MOTIVO-LIN.
           WRITE REL-SAI FROM LIN-TRANS AFTER ADVANCING 1 LINE.
           MOVE NOME-CAMPO(6) TO CAMPO-W.
           MOVE CONTA-ATU TO VALOR-ANT.
           MOVE CONTA-CTAP TO VALOR-NOVO.
           PERFORM IMPRIME-CAMPO.

       TRATA-TRANSACAO.
           MOVE DADOS-TRAB TO REG-MOV-TRAB.
           PERFORM VALIDA-TRANSACAO.
           IF TRANS-VAL EQUAL 1
               EVALUATE TIPO-TR
                   WHEN "I"
                       PERFORM APLICA-INCLUSAO
                   WHEN "A"
                       PERFORM APLICA-ALTERACAO
                   WHEN "D"
                       PERFORM APLICA-DESLIGAMENTO
               END-EVALUATE
           ELSE
               PERFORM REJEITA-TRANSACAO.

       VALIDA-TRANSACAO.
           MOVE 1 TO TRANS-VAL.
           MOVE SPACES TO MOTIVO-REJ.
           IF TIPO-TR NOT EQUAL "I" AND
              TIPO-TR NOT EQUAL "A" AND
              TIPO-TR NOT EQUAL "D"
               MOVE ZEROES TO TRANS-VAL
               MOVE "OPERACAO INVALIDA (I/A/D)" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1
               IF MAT-TR NOT NUMERIC OR MAT-TR EQUAL "00000"
                   MOVE ZEROES TO TRANS-VAL
                   MOVE "MATRICULA INVALIDA" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1 AND SOLIC-TR EQUAL SPACES
               MOVE ZEROES TO TRANS-VAL
               MOVE "OPERADOR SOLICITANTE NAO INFORMADO" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1 AND TIPO-TR EQUAL "I"
               IF EXISTE-FUNC EQUAL 1
                   MOVE ZEROES TO TRANS-VAL
                   MOVE "MATRICULA JA CADASTRADA" TO MOTIVO-REJ
               ELSE
                   IF IMAGEM-TR(1:30) EQUAL SPACES OR
                      IMAGEM-TR(31:8) EQUAL SPACES
                       MOVE ZEROES TO TRANS-VAL
                       MOVE "INCLUSAO SEM NOME OU ADMISSAO"
                            TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1 AND TIPO-TR NOT EQUAL "I"
               IF EXISTE-FUNC EQUAL ZEROES
                   MOVE ZEROES TO TRANS-VAL
                   MOVE "MATRICULA NAO CADASTRADA" TO MOTIVO-REJ
               ELSE
                   IF SITU-ATU EQUAL "D"
                       MOVE ZEROES TO TRANS-VAL
                       MOVE "FUNCIONARIO JA DESLIGADO" TO MOTIVO-REJ.
           IF TRANS-VAL EQUAL 1 AND TIPO-TR NOT EQUAL "D"
               MOVE ZEROES TO IDX-CAMPO
               PERFORM VALIDA-CAMPO 9 TIMES.

       VALIDA-CAMPO.
           ADD 1 TO IDX-CAMPO.
           PERFORM POSICIONA-CAMPO.
           IF TRANS-VAL EQUAL 1 AND
              IMAGEM-TR(POS-MOV:TAM-ATU) NOT EQUAL SPACES AND
              TIPO-CAMPO(IDX-CAMPO) NOT EQUAL "X"
               IF IMAGEM-TR(POS-MOV:TAM-ATU) IS NOT NUMERIC
                   MOVE ZEROES TO TRANS-VAL
                   STRING NOME-CAMPO(IDX-CAMPO) DELIMITED BY SPACE
                          " NAO NUMERICO" DELIMITED BY SIZE
                          INTO MOTIVO-REJ
               ELSE
                   IF TIPO-CAMPO(IDX-CAMPO) EQUAL "D"
                       MOVE IMAGEM-TR(POS-MOV:TAM-ATU) TO DATA-ADM-VAL
                       CALL "DATEVALID" USING DATA-ADM-VAL
                                              DATA-RODADA DATA-VAL
                       IF DATA-VAL NOT EQUAL 1
                           MOVE ZEROES TO TRANS-VAL
                           MOVE "DATA DE ADMISSAO INVALIDA"
                                TO MOTIVO-REJ
                       END-IF
                   END-IF
                   IF TIPO-CAMPO(IDX-CAMPO) EQUAL "C" AND
                      IMAGEM-TR(POS-MOV:TAM-ATU) EQUAL ZEROES
                       MOVE ZEROES TO TRANS-VAL
                       MOVE "CONTA BANCARIA ZERADA" TO MOTIVO-REJ.

       POSICIONA-CAMPO.
           MOVE POS-CAMPO(IDX-CAMPO) TO POS-ATU.
           MOVE TAM-CAMPO(IDX-CAMPO) TO TAM-ATU.
           COMPUTE POS-MOV = POS-ATU - 5.

       APLICA-INCLUSAO.
           MOVE "I" TO TIPO-LIN.
           MOVE MAT-TR TO MAT-LIN.
           MOVE IMAGEM-TR(1:20) TO NOME-LIN.
           MOVE "APLICADA" TO RESULT-LIN.
           MOVE "INCLUSAO" TO MOTIVO-LIN.
           WRITE REL-SAI FROM LIN-TRANS AFTER ADVANCING 1 LINE.
           MOVE MAT-TR TO MAT-ATU.
           MOVE "A" TO SITU-ATU.
           MOVE ZEROES TO DATA-DESL-ATU.
           MOVE "SSSSS SSS" TO MASCARA-ATU.
           MOVE ZEROES TO IDX-CAMPO.
           PERFORM ALTERA-CAMPO 9 TIMES.
           MOVE 1 TO EXISTE-FUNC MANTIDO-FUNC.
           ADD 1 TO CT-APLICADAS.

       APLICA-ALTERACAO.
           MOVE ZEROES TO CT-DIFER IDX-CAMPO.
           PERFORM CONTA-DIFERENCA 9 TIMES.
           IF CT-DIFER EQUAL ZEROES
               MOVE "NENHUM CAMPO DIFERENTE DO CADASTRO" TO MOTIVO-REJ
               PERFORM REJEITA-TRANSACAO
           ELSE
               MOVE "A" TO TIPO-LIN
               MOVE MAT-TR TO MAT-LIN
               MOVE NOME-ATU TO NOME-LIN
               MOVE "APLICADA" TO RESULT-LIN
               MOVE "ALTERACAO" TO MOTIVO-LIN
               WRITE REL-SAI FROM LIN-TRANS AFTER ADVANCING 1 LINE
               MOVE ZEROES TO IDX-CAMPO
               PERFORM ALTERA-CAMPO 9 TIMES
               MOVE 1 TO MANTIDO-FUNC
               ADD 1 TO CT-APLICADAS.

       CONTA-DIFERENCA.
           ADD 1 TO IDX-CAMPO.
           PERFORM POSICIONA-CAMPO.
           IF IMAGEM-TR(POS-MOV:TAM-ATU) NOT EQUAL SPACES AND
              IMAGEM-TR(POS-MOV:TAM-ATU) NOT EQUAL
              FUNC-ATU(POS-ATU:TAM-ATU)
               ADD 1 TO CT-DIFER.

      * CAMPO INFORMADO E DIFERENTE DO CADASTRO: APLICA, MARCA NA
      * MASCARA E AUDITA. A CONTA BANCARIA NAO E APLICADA AQUI - VAI
      * PARA O MOVCTAP E ESPERA A ASSINATURA NO APROVA.
       ALTERA-CAMPO.
           ADD 1 TO IDX-CAMPO.
           PERFORM POSICIONA-CAMPO.
           IF IMAGEM-TR(POS-MOV:TAM-ATU) NOT EQUAL SPACES AND
              IMAGEM-TR(POS-MOV:TAM-ATU) NOT EQUAL
              FUNC-ATU(POS-ATU:TAM-ATU)
               IF TIPO-CAMPO(IDX-CAMPO) EQUAL "C"
                   PERFORM PEDE-CONTA
               ELSE
                   MOVE TIPO-TR TO TIPO-W
                   MOVE NOME-CAMPO(IDX-CAMPO) TO CAMPO-W
                   MOVE FUNC-ATU(POS-ATU:TAM-ATU) TO VALOR-ANT
                   IF TIPO-TR EQUAL "I"
                       MOVE SPACES TO VALOR-ANT
                   END-IF
                   MOVE IMAGEM-TR(POS-MOV:TAM-ATU) TO VALOR-NOVO
                   MOVE SOLIC-TR TO SOLIC-W
                   MOVE SPACES TO APROV-W
                   PERFORM GRAVA-AUDITORIA
                   MOVE IMAGEM-TR(POS-MOV:TAM-ATU)
                     TO FUNC-ATU(POS-ATU:TAM-ATU)
                   MOVE "S" TO MASCARA-ATU(IDX-CAMPO:1).

       PEDE-CONTA.
           MOVE MAT-ATU TO MAT-CTAP.
           MOVE IMAGEM-TR(POS-MOV:TAM-ATU) TO CONTA-CTAP.
           MOVE SOLIC-TR TO SOLIC-CTAP.
           MOVE DATA-RODADA TO DATA-CTAP.
           PERFORM GRAVA-CTAP.

       APLICA-DESLIGAMENTO.
           MOVE "D" TO TIPO-LIN.
           MOVE MAT-TR TO MAT-LIN.
           MOVE NOME-ATU TO NOME-LIN.
           MOVE "APLICADA" TO RESULT-LIN.
           MOVE "DESLIGAMENTO" TO MOTIVO-LIN.
           WRITE REL-SAI FROM LIN-TRANS AFTER ADVANCING 1 LINE.
           MOVE "D" TO TIPO-W.
           MOVE "SITUACAO" TO CAMPO-W.
           MOVE "ATIVO" TO VALOR-ANT.
           MOVE "DESLIGADO" TO VALOR-NOVO.
           MOVE SOLIC-TR TO SOLIC-W.
           MOVE SPACES TO APROV-W.
           PERFORM GRAVA-AUDITORIA.
           MOVE "D" TO SITU-ATU.
           MOVE DATA-RODADA TO DATA-DESL-ATU.
           MOVE 1 TO MANTIDO-FUNC.
           ADD 1 TO CT-APLICADAS.

       REJEITA-TRANSACAO.
           ADD 1 TO CT-REJEITADAS.
           MOVE TIPO-TR TO TIPO-LIN.
           MOVE MAT-TR TO MAT-LIN.
           IF IMAGEM-TR(1:20) NOT EQUAL SPACES
               MOVE IMAGEM-TR(1:20) TO NOME-LIN
           ELSE
               MOVE NOME-ATU TO NOME-LIN.
           MOVE "REJEITADA" TO RESULT-LIN.
           MOVE MOTIVO-REJ TO MOTIVO-LIN.
           WRITE REL-SAI FROM LIN-TRANS AFTER ADVANCING 1 LINE.

       GRAVA-AUDITORIA.
           MOVE DATA-RODADA TO DATA-AUD.
           MOVE MAT-ATU TO MAT-AUD.
           MOVE TIPO-W TO TIPO-AUD.
           MOVE CAMPO-W TO CAMPO-AUD.
           MOVE VALOR-ANT TO ANTES-AUD.
           MOVE VALOR-NOVO TO DEPOIS-AUD.
           MOVE SOLIC-W TO SOLIC-AUD.
           MOVE APROV-W TO APROV-AUD.
           WRITE REG-AUD.
           PERFORM IMPRIME-CAMPO.

       IMPRIME-CAMPO.
           MOVE CAMPO-W TO CAMPO-LIN.
           MOVE VALOR-ANT TO ANTES-LIN.
           MOVE VALOR-NOVO TO DEPOIS-LIN.
           WRITE REL-SAI FROM LIN-CAMPO AFTER ADVANCING 1 LINE.

      * FUNCIONARIO ATIVO VOLTA PARA O CADFUNC; DESLIGADO SAI DELE E
      * FICA SO NO MANFUNC, PARA NAO VOLTAR NA PROXIMA RECONSTRUCAO.
       ENCERRA-FUNCIONARIO.
           IF EXISTE-FUNC EQUAL 1
               IF SITU-ATU EQUAL "D"
                   ADD 1 TO CT-DESLIGADOS
               ELSE
                   WRITE REG-FUNC FROM FUNC-ATU
                   ADD 1 TO CT-GRAVADOS
               END-IF
               IF MANTIDO-FUNC EQUAL 1
                   MOVE FUNC-ATU TO IMAGEM-MAN
                   MOVE MASCARA-ATU TO MASCARA-MAN
                   MOVE SITU-ATU TO SITU-MAN
                   MOVE DATA-DESL-ATU TO DATA-DESL-MAN
                   WRITE REG-MAN.

       FIM.
           IF CT-CTAP-NOVO IS GREATER THAN ZEROES
               PERFORM REGISTRA-PENDENCIA.
           IF APROVA-MUDOU EQUAL 1
               PERFORM REGRAVA-APROVA.
           MOVE CT-APLICADAS TO APLIC-LIN.
           MOVE CT-REJEITADAS TO REJ-LIN.
           WRITE REL-SAI FROM LIN-TOTAL1 AFTER ADVANCING 2 LINES.
           MOVE CT-CONTAS-APLIC TO CTAPL-LIN.
           MOVE CT-CTAP-NOVO TO CTPEN-LIN.
           WRITE REL-SAI FROM LIN-TOTAL2 AFTER ADVANCING 1 LINE.
           MOVE CT-GRAVADOS TO GRAV-LIN.
           MOVE CT-DESLIGADOS TO DESL-LIN.
           WRITE REL-SAI FROM LIN-TOTAL3 AFTER ADVANCING 1 LINE.
           CLOSE CADFUNC
                 MANFUNC
                 MOVCTAP
                 AUDFUNC
                 ALTCONTA
                 RELMFUN.

      * O MOVCTAP NOVO PRECISA DE ASSINATURA: SE JA HA PENDENCIA OU
      * APROVACAO COM A MESMA SOMA, NADA A FAZER; SENAO A PENDENCIA
      * "EM0114" ANTERIOR (DE UM LOTE DE CONTAS QUE MUDOU) E
      * SUBSTITUIDA, OU UMA NOVA E ACRESCENTADA.
       REGISTRA-PENDENCIA.
           IF APROVA-CARREGADA EQUAL ZEROES
               PERFORM CARGA-APROVA.
           MOVE ZEROES TO POS-APROVA IDX-APROVA.
           PERFORM TESTA-MESMA-PENDENCIA QTD-APROVA TIMES.
           IF POS-APROVA IS GREATER THAN ZEROES
               DISPLAY "EM0114 - CONTAS PENDENTES AGUARDANDO "
                       "ASSINATURA NO UTILITARIO APROVA"
           ELSE
               MOVE ZEROES TO POS-APROVA IDX-APROVA
               PERFORM TESTA-PENDENCIA QTD-APROVA TIMES
               IF POS-APROVA EQUAL ZEROES
                   IF QTD-APROVA GREATER THAN OR EQUAL TO 50
                       DISPLAY "APROVA.DAT CHEIO - PENDENCIA NAO "
                               "GRAVADA"
                   ELSE
                       ADD 1 TO QTD-APROVA
                       MOVE QTD-APROVA TO POS-APROVA
                   END-IF
               END-IF
               IF POS-APROVA IS GREATER THAN ZEROES
                   MOVE "EM0114" TO ORIGEM-TRAB
                   MOVE HASH-VALOR TO HASH-TRAB
                   MOVE CT-CTAP-NOVO TO QTD-TRAB
                   MOVE ZEROES TO VALOR-TRAB
                   MOVE DATA-RODADA TO DATA-GER-TRAB
                   MOVE "P" TO SITU-TRAB
                   MOVE SPACES TO APROVADOR-TRAB
                   MOVE ZEROES TO DATA-APR-TRAB
                   MOVE REG-APR-TRAB TO REG-APR-TAB(POS-APROVA)
                   MOVE 1 TO APROVA-MUDOU
                   DISPLAY "EM0114 - PENDENCIA DE APROVACAO DAS "
                           "CONTAS GRAVADA (UTILITARIO APROVA)".

       TESTA-MESMA-PENDENCIA.
           ADD 1 TO IDX-APROVA.
           MOVE REG-APR-TAB(IDX-APROVA) TO REG-APR-TRAB.
           IF ORIGEM-TRAB EQUAL "EM0114" AND
              (SITU-TRAB EQUAL "P" OR SITU-TRAB EQUAL "A") AND
              HASH-TRAB EQUAL HASH-VALOR
               MOVE IDX-APROVA TO POS-APROVA.

       TESTA-PENDENCIA.
           ADD 1 TO IDX-APROVA.
           MOVE REG-APR-TAB(IDX-APROVA) TO REG-APR-TRAB.
           IF ORIGEM-TRAB EQUAL "EM0114" AND
              SITU-TRAB EQUAL "P"
               MOVE IDX-APROVA TO POS-APROVA.

       CARGA-APROVA.
           MOVE 1 TO APROVA-CARREGADA.
           OPEN INPUT APROVA.
           IF FS-APROVA EQUAL "00"
               PERFORM LE-APROVA UNTIL FIM-APR EQUAL "SIM"
               CLOSE APROVA.

       LE-APROVA.
           READ APROVA AT END
               MOVE "SIM" TO FIM-APR.
           IF FIM-APR NOT EQUAL "SIM"
               IF QTD-APROVA GREATER THAN OR EQUAL TO 50
                   DISPLAY "APROVA.DAT EXCEDE 50 REGISTROS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-APROVA
                   MOVE REG-APROVA TO REG-APR-TAB(QTD-APROVA).

       REGRAVA-APROVA.
           OPEN OUTPUT APROVA.
           MOVE ZEROES TO IDX-APROVA.
           PERFORM GRAVA-APROVA QTD-APROVA TIMES.
           CLOSE APROVA.

       GRAVA-APROVA.
           ADD 1 TO IDX-APROVA.
           MOVE REG-APR-TAB(IDX-APROVA) TO REG-APROVA.
           WRITE REG-APROVA.

       COPY CALCHASH.

       COPY LEDATAMOV.
