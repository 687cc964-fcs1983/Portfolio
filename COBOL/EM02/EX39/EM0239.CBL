       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0239.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       PROCESSAMENTO DO RETORNO PIX. O BOLETO DO EM0211,
      *               A MENSALIDADE DO EM0320 E O AVISO DA REGUA DO
      *               EM0220 TRAZEM O TXID DA COBRANCA PIX (VER
      *               WSPIX.CPY), MAS O PIX RECEBIDO ERA CASADO COM O
      *               SOCIO OU ALUNO NA MAO E DIGITADO EM MOVPAG/
      *               MOVPAGM. ESTE JOB LE O ARQUIVO DE LIQUIDACAO PIX
      *               DO BANCO PIXRET.DAT:
      *                 TXID-RPX     X(35)  TXID DA COBRANCA
      *                 E2E-RPX      X(32)  IDENTIFICADOR FIM A FIM
      *                 VALOR-RPX    9(09)V99  VALOR RECEBIDO
      *                 DATA-RPX     9(08)  DATA DO PIX
      *                 PAGADOR-RPX  X(30)  NOME DO PAGADOR
      *               E IDENTIFICA O PAGADOR PELO PROPRIO TXID:
      *               ORIGEM "SOC" (BOLETO OU AVISO) COM O SOCIO
      *               PRESENTE EM CADSOC1 GERA A BAIXA EM MOVPAG.DAT
      *               (CONSUMIDO PELO EM0212) E ORIGEM "ALU"
      *               (MENSALIDADE) COM O ALUNO PRESENTE EM CADALU GERA
      *               A BAIXA EM MOVPAGM.DAT (CONSUMIDO PELO EM0321) -
      *               OS MESMOS REGISTROS QUE O EM0219 GERA DO RETCOB.
      *               COMO O EM0219 ABRE ESSES ARQUIVOS EM OUTPUT, ESTE
      *               JOB OS ACRESCENTA EM EXTEND E RODA DEPOIS DELE E
      *               ANTES DO EM0212/EM0321. RELPIX LISTA AS BAIXAS
      *               GERADAS.
      *               PIX QUE NAO PODE SER IDENTIFICADO (SEM TXID, TXID
      *               FORA DO PADRAO, SOCIO OU ALUNO NAO CADASTRADO,
      *               VALOR ZERADO OU O MESMO E2E REPETIDO NO ARQUIVO)
      *               NAO GERA BAIXA: SAI NO RELATORIO DE SUSPENSOS
      *               RELPIXS, E ACRESCENTADO AO PIXSUSP.DAT (O
      *               REGISTRO DO BANCO + MOTIVO + DATA DE MOVIMENTO,
      *               EM EXTEND, PARA A TESOURARIA RESOLVER E DIGITAR
      *               A BAIXA) E VAI AO EXCLOG, COM RETURN-CODE 4.
      *               PIXRET AUSENTE OU VAZIO DEVOLVE 16.
      *
      *MODIFICACAO
      *  15/10/2026  BOLETO UNICO DO RESPONSAVEL FINANCEIRO (EM0320):
      *              TXID DE ORIGEM "RSP" COM "MEN" E O CODIGO DE UM
      *              RESPONSAVEL DO CADRESP.DAT (OPCIONAL - VER
      *              CADRESP.CPY) GERA A BAIXA EM MOVPAGM.DAT COM O
      *              CODIGO, QUE O EM0321 RATEIA ENTRE OS ALUNOS.
      *              RESPONSAVEL NAO CADASTRADO FICA EM SUSPENSO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIXRET ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PIX.

           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SOC.

           SELECT CADALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALU.

           SELECT MOVPAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAG.

           SELECT CADRESP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESP.

           SELECT MOVPAGM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGM.

           SELECT PIXSUSP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUSP.

           SELECT RELPIX ASSIGN TO DISK.

           SELECT RELPIXS ASSIGN TO DISK.

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

       FD PIXRET
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PIXRET.DAT".

       01 REG-RPX.
           02 TXID-RPX.
               03 EMISSOR-RPX    PIC X(07).
               03 ORIGEM-RPX     PIC X(03).
               03 DOC-RPX        PIC X(03).
               03 NUM-RPX        PIC X(07).
               03 NUM-RPX-9 REDEFINES NUM-RPX PIC 9(07).
               03 DATATX-RPX     PIC X(06).
               03 RESTO-RPX      PIC X(09).
           02 E2E-RPX        PIC X(32).
           02 VALOR-RPX      PIC 9(09)V99.
           02 DATA-RPX       PIC 9(08).
           02 PAGADOR-RPX    PIC X(30).

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

       FD CADALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".

       01 REG-ALU.
           02 TURMA-ALU      PIC 9(03).
           02 COD-ALU        PIC 9(07).
           02 NOME-ALU       PIC X(30).
           02 NOTA-ALU       PIC X(16).

       FD MOVPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVPAG.DAT".

       01 REG-PAG.
           02 NUM-PAG        PIC 9(06).
           02 VALOR-PAG      PIC 9(09)V9(02).
           02 DATA-PAG       PIC 9(08).

       COPY CADRESP.

       FD MOVPAGM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVPAGM.DAT".

       01 REG-PAGM.
           02 MAT-PAGM       PIC 9(07).
           02 VALOR-PAGM     PIC 9(09)V9(02).
           02 DATA-PAGM      PIC 9(08).

      * PIX EM SUSPENSO: O REGISTRO DO BANCO COMO VEIO, O MOTIVO E A
      * DATA DE MOVIMENTO EM QUE FOI SUSPENSO.
       FD PIXSUSP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PIXSUSP.DAT".

       01 REG-SPX.
           02 TXID-SPX       PIC X(35).
           02 E2E-SPX        PIC X(32).
           02 VALOR-SPX      PIC 9(09)V99.
           02 DATA-SPX       PIC 9(08).
           02 PAGADOR-SPX    PIC X(30).
           02 MOTIVO-SPX     PIC X(24).
           02 DATAPROC-SPX   PIC 9(08).

       FD RELPIX
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       FD RELPIXS
           LABEL RECORD IS OMITTED.

       01 REL-SUSP           PIC X(80).

       COPY EXCLOG.

       COPY RUNSTAT.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-PIX            PIC X(03) VALUE "NAO".
       77 FIM-SOC            PIC X(03) VALUE "NAO".
       77 FIM-ALU            PIC X(03) VALUE "NAO".
       77 FS-PIX             PIC X(02) VALUE SPACES.
       77 FS-SOC             PIC X(02) VALUE SPACES.
       77 FS-ALU             PIC X(02) VALUE SPACES.
       77 FS-PAG             PIC X(02) VALUE SPACES.
       77 FS-PAGM            PIC X(02) VALUE SPACES.
       77 FS-RESP            PIC X(02) VALUE SPACES.
       77 FIM-RESP           PIC X(03) VALUE "NAO".
       77 QTD-RESP           PIC 9(04) VALUE ZEROES.
       77 IDX-RESP           PIC 9(04) VALUE ZEROES.
       77 POS-RESP           PIC 9(04) VALUE ZEROES.
       77 FS-SUSP            PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 FS-RUNSTAT         PIC X(02) VALUE SPACES.
       77 QTD-SOC            PIC 9(04) VALUE ZEROES.
       77 IDX-SOC            PIC 9(04) VALUE ZEROES.
       77 POS-SOC            PIC 9(04) VALUE ZEROES.
       77 QTD-ALU            PIC 9(04) VALUE ZEROES.
       77 IDX-ALU            PIC 9(04) VALUE ZEROES.
       77 POS-ALU            PIC 9(04) VALUE ZEROES.
       77 QTD-E2E            PIC 9(04) VALUE ZEROES.
       77 IDX-E2E            PIC 9(04) VALUE ZEROES.
       77 POS-E2E            PIC 9(04) VALUE ZEROES.
       77 MOTIVO-SUSP        PIC X(24) VALUE SPACES.
       77 MSG-EXC            PIC X(40) VALUE SPACES.
       77 CHAVE-EXC          PIC X(15) VALUE SPACES.
       77 CT-LIDOS           PIC 9(07) VALUE ZEROES.
       77 CT-GRAVADOS        PIC 9(07) VALUE ZEROES.
       77 CT-REJEITADOS      PIC 9(07) VALUE ZEROES.
       77 CT-SOCIOS          PIC 9(05) VALUE ZEROES.
       77 CT-ALUNOS          PIC 9(05) VALUE ZEROES.
       77 TOT-SOCIOS         PIC 9(11)V99 VALUE ZEROES.
       77 TOT-ALUNOS         PIC 9(11)V99 VALUE ZEROES.
       77 TOT-SUSPENSO       PIC 9(11)V99 VALUE ZEROES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA-9 REDEFINES DATA-RODADA-X PIC 9(08).

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

      * NUMEROS DE SOCIO DO CADSOC1 (ATIVOS E CANCELADOS - O
      * CANCELADO AINDA PODE QUITAR O SALDO QUE DEIXOU).
       01 TAB-SOC.
           02 NUM-SOC-TAB    PIC 9(06) OCCURS 2000 TIMES.

      * MATRICULAS DO CADALU.
       01 TAB-ALU.
           02 MAT-ALU-TAB    PIC 9(07) OCCURS 500 TIMES.

       01 TAB-RESP.
           02 COD-RESP-TAB   PIC 9(07) OCCURS 500 TIMES.

      * IDENTIFICADORES FIM A FIM JA LIDOS NESTE ARQUIVO.
       01 TAB-E2E.
           02 E2E-TAB        PIC X(32) OCCURS 2000 TIMES.

       01 LIN-TITULO.
           02 FILLER         PIC X(32) VALUE
               "RETORNO PIX - BAIXAS AUTOMATICAS".
           02 FILLER         PIC X(32) VALUE SPACES.
           02 FILLER         PIC X(06) VALUE "DATA: ".
           02 DATA-TIT       PIC X(10).

       01 CAB-PIX.
           02 FILLER         PIC X(40) VALUE
               "TXID                        NUMERO      ".
           02 FILLER         PIC X(40) VALUE
               "      VALOR  DATA PIX    ORIGEM         ".

       01 DET-PIX.
           02 TXID-LIN       PIC X(26).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NUM-LIN        PIC 9(07).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 VALOR-LIN      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 DATA-LIN       PIC X(10).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 ORIGEM-LIN     PIC X(05).
           02 FILLER         PIC X(10) VALUE SPACES.

       01 LIN-RESUMO.
           02 FILLER         PIC X(08) VALUE "SOCIOS: ".
           02 SOC-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(09) VALUE "  VALOR: ".
           02 VSOC-RES       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(40) VALUE SPACES.

       01 LIN-RESUMO-ALU.
           02 FILLER         PIC X(08) VALUE "ALUNOS: ".
           02 ALU-RES        PIC ZZ.ZZ9.
           02 FILLER         PIC X(09) VALUE "  VALOR: ".
           02 VALU-RES       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(40) VALUE SPACES.

       01 LIN-RESUMO-SUSP.
           02 FILLER         PIC X(13) VALUE "EM SUSPENSO: ".
           02 SUSP-RES       PIC ZZ.ZZ9.
           02 FILLER         PIC X(09) VALUE "  VALOR: ".
           02 VSUSP-RES      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(15) VALUE "  (VER RELPIXS)".
           02 FILLER         PIC X(20) VALUE SPACES.

       01 LIN-TITULO-SUSP.
           02 FILLER         PIC X(32) VALUE
               "RETORNO PIX - PIX EM SUSPENSO   ".
           02 FILLER         PIC X(32) VALUE SPACES.
           02 FILLER         PIC X(06) VALUE "DATA: ".
           02 DATA-TIT-SUSP  PIC X(10).

       01 CAB-SUSP.
           02 FILLER         PIC X(40) VALUE
               "TXID                                 VAL".
           02 FILLER         PIC X(40) VALUE
               "OR  DATA PIX    MOTIVO                  ".

       01 DET-SUSP.
           02 TXID-SUSP-LIN  PIC X(26).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 VALOR-SUSP-LIN PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 DATA-SUSP-LIN  PIC X(10).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 MOTIVO-LIN     PIC X(24).

       01 DET-SUSP-PAGADOR.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 FILLER         PIC X(09) VALUE "PAGADOR: ".
           02 PAGADOR-LIN    PIC X(30).
           02 FILLER         PIC X(06) VALUE " E2E: ".
           02 E2E-LIN        PIC X(32).

       01 LIN-NADA-SUSP.
           02 FILLER         PIC X(06) VALUE SPACES.
           02 FILLER         PIC X(22) VALUE "NENHUM PIX EM SUSPENSO".
           02 FILLER         PIC X(52) VALUE SPACES.

       01 LIN-TOTAL-SUSP.
           02 FILLER         PIC X(17) VALUE "PIX EM SUSPENSO: ".
           02 CT-SUSP-LIN    PIC ZZ.ZZ9.
           02 FILLER         PIC X(09) VALUE "  VALOR: ".
           02 TOT-SUSP-LIN   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.

       EM02-39.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-PIX EQUAL "SIM".
           PERFORM FIM.
           IF CT-REJEITADOS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           PERFORM CARGA-SOCIOS.
           PERFORM CARGA-ALUNOS.
           PERFORM CARGA-RESPONSAVEIS.
           OPEN INPUT PIXRET.
           IF FS-PIX NOT EQUAL "00"
               DISPLAY "PIXRET NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-PIX
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RELPIX
                       RELPIXS
                EXTEND MOVPAG
                       MOVPAGM
                       PIXSUSP
                       EXCLOG
                       RUNSTAT.
           IF FS-PAG EQUAL "35"
               CLOSE MOVPAG
               OPEN OUTPUT MOVPAG.
           IF FS-PAGM EQUAL "35"
               CLOSE MOVPAGM
               OPEN OUTPUT MOVPAGM.
           IF FS-SUSP EQUAL "35"
               CLOSE PIXSUSP
               OPEN OUTPUT PIXSUSP.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           IF FS-RUNSTAT EQUAL "35"
               CLOSE RUNSTAT
               OPEN OUTPUT RUNSTAT.
           MOVE DATA-RODADA-9 TO DATA-EDICAO-9.
           PERFORM EDITA-DATA.
           MOVE DATA-IMP TO DATA-TIT DATA-TIT-SUSP.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM CAB-PIX AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           WRITE REL-SUSP FROM LIN-TITULO-SUSP AFTER ADVANCING 1 LINE.
           WRITE REL-SUSP FROM CAB-SUSP AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SUSP.
           WRITE REL-SUSP AFTER ADVANCING 1 LINE.
           PERFORM LE-PIX.
           IF FIM-PIX EQUAL "SIM"
               DISPLAY "PIXRET SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      * SOCIOS PARA CONFERIR O TXID DE ORIGEM "SOC"; SEM CADSOC1,
      * TODO PIX DE SOCIO FICA EM SUSPENSO.
       CARGA-SOCIOS.
           OPEN INPUT CADSOC1.
           IF FS-SOC EQUAL "00"
               PERFORM LE-SOC UNTIL FIM-SOC EQUAL "SIM"
               CLOSE CADSOC1
           ELSE
               DISPLAY "EM0239 - SEM CADSOC1 - PIX DE SOCIO FICA EM "
                       "SUSPENSO".

       LE-SOC.
           READ CADSOC1 AT END
               MOVE "SIM" TO FIM-SOC.
           IF FIM-SOC NOT EQUAL "SIM"
               IF QTD-SOC GREATER THAN OR EQUAL TO 2000
                   DISPLAY "TAB-SOC EXCEDE LIMITE DE 2000 SOCIOS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-SOC
                   MOVE NUM-SOC1 TO NUM-SOC-TAB(QTD-SOC).

      * ALUNOS PARA CONFERIR O TXID DE ORIGEM "ALU"; SEM CADALU,
      * TODO PIX DE ALUNO FICA EM SUSPENSO.
       CARGA-ALUNOS.
           OPEN INPUT CADALU.
           IF FS-ALU EQUAL "00"
               PERFORM LE-ALU UNTIL FIM-ALU EQUAL "SIM"
               CLOSE CADALU
           ELSE
               DISPLAY "EM0239 - SEM CADALU - PIX DE ALUNO FICA EM "
                       "SUSPENSO".

       LE-ALU.
           READ CADALU AT END
               MOVE "SIM" TO FIM-ALU.
           IF FIM-ALU NOT EQUAL "SIM"
               IF QTD-ALU GREATER THAN OR EQUAL TO 500
                   DISPLAY "TAB-ALU EXCEDE LIMITE DE 500 ALUNOS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-ALU
                   MOVE COD-ALU TO MAT-ALU-TAB(QTD-ALU).

      * RESPONSAVEIS PARA CONFERIR O TXID DE ORIGEM "RSP"; SEM O
      * CADRESP, TODO PIX DE RESPONSAVEL FICA EM SUSPENSO.
       CARGA-RESPONSAVEIS.
           OPEN INPUT CADRESP.
           IF FS-RESP EQUAL "00"
               PERFORM LE-RESP UNTIL FIM-RESP EQUAL "SIM"
               CLOSE CADRESP.

       LE-RESP.
           READ CADRESP AT END
               MOVE "SIM" TO FIM-RESP.
           IF FIM-RESP NOT EQUAL "SIM"
               IF QTD-RESP GREATER THAN OR EQUAL TO 500
                   DISPLAY "TAB-RESP EXCEDE LIMITE DE 500 "
                           "RESPONSAVEIS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-RESP
                   MOVE COD-RESP TO COD-RESP-TAB(QTD-RESP).

       LE-PIX.
           READ PIXRET AT END MOVE "SIM" TO FIM-PIX.

       PRINCIPAL.
           ADD 1 TO CT-LIDOS.
           PERFORM VALIDA-PIX.
           IF MOTIVO-SUSP NOT EQUAL SPACES
               PERFORM SUSPENDE-PIX
           ELSE
               IF ORIGEM-RPX EQUAL "SOC"
                   PERFORM BAIXA-SOCIO
               ELSE
                   PERFORM BAIXA-ALUNO.
           PERFORM GUARDA-E2E.
           PERFORM LE-PIX.

      * O TXID DIZ QUEM PAGOU: EMISSOR "FATECSP", ORIGEM "SOC" COM
      * DOCUMENTO "BOL" OU "AVS", OU ORIGEM "ALU"/"RSP" COM "MEN",
      * NUMERO E DATA NUMERICOS E NADA DEPOIS DAS 26 POSICOES.
       VALIDA-PIX.
           MOVE SPACES TO MOTIVO-SUSP.
           IF VALOR-RPX EQUAL ZEROES
               MOVE "VALOR ZERADO" TO MOTIVO-SUSP
           ELSE
               PERFORM PROCURA-E2E
               IF POS-E2E IS GREATER THAN ZEROES
                   MOVE "PIX REPETIDO NO ARQUIVO" TO MOTIVO-SUSP
               ELSE
                   IF TXID-RPX EQUAL SPACES
                       MOVE "PIX SEM TXID" TO MOTIVO-SUSP
                   ELSE
                       PERFORM CONFERE-TXID.

       CONFERE-TXID.
           IF EMISSOR-RPX NOT EQUAL "FATECSP" OR
              RESTO-RPX NOT EQUAL SPACES OR
              NUM-RPX IS NOT NUMERIC OR
              DATATX-RPX IS NOT NUMERIC
               MOVE "TXID FORA DO PADRAO" TO MOTIVO-SUSP
           ELSE
               IF ORIGEM-RPX EQUAL "SOC" AND
                  (DOC-RPX EQUAL "BOL" OR DOC-RPX EQUAL "AVS")
                   PERFORM PROCURA-SOCIO
                   IF POS-SOC EQUAL ZEROES
                       MOVE "SOCIO NAO CADASTRADO" TO MOTIVO-SUSP
                   END-IF
               ELSE
                   IF ORIGEM-RPX EQUAL "ALU" AND DOC-RPX EQUAL "MEN"
                       PERFORM PROCURA-ALUNO
                       IF POS-ALU EQUAL ZEROES
                           MOVE "ALUNO NAO CADASTRADO" TO MOTIVO-SUSP
                       END-IF
                   ELSE
                       IF ORIGEM-RPX EQUAL "RSP" AND
                          DOC-RPX EQUAL "MEN"
                           PERFORM PROCURA-RESPONSAVEL
                           IF POS-RESP EQUAL ZEROES
                               MOVE "RESP. NAO CADASTRADO"
                                   TO MOTIVO-SUSP
                           END-IF
                       ELSE
                           MOVE "TXID FORA DO PADRAO" TO MOTIVO-SUSP.

       PROCURA-E2E.
           MOVE ZEROES TO POS-E2E IDX-E2E.
           IF E2E-RPX NOT EQUAL SPACES
               PERFORM TESTA-E2E QTD-E2E TIMES.

       TESTA-E2E.
           ADD 1 TO IDX-E2E.
           IF E2E-TAB(IDX-E2E) EQUAL E2E-RPX
               MOVE IDX-E2E TO POS-E2E.

       GUARDA-E2E.
           IF E2E-RPX NOT EQUAL SPACES
               IF QTD-E2E GREATER THAN OR EQUAL TO 2000
                   DISPLAY "TAB-E2E EXCEDE LIMITE DE 2000 PIX - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-E2E
                   MOVE E2E-RPX TO E2E-TAB(QTD-E2E).

       PROCURA-SOCIO.
           MOVE ZEROES TO POS-SOC IDX-SOC.
           PERFORM TESTA-SOCIO QTD-SOC TIMES.

       TESTA-SOCIO.
           ADD 1 TO IDX-SOC.
           IF NUM-SOC-TAB(IDX-SOC) EQUAL NUM-RPX-9
               MOVE IDX-SOC TO POS-SOC.

       PROCURA-ALUNO.
           MOVE ZEROES TO POS-ALU IDX-ALU.
           PERFORM TESTA-ALUNO QTD-ALU TIMES.

       TESTA-ALUNO.
           ADD 1 TO IDX-ALU.
           IF MAT-ALU-TAB(IDX-ALU) EQUAL NUM-RPX-9
               MOVE IDX-ALU TO POS-ALU.

       PROCURA-RESPONSAVEL.
           MOVE ZEROES TO POS-RESP IDX-RESP.
           PERFORM TESTA-RESPONSAVEL QTD-RESP TIMES.

       TESTA-RESPONSAVEL.
           ADD 1 TO IDX-RESP.
           IF COD-RESP-TAB(IDX-RESP) EQUAL NUM-RPX-9
               MOVE IDX-RESP TO POS-RESP.

      * PIX DE SOCIO: BAIXA PARA O EM0212 PELO VALOR RECEBIDO.
       BAIXA-SOCIO.
           ADD 1 TO CT-SOCIOS CT-GRAVADOS.
           ADD VALOR-RPX TO TOT-SOCIOS.
           MOVE NUM-RPX-9 TO NUM-PAG.
           MOVE VALOR-RPX TO VALOR-PAG.
           MOVE DATA-RPX TO DATA-PAG.
           WRITE REG-PAG.
           MOVE "SOCIO" TO ORIGEM-LIN.
           PERFORM IMPRIME-BAIXA.

      * PIX DE ALUNO (OU DO RESPONSAVEL, COM O CODIGO DELE): BAIXA
      * PARA O EM0321 PELO VALOR RECEBIDO.
       BAIXA-ALUNO.
           ADD 1 TO CT-ALUNOS CT-GRAVADOS.
           ADD VALOR-RPX TO TOT-ALUNOS.
           MOVE NUM-RPX-9 TO MAT-PAGM.
           MOVE VALOR-RPX TO VALOR-PAGM.
           MOVE DATA-RPX TO DATA-PAGM.
           WRITE REG-PAGM.
           IF ORIGEM-RPX EQUAL "RSP"
               MOVE "RESP." TO ORIGEM-LIN
           ELSE
               MOVE "ALUNO" TO ORIGEM-LIN.
           PERFORM IMPRIME-BAIXA.

       IMPRIME-BAIXA.
           MOVE TXID-RPX TO TXID-LIN.
           MOVE NUM-RPX-9 TO NUM-LIN.
           MOVE VALOR-RPX TO VALOR-LIN.
           MOVE DATA-RPX TO DATA-EDICAO-9.
           PERFORM EDITA-DATA.
           MOVE DATA-IMP TO DATA-LIN.
           WRITE REL-SAI FROM DET-PIX AFTER ADVANCING 1 LINE.

      * SEM BAIXA: O PIX VAI PARA O RELATORIO DE SUSPENSOS, PARA O
      * PIXSUSP.DAT E PARA O EXCLOG (CHAVE = FINAL DO E2E).
       SUSPENDE-PIX.
           ADD 1 TO CT-REJEITADOS.
           ADD VALOR-RPX TO TOT-SUSPENSO.
           IF TXID-RPX EQUAL SPACES
               MOVE "(SEM TXID)" TO TXID-SUSP-LIN
           ELSE
               MOVE TXID-RPX TO TXID-SUSP-LIN.
           MOVE VALOR-RPX TO VALOR-SUSP-LIN.
           MOVE SPACES TO DATA-SUSP-LIN.
           IF DATA-RPX IS NUMERIC
               MOVE DATA-RPX TO DATA-EDICAO-9
               PERFORM EDITA-DATA
               MOVE DATA-IMP TO DATA-SUSP-LIN.
           MOVE MOTIVO-SUSP TO MOTIVO-LIN.
           WRITE REL-SUSP FROM DET-SUSP AFTER ADVANCING 1 LINE.
           MOVE PAGADOR-RPX TO PAGADOR-LIN.
           MOVE E2E-RPX TO E2E-LIN.
           WRITE REL-SUSP FROM DET-SUSP-PAGADOR AFTER ADVANCING 1 LINE.
           MOVE TXID-RPX TO TXID-SPX.
           MOVE E2E-RPX TO E2E-SPX.
           MOVE VALOR-RPX TO VALOR-SPX.
           MOVE DATA-RPX TO DATA-SPX.
           MOVE PAGADOR-RPX TO PAGADOR-SPX.
           MOVE MOTIVO-SUSP TO MOTIVO-SPX.
           MOVE DATA-RODADA-9 TO DATAPROC-SPX.
           WRITE REG-SPX.
           MOVE E2E-RPX(18:15) TO CHAVE-EXC.
           MOVE SPACES TO MSG-EXC.
           STRING "PIX SUSPENSO - " MOTIVO-SUSP
               DELIMITED BY SIZE INTO MSG-EXC.
           PERFORM GRAVA-EXCLOG.

       EDITA-DATA.
           MOVE DD-EDICAO TO DD-IMP.
           MOVE MM-EDICAO TO MM-IMP.
           MOVE AAAA-EDICAO TO AAAA-IMP.

       FIM.
           MOVE CT-SOCIOS TO SOC-RES.
           MOVE TOT-SOCIOS TO VSOC-RES.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 2 LINES.
           MOVE CT-ALUNOS TO ALU-RES.
           MOVE TOT-ALUNOS TO VALU-RES.
           WRITE REL-SAI FROM LIN-RESUMO-ALU AFTER ADVANCING 1 LINE.
           MOVE CT-REJEITADOS TO SUSP-RES.
           MOVE TOT-SUSPENSO TO VSUSP-RES.
           WRITE REL-SAI FROM LIN-RESUMO-SUSP AFTER ADVANCING 1 LINE.
           IF CT-REJEITADOS EQUAL ZEROES
               WRITE REL-SUSP FROM LIN-NADA-SUSP AFTER ADVANCING 1 LINE.
           MOVE CT-REJEITADOS TO CT-SUSP-LIN.
           MOVE TOT-SUSPENSO TO TOT-SUSP-LIN.
           WRITE REL-SUSP FROM LIN-TOTAL-SUSP AFTER ADVANCING 2 LINES.
           PERFORM GRAVA-RUNSTAT.
           DISPLAY "EM0239 - " CT-GRAVADOS " BAIXA(S) PIX, "
                   CT-REJEITADOS " EM SUSPENSO".
           CLOSE PIXRET
                 MOVPAG
                 MOVPAGM
                 PIXSUSP
                 RELPIX
                 RELPIXS
                 EXCLOG
                 RUNSTAT.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID==  BY =="EM0239"==
                     ==CPY-CHAVE==   BY ==CHAVE-EXC==
                     ==CPY-SEVER==   BY =="E"==
                     ==CPY-MSG==     BY ==MSG-EXC==.

       COPY GRAVASTAT
           REPLACING ==CPY-PROGID==     BY =="EM0239"==
                     ==CPY-LIDOS==      BY ==CT-LIDOS==
                     ==CPY-GRAVADOS==   BY ==CT-GRAVADOS==
                     ==CPY-REJEITADOS== BY ==CT-REJEITADOS==.

       COPY LEDATAMOV.
