       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0344.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       REEMBOLSO DE DESPESAS DOS FUNCIONARIOS. OS
      *               VENDEDORES DO CADVEND PAGAM COMBUSTIVEL,
      *               REFEICAO E PEDAGIO DO PROPRIO BOLSO E O
      *               REEMBOLSO CORRIA EM FORMULARIO DE PAPEL, AS
      *               VEZES ESCONDIDO COMO DESCONTO NEGATIVO NO
      *               DESC-ENT. ESTE JOB:
      *                 - CRITICA OS PEDIDOS DO DIA (MOVREEMB.DAT,
      *                   COPY MOVREEMB): MATRICULA NO CADVEND, DATA
      *                   REAL E NAO FUTURA, CATEGORIA NA TABELA
      *                   CADDESP.DAT (MANREF, TABELA "DESPESA"),
      *                   VALOR ATE O LIMITE POR COMPROVANTE, SOMA DO
      *                   MES DA DESPESA ATE O LIMITE MENSAL DA
      *                   CATEGORIA, COMPROVANTE NAO APRESENTADO
      *                   ANTES PELA MESMA MATRICULA, FORMA B/F E
      *                   OPERADOR SOLICITANTE INFORMADO;
      *                 - GUARDA OS ACEITOS NO CADASTRO PERMANENTE
      *                   CADREEMB.DAT (COPY CADREEMB) COMO "P" E
      *                   GRAVA A PENDENCIA "EM0344" EM APROVA.DAT COM
      *                   QUANTIDADE, VALOR E SOMA DE VERIFICACAO DOS
      *                   PEDIDOS PENDENTES, NOS MOLDES DAS CONTAS
      *                   PENDENTES DO EM0114;
      *                 - NA RODADA SEGUINTE A ASSINATURA NO
      *                   UTILITARIO APROVA (POR OPERADOR QUE NAO
      *                   DIGITOU NENHUM PEDIDO DO LOTE - QUATRO
      *                   MAOS), LIBERA OS PENDENTES: FORMA "B" VIRA
      *                   CREDITO PROPRIO EM BANCREEM.DAT, NO LAYOUT
      *                   DO BANCOPAG (REFERENCIA "REEM" + MATRICULA
      *                   + COMPROVANTE, SEM INCIDENCIA DE IMPOSTO NA
      *                   CONTA VIGENTE DO ALTCONTA OU DO CADVEND);
      *                   FORMA "F" VAI PARA REEMBFOL.DAT, PAGO PELO
      *                   EM0306 COMO LINHA INDENIZATORIA NA FOLHA DA
      *                   COMPETENCIA. PEDIDO APROVADO DE MATRICULA
      *                   QUE SAIU DO CADVEND FICA "M" (PAGAMENTO
      *                   MANUAL PELO FINANCEIRO);
      *                 - BANCREEM (LIBERADOS NA DATA DE MOVIMENTO),
      *                   BANCREER (RETIDOS POR TROCA RECENTE DE
      *                   CONTA, "R") E REEMBFOL (ENVIADOS A FOLHA DO
      *                   MES) SAO REMONTADOS DO CADREEMB A CADA
      *                   RODADA, DE MODO QUE UMA REEXECUCAO NO MESMO
      *                   DIA NAO PAGA DUAS VEZES NEM PERDE O ARQUIVO;
      *                 - IMPRIME EM RELREEMB OS PEDIDOS LIBERADOS E
      *                   OS DO MOVIMENTO (REJEITADOS COM O MOTIVO) E
      *                   O RESUMO DO MES DA DATA DE MOVIMENTO POR
      *                   DEPARTAMENTO (CADENT) E CATEGORIA, APROVADO
      *                   E PENDENTE, CONTRA O ORCAMENTO MENSAL DO
      *                   DEPTS.
      *               RETURN-CODE 4 QUANDO HOUVE REJEICAO, PEDIDO
      *               PENDENTE, ASSINATURA RECUSADA, PAGAMENTO
      *               MANUAL, CREDITO RETIDO OU PEDIDO ADIADO; 16 SEM
      *               CADVEND OU CADDESP.
      *
      *MODIFICACAO
      *  15/10/2026  A TROCA DE CONTA DO ALTCONTA SO VALE A PARTIR DA
      *              DATA DA TROCA E, SE TEM MENOS DE N DIAS NA DATA
      *              DE MOVIMENTO (RUNCTL PROG "EM0306", PARM3; ZERO =
      *              10 DIAS), O CREDITO "B" NAO VAI PARA O BANCREEM:
      *              O PEDIDO FICA "R" NO CADREEMB (DATA-SIT = DATA DA
      *              RETENCAO) E O CREDITO VAI PARA BANCREER.DAT
      *              (MESMO LAYOUT), REMONTADO A CADA RODADA, COM LINHA
      *              NO RELREEMB E RETURN-CODE 4. VENCIDO O PRAZO, A
      *              RODADA GRAVA O CREDITO NO BANCREEM E O PEDIDO
      *              VOLTA A "B" NA DATA DE MOVIMENTO, COMO A RETENCAO
      *              DA FOLHA NO EM0306.
      *  15/10/2026  COM A FOLHA EM MODO DE 13O (RUNCTL PROG "EM0306",
      *              PARM1 DIFERENTE DE ZERO) OS PEDIDOS "F" VAO PARA A
      *              FOLHA DA COMPETENCIA SEGUINTE: OS LIBERADOS NA
      *              RODADA JA SAEM COM ELA E OS QUE ESTAVAM NA FOLHA
      *              DO MES SAO ADIADOS, COM LINHA NO RELREEMB E
      *              RETURN-CODE 4. ANTES FICAVAM SEM PAGAMENTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADVEND ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VEND.

           SELECT CADENT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENT.

           SELECT DEPTS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEPTS.

           SELECT CADDESP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DESP.

           SELECT ALTCONTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALT.

           SELECT CADREEMB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REE.

           SELECT MOVREEMB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MREE.

           SELECT REEMBFOL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RFO.

           SELECT BANCREEM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BANCREER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT RELREEMB ASSIGN TO DISK.

           SELECT APROVA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-APROVA.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       FD CADVEND
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVEND.DAT".

       01 REG-VEND.
           02 DEPT-VEND      PIC X.
           02 SEC-VEND       PIC X.
           02 COD-VEND       PIC 9(05).
           02 CONTA-VEND     PIC 9(10).
           02 NOME-VEND      PIC X(20).
           02 VENDAS-VEND    PIC 9(07)V99.
           02 FIXO-VEND      PIC 9(07)V99.
           02 DESC-VEND      PIC 9(05)V99.

       FD CADENT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADENT.DAT".

       01 REG-ENT.
           02 COD-ENT        PIC 9(05).
           02 NOME-ENT       PIC X(30).
           02 DEPT-ENT       PIC 9(02).

       FD DEPTS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEPTS.DAT".

       01 REG-DEPTS.
           02 DEPT-COD-DEPTS PIC 9(02).
           02 NOME-DEPTS     PIC X(20).
           02 RESP-DEPTS     PIC X(20).
           02 LOTACAO-DEPTS  PIC 9(04).
           02 ORCAMENTO-DEPTS PIC 9(09)V99.

       COPY CADDESP.

       COPY ALTCONTA.

       COPY CADREEMB.

       COPY MOVREEMB.

       COPY REEMBFOL.

       FD BANCREEM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BANCREEM.DAT".

       01 REG-BANCO.
           02 CONTA-BANCO     PIC 9(10).
           02 VALOR-BANCO     PIC 9(07)V99.
           02 REFERENCIA-BANCO PIC X(20).

      * CREDITOS RETIDOS POR TROCA RECENTE DE CONTA (LAYOUT DO
      * BANCREEM).
       FD BANCREER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BANCREER.DAT".

       01 REG-BANCO-RET      PIC X(39).

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".

       01 REG-RUNCTL.
           02 PROG-RUNCTL    PIC X(06).
           02 PARM1-RUNCTL   PIC 9(07)V99.
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

       FD RELREEMB
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY APROVA.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FS-VEND            PIC X(02) VALUE SPACES.
       77 FS-ENT             PIC X(02) VALUE SPACES.
       77 FS-DEPTS           PIC X(02) VALUE SPACES.
       77 FS-DESP            PIC X(02) VALUE SPACES.
       77 FS-ALT             PIC X(02) VALUE SPACES.
       77 FS-REE             PIC X(02) VALUE SPACES.
       77 FS-MREE            PIC X(02) VALUE SPACES.
       77 FS-RFO             PIC X(02) VALUE SPACES.
       77 FS-APROVA          PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FIM-VEND           PIC X(03) VALUE "NAO".
       77 FIM-ENT            PIC X(03) VALUE "NAO".
       77 FIM-DEPTS          PIC X(03) VALUE "NAO".
       77 FIM-DESP           PIC X(03) VALUE "NAO".
       77 FIM-ALT            PIC X(03) VALUE "NAO".
       77 FIM-REE            PIC X(03) VALUE "NAO".
       77 FIM-MREE           PIC X(03) VALUE "NAO".
       77 FIM-APR            PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 QTD-VEND           PIC 9(03) VALUE ZEROES.
       77 IDX-VEND           PIC 9(03) VALUE ZEROES.
       77 POS-VEND           PIC 9(03) VALUE ZEROES.
       77 QTD-ENT            PIC 9(03) VALUE ZEROES.
       77 IDX-ENT            PIC 9(03) VALUE ZEROES.
       77 POS-ENT            PIC 9(03) VALUE ZEROES.
       77 QTD-DEPTS          PIC 9(03) VALUE ZEROES.
       77 IDX-DEPTS          PIC 9(03) VALUE ZEROES.
       77 POS-DEPTS          PIC 9(03) VALUE ZEROES.
       77 QTD-DESP           PIC 9(03) VALUE ZEROES.
       77 IDX-DESP           PIC 9(03) VALUE ZEROES.
       77 POS-DESP           PIC 9(03) VALUE ZEROES.
       77 QTD-REE            PIC 9(04) VALUE ZEROES.
       77 IDX-REE            PIC 9(04) VALUE ZEROES.
       77 POS-REE            PIC 9(04) VALUE ZEROES.
       77 CT-PEND-ANT        PIC 9(05) VALUE ZEROES.
       77 CT-PEND-NOVO       PIC 9(05) VALUE ZEROES.
       77 VALOR-PEND-NOVO    PIC 9(11)V99 VALUE ZEROES.
       77 CT-LIDOS           PIC 9(05) VALUE ZEROES.
       77 CT-ACEITOS         PIC 9(05) VALUE ZEROES.
       77 CT-REJEITADOS      PIC 9(05) VALUE ZEROES.
       77 CT-BANCO           PIC 9(05) VALUE ZEROES.
       77 CT-FOLHA           PIC 9(05) VALUE ZEROES.
       77 CT-MANUAL          PIC 9(05) VALUE ZEROES.
       77 TOT-BANCO          PIC 9(11)V99 VALUE ZEROES.
       77 TOT-FOLHA          PIC 9(11)V99 VALUE ZEROES.
       77 CT-RETIDOS         PIC 9(05) VALUE ZEROES.
       77 TOT-RETIDO         PIC 9(11)V99 VALUE ZEROES.
       77 CT-ADIADOS         PIC 9(05) VALUE ZEROES.
       77 SECAO-GERA         PIC 9     VALUE ZEROES.
       77 MODO-FOLHA         PIC 9     VALUE ZEROES.
       77 DIAS-CARENCIA      PIC 9(03) VALUE 10.
       77 SERIAL-CALC        PIC S9(07) VALUE ZEROES.
       77 SERIAL-MOVTO       PIC S9(07) VALUE ZEROES.
       77 DIAS-TROCA         PIC S9(07) VALUE ZEROES.
       77 SOMA-MES           PIC 9(09)V99 VALUE ZEROES.
       77 DATA-VAL           PIC 9     VALUE ZEROES.
       77 MOTIVO-REJ         PIC X(27) VALUE SPACES.
       77 MSG-APROVA         PIC X(80) VALUE SPACES.
       77 QTD-APROVA         PIC 9(03) VALUE ZEROES.
       77 IDX-APROVA         PIC 9(03) VALUE ZEROES.
       77 POS-APROVA         PIC 9(03) VALUE ZEROES.
       77 APROVA-MUDOU       PIC 9     VALUE ZEROES.
       77 APROVA-CARREGADA   PIC 9     VALUE ZEROES.
       77 APROVACAO-OK       PIC 9     VALUE ZEROES.
       77 AUTO-APROVACAO     PIC 9     VALUE ZEROES.
       77 APROVADOR-LOTE     PIC X(08) VALUE SPACES.
       77 QTD-SOLIC          PIC 9(03) VALUE ZEROES.
       77 IDX-SOLIC          PIC 9(03) VALUE ZEROES.
       77 POS-SOLIC          PIC 9(03) VALUE ZEROES.
       77 SOLIC-PROC         PIC X(08) VALUE SPACES.
       77 MAT-PROC           PIC 9(05) VALUE ZEROES.
       77 DEPT-PROC          PIC 9(02) VALUE ZEROES.
       77 IDX-RES            PIC 9(03) VALUE ZEROES.
       77 IDX-RCAT           PIC 9(03) VALUE ZEROES.
       77 TOT-DEP-APR        PIC 9(11)V99 VALUE ZEROES.
       77 TOT-DEP-PEN        PIC 9(11)V99 VALUE ZEROES.
       77 TOT-GER-APR        PIC 9(11)V99 VALUE ZEROES.
       77 TOT-GER-PEN        PIC 9(11)V99 VALUE ZEROES.
       77 PCT-CALC           PIC 9(05)V99 VALUE ZEROES.

       COPY WSHASH.

      * PEDIDOS DO CADREEMB (IMAGEM DE 67 POSICOES, VER CADREEMB.CPY).
       01 TAB-REE.
           02 REG-REE-TAB    PIC X(67) OCCURS 3000 TIMES.

       01 REG-REE-TRAB.
           02 PEDIDO-RT.
               03 MAT-RT         PIC 9(05).
               03 DATA-RT        PIC 9(08).
               03 CATEG-RT       PIC X(03).
               03 VALOR-RT       PIC 9(07)V99.
               03 COMPROV-RT     PIC X(10).
               03 FORMA-RT       PIC X(01).
               03 SOLIC-RT       PIC X(08).
           02 SITU-RT        PIC X(01).
           02 DATA-SIT-RT    PIC 9(08).
           02 APROV-RT       PIC X(08).
           02 COMP-FOL-RT    PIC 9(06).

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

      * FUNCIONARIOS DO CADVEND, COM A CONTA VIGENTE (ALTCONTA) E A
      * DATA DA TROCA (ZERO = SEM TROCA).
       01 TAB-VEND.
           02 ENT-VEND OCCURS 300 TIMES.
               03 MAT-VEND-TAB   PIC 9(05).
               03 CONTA-VEND-TAB PIC 9(10).
               03 NOME-VEND-TAB  PIC X(20).
               03 DATA-ALT-VEND-TAB PIC 9(08).

       01 TAB-ENT.
           02 ENT-ENT OCCURS 500 TIMES.
               03 MAT-ENT-TAB    PIC 9(05).
               03 DEPT-ENT-TAB   PIC 9(02).

       01 TAB-DEPTS.
           02 ENT-DEPTS OCCURS 99 TIMES.
               03 DEPT-DEPTS-TAB PIC 9(02).
               03 NOME-DEPTS-TAB PIC X(20).
               03 ORCA-DEPTS-TAB PIC 9(09)V99.

       01 TAB-DESP.
           02 ENT-DESP OCCURS 50 TIMES.
               03 CATEG-DESP-TAB PIC X(03).
               03 DESCR-DESP-TAB PIC X(20).
               03 LCOMP-DESP-TAB PIC 9(07)V99.
               03 LMES-DESP-TAB  PIC 9(07)V99.

      * RESUMO DO MES: UMA LINHA POR DEPARTAMENTO DO DEPTS (A 100 E A
      * DOS FUNCIONARIOS SEM CADENT OU COM DEPARTAMENTO FORA DO
      * DEPTS) E UMA COLUNA POR CATEGORIA DO CADDESP (A 51 E A DAS
      * CATEGORIAS QUE SAIRAM DA TABELA).
       01 TAB-RES.
           02 ENT-RES-DEP OCCURS 100 TIMES.
               03 ENT-RES-CAT OCCURS 51 TIMES.
                   04 APR-RES-TAB    PIC 9(09)V99.
                   04 PEN-RES-TAB    PIC 9(09)V99.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).
       01 DATA-RODADA-R REDEFINES DATA-RODADA-X.
           02 ANOMES-RODADA  PIC 9(06).
           02 FILLER         PIC X(02).

      * COMPETENCIA DA FOLHA DOS PEDIDOS "F": A DA DATA DE MOVIMENTO
      * OU, COM A FOLHA EM MODO DE 13O, A SEGUINTE.
       01 ANOMES-FOLHA.
           02 AAAA-FOLHA     PIC 9(04).
           02 MM-FOLHA       PIC 9(02).
       01 ANOMES-FOLHA-9 REDEFINES ANOMES-FOLHA PIC 9(06).

      * DATA AAAAMMDD PARA O DIA SERIAL COMERCIAL (ANO DE 360 DIAS,
      * MES DE 30: O DIA 31 CONTA COMO 30), COMO NO EM0306.
       01 DATA-SERIAL        PIC 9(08) VALUE ZEROES.
       01 DATA-SERIAL-R REDEFINES DATA-SERIAL.
           02 AA-SERIAL      PIC 9(04).
           02 MM-SERIAL      PIC 9(02).
           02 DD-SERIAL      PIC 9(02).

       01 VALOR-SOMA-X       PIC X(09) VALUE SPACES.
       01 VALOR-SOMA REDEFINES VALOR-SOMA-X PIC 9(07)V99.

       01 DATA-DESPESA.
           02 AAAAMM-DESPESA.
               03 AAAA-DESPESA PIC 9(04).
               03 MM-DESPESA   PIC 9(02).
           02 DD-DESPESA     PIC 9(02).

       01 DATA-DDMMAAAA.
           02 DD-DDMM        PIC 9(02).
           02 MM-DDMM        PIC 9(02).
           02 AAAA-DDMM      PIC 9(04).

       COPY WSDATAMOV.

       01 LIN-TITULO.
           02 FILLER         PIC X(40) VALUE
                        "REEMBOLSO DE DESPESAS - PEDIDOS E PAGAME".
           02 FILLER         PIC X(12) VALUE "NTOS - DATA ".
           02 DATA-TIT       PIC 9(08).
           02 FILLER         PIC X(20) VALUE SPACES.

       01 LIN-SECAO.
           02 TEXTO-SECAO    PIC X(80).

       01 LIN-CAB.
           02 FILLER         PIC X(40) VALUE
                        "MATR. NOME                 CAT COMPROVAN".
           02 FILLER         PIC X(40) VALUE
                        "TE      VALOR RESULTADO                 ".

       01 LIN-PED.
           02 MAT-LIN        PIC 9(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-LIN       PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CATEG-LIN      PIC X(03).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 COMPROV-LIN    PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VALOR-LIN      PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RESULT-LIN     PIC X(27).

       01 LIN-FOLHA.
           02 FILLER         PIC X(21) VALUE "FOLHA DA COMPETENCIA ".
           02 COMP-FOLHA-LIN PIC 9(06).

       01 LIN-ADIADO.
           02 FILLER         PIC X(21) VALUE "ADIADO (13O) P/FOLHA ".
           02 COMP-ADIADO-LIN PIC 9(06).

       01 LIN-RES-CAB.
           02 FILLER         PIC X(40) VALUE
                        "DP NOME DO DEPARTAMENTO  CAT DESCRICAO  ".
           02 FILLER         PIC X(40) VALUE
                        "           APROVADO      PENDENTE       ".

       01 LIN-RES.
           02 DEPT-RES-LIN   PIC 9(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-RES-LIN   PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CATEG-RES-LIN  PIC X(03).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DESCR-RES-LIN  PIC X(15).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 APR-RES-LIN    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PEN-RES-LIN    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(09) VALUE SPACES.

       01 LIN-RES-TOT.
           02 FILLER         PIC X(15) VALUE "  TOTAL DEPTO: ".
           02 TOT-RES-LIN    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(12) VALUE "  ORCAMENTO:".
           02 ORCA-RES-LIN   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(09) VALUE "  % ORC.:".
           02 PCT-RES-LIN    PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(08) VALUE SPACES.

       01 LIN-RES-GERAL.
           02 FILLER         PIC X(43) VALUE
                        "TOTAL DO MES - APROVADO E PENDENTE:        ".
           02 APR-GER-LIN    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PEN-GER-LIN    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(10) VALUE SPACES.

       01 LIN-TOTAL1.
           02 FILLER         PIC X(21) VALUE "PEDIDOS LIDOS:       ".
           02 LIDOS-LIN      PIC ZZ.ZZ9.
           02 FILLER         PIC X(13) VALUE "  ACEITOS:   ".
           02 ACEITOS-LIN    PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  REJEITADOS: ".
           02 REJ-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE SPACES.

       01 LIN-TOTAL2.
           02 FILLER         PIC X(21) VALUE "CREDITOS BANCREEM:   ".
           02 CTBAN-LIN      PIC ZZ.ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 TOTBAN-LIN     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(11) VALUE "  FOLHA:   ".
           02 CTFOL-LIN      PIC ZZ.ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 TOTFOL-LIN     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(08) VALUE SPACES.

       01 LIN-TOTAL3.
           02 FILLER         PIC X(21) VALUE "PENDENTES ASSINATURA:".
           02 CTPEN-LIN      PIC ZZ.ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 TOTPEN-LIN     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(17) VALUE "  PAGTO MANUAL: ".
           02 CTMAN-LIN      PIC ZZ.ZZ9.
           02 FILLER         PIC X(16) VALUE SPACES.

       01 LIN-TOTAL4.
           02 FILLER         PIC X(21) VALUE "RETIDOS (BANCREER):  ".
           02 CTRET-LIN      PIC ZZ.ZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 TOTRET-LIN     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(17) VALUE "  ADIADOS (13O): ".
           02 CTADI-LIN      PIC ZZ.ZZ9.
           02 FILLER         PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.

       EM03-44.
           PERFORM INICIO.
           IF CT-PEND-ANT IS GREATER THAN ZEROES
               PERFORM CONFERE-APROVACAO.
           PERFORM ABRE-RELATORIO.
           IF APROVACAO-OK EQUAL 1
               PERFORM LIBERA-PEDIDOS.
           PERFORM PROCESSA-MOVIMENTO.
           PERFORM GERA-PAGAMENTOS.
           PERFORM RESUMO-MES.
           PERFORM FIM.
           DISPLAY "EM0344 - " CT-ACEITOS " ACEITO(S), "
                   CT-REJEITADOS " REJEITADO(S), "
                   CT-PEND-NOVO " PENDENTE(S)".
           IF CT-REJEITADOS IS GREATER THAN ZEROES OR
              CT-PEND-NOVO IS GREATER THAN ZEROES OR
              CT-MANUAL IS GREATER THAN ZEROES OR
              CT-RETIDOS IS GREATER THAN ZEROES OR
              CT-ADIADOS IS GREATER THAN ZEROES OR
              AUTO-APROVACAO EQUAL 1
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

      * TABELAS DE APOIO E CADASTRO DE PEDIDOS. OS PEDIDOS "P" JA
      * GUARDADOS SOMAM A VERIFICACAO QUE TEM DE CONFERIR COM A
      * ASSINATURA NO APROVA.
       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           PERFORM CARGA-RUNCTL.
           MOVE ANOMES-RODADA TO ANOMES-FOLHA-9.
           IF MODO-FOLHA NOT EQUAL ZEROES
               IF MM-FOLHA EQUAL 12
                   MOVE 1 TO MM-FOLHA
                   ADD 1 TO AAAA-FOLHA
               ELSE
                   ADD 1 TO MM-FOLHA.
           MOVE DATA-RODADA TO DATA-SERIAL.
           PERFORM SERIAL-DATA.
           MOVE SERIAL-CALC TO SERIAL-MOVTO.
           OPEN INPUT CADVEND.
           IF FS-VEND NOT EQUAL "00"
               DISPLAY "CADVEND NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-VEND
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-VEND UNTIL FIM-VEND EQUAL "SIM".
           CLOSE CADVEND.
           OPEN INPUT CADDESP.
           IF FS-DESP NOT EQUAL "00"
               DISPLAY "CADDESP NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-DESP
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-DESP UNTIL FIM-DESP EQUAL "SIM".
           CLOSE CADDESP.
           IF QTD-DESP EQUAL ZEROES
               DISPLAY "CADDESP SEM CATEGORIAS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ALTCONTA.
           IF FS-ALT EQUAL "00"
               PERFORM LE-ALTCONTA UNTIL FIM-ALT EQUAL "SIM"
               CLOSE ALTCONTA.
           OPEN INPUT CADENT.
           IF FS-ENT EQUAL "00"
               PERFORM LE-ENT UNTIL FIM-ENT EQUAL "SIM"
               CLOSE CADENT.
           OPEN INPUT DEPTS.
           IF FS-DEPTS EQUAL "00"
               PERFORM LE-DEPTS UNTIL FIM-DEPTS EQUAL "SIM"
               CLOSE DEPTS.
           MOVE ZEROES TO HASH-VALOR.
           OPEN INPUT CADREEMB.
           IF FS-REE EQUAL "00"
               PERFORM LE-REE UNTIL FIM-REE EQUAL "SIM"
               CLOSE CADREEMB.

       LE-VEND.
           READ CADVEND AT END
               MOVE "SIM" TO FIM-VEND.
           IF FIM-VEND NOT EQUAL "SIM"
               IF QTD-VEND GREATER THAN OR EQUAL TO 300
                   DISPLAY "TAB-VEND EXCEDE LIMITE DE 300 "
                           "FUNCIONARIOS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-VEND
                   MOVE COD-VEND TO MAT-VEND-TAB(QTD-VEND)
                   MOVE CONTA-VEND TO CONTA-VEND-TAB(QTD-VEND)
                   MOVE NOME-VEND TO NOME-VEND-TAB(QTD-VEND)
                   MOVE ZEROES TO DATA-ALT-VEND-TAB(QTD-VEND)
               END-IF.

      * DA ENTRADA DO EM0306 NO RUNCTL VEM O MODO DA FOLHA (PARM1; 1 E
      * 2 SAO AS PARCELAS DO 13O) E OS DIAS DE RETENCAO DO CREDITO
      * APOS TROCA DE CONTA (PARM3; ZERO = 10).
       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0306"
               IF PROG-RUNCTL EQUAL "EM0306"
                   IF PARM1-RUNCTL EQUAL 1 OR PARM1-RUNCTL EQUAL 2
                       MOVE PARM1-RUNCTL TO MODO-FOLHA
                   END-IF
                   IF PARM3-RUNCTL IS GREATER THAN ZEROES
                       MOVE PARM3-RUNCTL TO DIAS-CARENCIA
                   END-IF
               END-IF
               CLOSE RUNCTL.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

       SERIAL-DATA.
           IF DD-SERIAL IS GREATER THAN 30
               MOVE 30 TO DD-SERIAL.
           COMPUTE SERIAL-CALC = AA-SERIAL * 360
                               + (MM-SERIAL - 1) * 30 + DD-SERIAL.

       LE-DESP.
           READ CADDESP AT END
               MOVE "SIM" TO FIM-DESP.
           IF FIM-DESP NOT EQUAL "SIM"
               IF QTD-DESP GREATER THAN OR EQUAL TO 50
                   DISPLAY "CADDESP EXCEDE LIMITE DE 50 CATEGORIAS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-DESP
                   MOVE CATEG-DESP TO CATEG-DESP-TAB(QTD-DESP)
                   MOVE DESCR-DESP TO DESCR-DESP-TAB(QTD-DESP)
                   MOVE LIM-COMP-DESP TO LCOMP-DESP-TAB(QTD-DESP)
                   MOVE LIM-MES-DESP TO LMES-DESP-TAB(QTD-DESP)
               END-IF.

      * TROCAS DE CONTA APROVADAS (EM0114) ATE A DATA DE MOVIMENTO: A
      * CONTA NOVA SUBSTITUI A DO CADVEND, NA ORDEM DO ARQUIVO, COMO NA
      * FOLHA, E A DATA DA TROCA DECIDE A RETENCAO DO CREDITO.
       LE-ALTCONTA.
           READ ALTCONTA AT END
               MOVE "SIM" TO FIM-ALT.
           IF FIM-ALT NOT EQUAL "SIM" AND
              DATA-ALT IS NOT GREATER THAN DATA-RODADA
               MOVE MAT-ALT TO MAT-PROC
               PERFORM PROCURA-VEND
               IF POS-VEND IS GREATER THAN ZEROES
                   MOVE CONTA-NOVA-ALT TO CONTA-VEND-TAB(POS-VEND)
                   MOVE DATA-ALT TO DATA-ALT-VEND-TAB(POS-VEND).

       LE-ENT.
           READ CADENT AT END
               MOVE "SIM" TO FIM-ENT.
           IF FIM-ENT NOT EQUAL "SIM"
               IF QTD-ENT GREATER THAN OR EQUAL TO 500
                   DISPLAY "CADENT EXCEDE LIMITE DE 500 "
                           "FUNCIONARIOS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-ENT
                   MOVE COD-ENT TO MAT-ENT-TAB(QTD-ENT)
                   MOVE DEPT-ENT TO DEPT-ENT-TAB(QTD-ENT)
               END-IF.

       LE-DEPTS.
           READ DEPTS AT END
               MOVE "SIM" TO FIM-DEPTS.
           IF FIM-DEPTS NOT EQUAL "SIM"
               IF QTD-DEPTS GREATER THAN OR EQUAL TO 99
                   DISPLAY "DEPTS EXCEDE LIMITE DE 99 DEPARTAMENTOS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-DEPTS
                   MOVE DEPT-COD-DEPTS TO DEPT-DEPTS-TAB(QTD-DEPTS)
                   MOVE NOME-DEPTS TO NOME-DEPTS-TAB(QTD-DEPTS)
                   MOVE ORCAMENTO-DEPTS TO ORCA-DEPTS-TAB(QTD-DEPTS)
               END-IF.

       LE-REE.
           READ CADREEMB AT END
               MOVE "SIM" TO FIM-REE.
           IF FIM-REE NOT EQUAL "SIM"
               IF QTD-REE GREATER THAN OR EQUAL TO 3000
                   DISPLAY "CADREEMB EXCEDE LIMITE DE 3000 PEDIDOS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-REE
                   MOVE REG-REE TO REG-REE-TAB(QTD-REE)
                   IF SITU-REE EQUAL "P"
                       ADD 1 TO CT-PEND-ANT
                       MOVE REG-REE(1:44) TO HASH-AREA
                       MOVE 44 TO HASH-TAM
                       PERFORM CALC-HASH
                       MOVE SOLIC-REE TO SOLIC-PROC
                       PERFORM GUARDA-SOLICITANTE
                   END-IF
               END-IF.

      * GUARDA CADA OPERADOR QUE DIGITOU UM DOS PEDIDOS PENDENTES,
      * PARA RECUSAR A ASSINATURA DE QUEM PEDIU (QUATRO MAOS).
       GUARDA-SOLICITANTE.
           PERFORM PROCURA-SOLIC.
           IF POS-SOLIC EQUAL ZEROES
               IF QTD-SOLIC GREATER THAN OR EQUAL TO 100
                   DISPLAY "CADREEMB COM MAIS DE 100 SOLICITANTES - "
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

       PROCURA-VEND.
           MOVE ZEROES TO POS-VEND IDX-VEND.
           PERFORM TESTA-VEND QTD-VEND TIMES.

       TESTA-VEND.
           ADD 1 TO IDX-VEND.
           IF MAT-VEND-TAB(IDX-VEND) EQUAL MAT-PROC
               MOVE IDX-VEND TO POS-VEND.

       PROCURA-DESP.
           MOVE ZEROES TO POS-DESP IDX-DESP.
           PERFORM TESTA-DESP QTD-DESP TIMES.

       TESTA-DESP.
           ADD 1 TO IDX-DESP.
           IF CATEG-DESP-TAB(IDX-DESP) EQUAL CATEG-RT
               MOVE IDX-DESP TO POS-DESP.

      * OS PEDIDOS PENDENTES SO SAO PAGOS COM APROVACAO ASSINADA ("A")
      * DA ORIGEM EM0344 CUJA SOMA CONFIRA COM OS PENDENTES DO
      * CADREEMB, E ASSINADA POR OPERADOR QUE NAO DIGITOU NENHUM
      * DELES. SE O APROVADOR E TAMBEM SOLICITANTE, A ASSINATURA E
      * DESFEITA (A PENDENCIA VOLTA A "P") E OS PEDIDOS CONTINUAM
      * PENDENTES.
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
                          " RECUSADA: DIGITOU PEDIDO DO LOTE"
                          DELIMITED BY SIZE INTO MSG-APROVA
               ELSE
                   MOVE "C" TO SITU-TRAB
                   MOVE 1 TO APROVACAO-OK
                   MOVE SOLIC-PROC TO APROVADOR-LOTE
                   STRING "REEMBOLSOS PENDENTES APROVADOS POR "
                          APROVADOR-LOTE
                          DELIMITED BY SIZE INTO MSG-APROVA
               END-IF
               MOVE REG-APR-TRAB TO REG-APR-TAB(POS-APROVA)
               MOVE 1 TO APROVA-MUDOU
           ELSE
               MOVE "REEMBOLSOS PENDENTES SEM APROVACAO ASSINADA - "
                    TO MSG-APROVA
               MOVE "MANTIDOS" TO MSG-APROVA(47:8).
           DISPLAY "EM0344 - " MSG-APROVA.

       TESTA-APROVACAO.
           ADD 1 TO IDX-APROVA.
           MOVE REG-APR-TAB(IDX-APROVA) TO REG-APR-TRAB.
           IF ORIGEM-TRAB EQUAL "EM0344" AND
              SITU-TRAB EQUAL "A" AND
              HASH-TRAB EQUAL HASH-VALOR
               MOVE IDX-APROVA TO POS-APROVA.

       ABRE-RELATORIO.
           OPEN OUTPUT RELREEMB.
           MOVE DATA-RODADA TO DATA-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           IF MSG-APROVA NOT EQUAL SPACES
               MOVE MSG-APROVA TO REL-SAI
               WRITE REL-SAI AFTER ADVANCING 2 LINES.

      * APROVACAO CONFERIDA: CADA PEDIDO PENDENTE E LIBERADO NA FORMA
      * PEDIDA. O CREDITO E A LINHA DA FOLHA SAO MONTADOS DEPOIS, EM
      * GERA-PAGAMENTOS, A PARTIR DA SITUACAO GRAVADA AQUI.
       LIBERA-PEDIDOS.
           MOVE "PEDIDOS LIBERADOS PELA ASSINATURA" TO TEXTO-SECAO.
           WRITE REL-SAI FROM LIN-SECAO AFTER ADVANCING 2 LINES.
           WRITE REL-SAI FROM LIN-CAB AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-REE.
           PERFORM LIBERA-PEDIDO QTD-REE TIMES.

       LIBERA-PEDIDO.
           ADD 1 TO IDX-REE.
           MOVE REG-REE-TAB(IDX-REE) TO REG-REE-TRAB.
           IF SITU-RT EQUAL "P"
               MOVE MAT-RT TO MAT-PROC
               PERFORM PROCURA-VEND
               MOVE DATA-RODADA TO DATA-SIT-RT
               MOVE APROVADOR-LOTE TO APROV-RT
               IF POS-VEND EQUAL ZEROES
                   MOVE "M" TO SITU-RT
                   ADD 1 TO CT-MANUAL
                   MOVE "SEM CADVEND - PAGTO MANUAL" TO RESULT-LIN
               ELSE
                   IF FORMA-RT EQUAL "F"
                       MOVE "F" TO SITU-RT
                       MOVE ANOMES-FOLHA-9 TO COMP-FOL-RT
                       MOVE ANOMES-FOLHA-9 TO COMP-FOLHA-LIN
                       MOVE LIN-FOLHA TO RESULT-LIN
                   ELSE
                       MOVE "B" TO SITU-RT
                       MOVE "CREDITO PROPRIO (BANCREEM)"
                           TO RESULT-LIN
                   END-IF
               END-IF
               MOVE REG-REE-TRAB TO REG-REE-TAB(IDX-REE)
               PERFORM IMPRIME-PEDIDO.

       IMPRIME-PEDIDO.
           MOVE MAT-RT TO MAT-LIN.
           IF POS-VEND IS GREATER THAN ZEROES
               MOVE NOME-VEND-TAB(POS-VEND) TO NOME-LIN
           ELSE
               MOVE SPACES TO NOME-LIN.
           MOVE CATEG-RT TO CATEG-LIN.
           MOVE COMPROV-RT TO COMPROV-LIN.
           MOVE VALOR-RT TO VALOR-LIN.
           WRITE REL-SAI FROM LIN-PED AFTER ADVANCING 1 LINE.

      * PEDIDOS DO DIA: OS ACEITOS ENTRAM NO CADREEMB COMO "P" E JA
      * CONTAM NO LIMITE MENSAL E NA CONFERENCIA DE COMPROVANTE
      * REPETIDO DOS PEDIDOS SEGUINTES.
       PROCESSA-MOVIMENTO.
           OPEN INPUT MOVREEMB.
           IF FS-MREE EQUAL "00"
               MOVE "PEDIDOS DO MOVIMENTO (REJEITADOS COM O MOTIVO)"
                   TO TEXTO-SECAO
               WRITE REL-SAI FROM LIN-SECAO AFTER ADVANCING 2 LINES
               WRITE REL-SAI FROM LIN-CAB AFTER ADVANCING 1 LINE
               PERFORM LE-MREE UNTIL FIM-MREE EQUAL "SIM"
               CLOSE MOVREEMB.

       LE-MREE.
           READ MOVREEMB AT END
               MOVE "SIM" TO FIM-MREE.
           IF FIM-MREE NOT EQUAL "SIM" AND
              REG-MREE NOT EQUAL SPACES
               ADD 1 TO CT-LIDOS
               PERFORM TRATA-PEDIDO.

       TRATA-PEDIDO.
           MOVE SPACES TO REG-REE-TRAB.
           MOVE REG-MREE TO PEDIDO-RT.
           IF FORMA-RT EQUAL SPACE
               MOVE "B" TO FORMA-RT.
           MOVE ZEROES TO POS-VEND.
           PERFORM VALIDA-PEDIDO.
           IF MOTIVO-REJ EQUAL SPACES
               IF QTD-REE GREATER THAN OR EQUAL TO 3000
                   DISPLAY "CADREEMB EXCEDE LIMITE DE 3000 PEDIDOS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "P" TO SITU-RT
               MOVE ZEROES TO DATA-SIT-RT COMP-FOL-RT
               MOVE SPACES TO APROV-RT
               ADD 1 TO QTD-REE
               MOVE REG-REE-TRAB TO REG-REE-TAB(QTD-REE)
               ADD 1 TO CT-ACEITOS
               MOVE "ACEITO - AGUARDA APROVACAO" TO RESULT-LIN
           ELSE
               ADD 1 TO CT-REJEITADOS
               MOVE MOTIVO-REJ TO RESULT-LIN.
           PERFORM IMPRIME-PEDIDO.

      * CRITICA NA ORDEM DO FORMULARIO; A PRIMEIRA FALHA E O MOTIVO.
       VALIDA-PEDIDO.
           MOVE SPACES TO MOTIVO-REJ.
           IF MAT-MREE IS NOT NUMERIC OR
              DATA-MREE IS NOT NUMERIC OR
              VALOR-MREE IS NOT NUMERIC
               MOVE "CAMPO NAO NUMERICO" TO MOTIVO-REJ.
           IF MOTIVO-REJ EQUAL SPACES
               MOVE MAT-RT TO MAT-PROC
               PERFORM PROCURA-VEND
               IF POS-VEND EQUAL ZEROES
                   MOVE "MATRICULA SEM CADVEND" TO MOTIVO-REJ.
           IF MOTIVO-REJ EQUAL SPACES
               MOVE DATA-RT TO DATA-DESPESA
               MOVE DD-DESPESA TO DD-DDMM
               MOVE MM-DESPESA TO MM-DDMM
               MOVE AAAA-DESPESA TO AAAA-DDMM
               CALL "DATEVALID" USING DATA-DDMMAAAA DATA-RODADA
                                      DATA-VAL
               IF DATA-VAL NOT EQUAL 1
                   MOVE "DATA INVALIDA OU FUTURA" TO MOTIVO-REJ.
           IF MOTIVO-REJ EQUAL SPACES
               PERFORM PROCURA-DESP
               IF POS-DESP EQUAL ZEROES
                   MOVE "CATEGORIA FORA DO CADDESP" TO MOTIVO-REJ.
           IF MOTIVO-REJ EQUAL SPACES
               IF VALOR-RT EQUAL ZEROES
                   MOVE "VALOR ZERADO" TO MOTIVO-REJ
               ELSE
                   IF VALOR-RT IS GREATER THAN LCOMP-DESP-TAB(POS-DESP)
                       MOVE "ACIMA DO LIMITE POR COMPROV."
                           TO MOTIVO-REJ.
           IF MOTIVO-REJ EQUAL SPACES
               IF COMPROV-RT EQUAL SPACES
                   MOVE "SEM NUMERO DE COMPROVANTE" TO MOTIVO-REJ
               ELSE
                   PERFORM PROCURA-COMPROVANTE
                   IF POS-REE IS GREATER THAN ZEROES
                       MOVE "COMPROVANTE JA APRESENTADO"
                           TO MOTIVO-REJ.
           IF MOTIVO-REJ EQUAL SPACES
               IF FORMA-RT NOT EQUAL "B" AND
                  FORMA-RT NOT EQUAL "F"
                   MOVE "FORMA DEVE SER B OU F" TO MOTIVO-REJ.
           IF MOTIVO-REJ EQUAL SPACES
               IF SOLIC-RT EQUAL SPACES
                   MOVE "SEM OPERADOR SOLICITANTE" TO MOTIVO-REJ.
           IF MOTIVO-REJ EQUAL SPACES AND
              LMES-DESP-TAB(POS-DESP) IS GREATER THAN ZEROES
               PERFORM SOMA-MES-CATEGORIA
               IF SOMA-MES + VALOR-RT IS GREATER THAN
                  LMES-DESP-TAB(POS-DESP)
                   MOVE "ACIMA DO LIMITE MENSAL" TO MOTIVO-REJ.

      * MESMO COMPROVANTE DA MESMA MATRICULA EM QUALQUER PEDIDO JA
      * ACEITO, DE QUALQUER DATA.
       PROCURA-COMPROVANTE.
           MOVE ZEROES TO POS-REE IDX-REE.
           PERFORM TESTA-COMPROVANTE QTD-REE TIMES.

       TESTA-COMPROVANTE.
           ADD 1 TO IDX-REE.
           IF REG-REE-TAB(IDX-REE)(1:5) EQUAL PEDIDO-RT(1:5) AND
              REG-REE-TAB(IDX-REE)(26:10) EQUAL COMPROV-RT
               MOVE IDX-REE TO POS-REE.

      * SOMA DOS PEDIDOS JA ACEITOS DA MATRICULA NA CATEGORIA, NO MES
      * DA DESPESA.
       SOMA-MES-CATEGORIA.
           MOVE ZEROES TO SOMA-MES IDX-REE.
           PERFORM SOMA-PEDIDO-MES QTD-REE TIMES.

       SOMA-PEDIDO-MES.
           ADD 1 TO IDX-REE.
           IF REG-REE-TAB(IDX-REE)(1:11) EQUAL PEDIDO-RT(1:11) AND
              REG-REE-TAB(IDX-REE)(14:3) EQUAL CATEG-RT
               MOVE REG-REE-TAB(IDX-REE)(17:9) TO VALOR-SOMA-X
               ADD VALOR-SOMA TO SOMA-MES.

      * CREDITOS LIBERADOS NA DATA DE MOVIMENTO (BANCREEM), CREDITOS
      * RETIDOS (BANCREER, TODOS OS "R" ENQUANTO DURA A RETENCAO) E
      * PEDIDOS ENVIADOS A FOLHA DO MES (REEMBFOL), REMONTADOS DO
      * CADREEMB; OS PENDENTES QUE SOBRARAM SOMAM A NOVA
      * PENDENCIA. COM A FOLHA EM MODO DE 13O, OS PEDIDOS DA FOLHA DO
      * MES PASSAM PARA A COMPETENCIA SEGUINTE.
       GERA-PAGAMENTOS.
           OPEN OUTPUT BANCREEM
                       BANCREER
                       REEMBFOL.
           MOVE ZEROES TO HASH-VALOR QTD-SOLIC.
           MOVE ZEROES TO IDX-REE.
           PERFORM GERA-PAGAMENTO QTD-REE TIMES.
           CLOSE BANCREEM
                 BANCREER
                 REEMBFOL.

       GERA-PAGAMENTO.
           ADD 1 TO IDX-REE.
           MOVE REG-REE-TAB(IDX-REE) TO REG-REE-TRAB.
           EVALUATE SITU-RT
               WHEN "B"
                   IF DATA-SIT-RT EQUAL DATA-RODADA
                       PERFORM GRAVA-CREDITO
                   END-IF
               WHEN "R"
                   PERFORM GRAVA-CREDITO
               WHEN "F"
                   IF COMP-FOL-RT EQUAL ANOMES-RODADA
                       IF MODO-FOLHA EQUAL ZEROES
                           PERFORM GRAVA-FOLHA
                       ELSE
                           PERFORM ADIA-FOLHA
                       END-IF
                   END-IF
               WHEN "P"
                   ADD 1 TO CT-PEND-NOVO
                   ADD VALOR-RT TO VALOR-PEND-NOVO
                   MOVE PEDIDO-RT TO HASH-AREA
                   MOVE 44 TO HASH-TAM
                   PERFORM CALC-HASH
           END-EVALUATE.

      * REFERENCIA "REEM" + MATRICULA + COMPROVANTE, PARA QUE O
      * CREDITO NAO SE CONFUNDA COM O DA FOLHA DO MESMO FUNCIONARIO.
      * TROCA DE CONTA COM MENOS DE DIAS-CARENCIA DIAS (CALENDARIO
      * COMERCIAL): O PEDIDO FICA "R", O CREDITO VAI PARA O BANCREER E
      * SAI NO RELREEMB. O "R" CUJA RETENCAO VENCEU VOLTA A "B" NA
      * DATA DE MOVIMENTO, COM O CREDITO NO BANCREEM; O QUE SAIU DO
      * CADVEND NESSE MEIO TEMPO FICA "M" (PAGAMENTO MANUAL).
       GRAVA-CREDITO.
           MOVE MAT-RT TO MAT-PROC.
           PERFORM PROCURA-VEND.
           IF POS-VEND EQUAL ZEROES AND SITU-RT EQUAL "R"
               MOVE "M" TO SITU-RT
               MOVE DATA-RODADA TO DATA-SIT-RT
               MOVE REG-REE-TRAB TO REG-REE-TAB(IDX-REE)
               ADD 1 TO CT-MANUAL
               MOVE "SEM CADVEND - PAGTO MANUAL" TO RESULT-LIN
               PERFORM IMPRIME-GERACAO.
           IF POS-VEND IS GREATER THAN ZEROES
               MOVE CONTA-VEND-TAB(POS-VEND) TO CONTA-BANCO
               MOVE VALOR-RT TO VALOR-BANCO
               MOVE SPACES TO REFERENCIA-BANCO
               MOVE "REEM" TO REFERENCIA-BANCO(1:4)
               MOVE MAT-RT TO REFERENCIA-BANCO(6:5)
               MOVE COMPROV-RT TO REFERENCIA-BANCO(11:10)
               MOVE 99999 TO DIAS-TROCA
               IF DATA-ALT-VEND-TAB(POS-VEND) IS GREATER THAN ZEROES
                   MOVE DATA-ALT-VEND-TAB(POS-VEND) TO DATA-SERIAL
                   PERFORM SERIAL-DATA
                   COMPUTE DIAS-TROCA = SERIAL-MOVTO - SERIAL-CALC
               END-IF
               IF DIAS-TROCA IS LESS THAN DIAS-CARENCIA
                   PERFORM RETEM-CREDITO
               ELSE
                   WRITE REG-BANCO
                   ADD 1 TO CT-BANCO
                   ADD VALOR-RT TO TOT-BANCO
                   IF SITU-RT EQUAL "R"
                       PERFORM LIBERA-RETIDO.

       RETEM-CREDITO.
           IF SITU-RT NOT EQUAL "R"
               MOVE "R" TO SITU-RT
               MOVE DATA-RODADA TO DATA-SIT-RT
               MOVE REG-REE-TRAB TO REG-REE-TAB(IDX-REE).
           WRITE REG-BANCO-RET FROM REG-BANCO.
           ADD 1 TO CT-RETIDOS.
           ADD VALOR-RT TO TOT-RETIDO.
           MOVE "RETIDO: CONTA ALTERADA" TO RESULT-LIN.
           PERFORM IMPRIME-GERACAO.

       LIBERA-RETIDO.
           MOVE "B" TO SITU-RT.
           MOVE DATA-RODADA TO DATA-SIT-RT.
           MOVE REG-REE-TRAB TO REG-REE-TAB(IDX-REE).
           MOVE "LIBERADO DA RETENCAO" TO RESULT-LIN.
           PERFORM IMPRIME-GERACAO.

      * PEDIDO DA FOLHA DO MES SEM FOLHA NORMAL NA RODADA: PASSA PARA A
      * COMPETENCIA SEGUINTE, GRAVADA NO CADREEMB EM FIM.
       ADIA-FOLHA.
           MOVE ANOMES-FOLHA-9 TO COMP-FOL-RT.
           MOVE REG-REE-TRAB TO REG-REE-TAB(IDX-REE).
           ADD 1 TO CT-ADIADOS.
           MOVE ANOMES-FOLHA-9 TO COMP-ADIADO-LIN.
           MOVE LIN-ADIADO TO RESULT-LIN.
           MOVE MAT-RT TO MAT-PROC.
           PERFORM PROCURA-VEND.
           PERFORM IMPRIME-GERACAO.

       IMPRIME-GERACAO.
           IF SECAO-GERA EQUAL ZEROES
               MOVE 1 TO SECAO-GERA
               MOVE "RETENCOES, LIBERACOES E ADIAMENTOS DA RODADA"
                   TO TEXTO-SECAO
               WRITE REL-SAI FROM LIN-SECAO AFTER ADVANCING 2 LINES
               WRITE REL-SAI FROM LIN-CAB AFTER ADVANCING 1 LINE.
           PERFORM IMPRIME-PEDIDO.

       GRAVA-FOLHA.
           MOVE MAT-RT TO MAT-RFO.
           MOVE COMP-FOL-RT TO COMP-RFO.
           MOVE CATEG-RT TO CATEG-RFO.
           MOVE COMPROV-RT TO COMPROV-RFO.
           MOVE VALOR-RT TO VALOR-RFO.
           WRITE REG-RFO.
           ADD 1 TO CT-FOLHA.
           ADD VALOR-RT TO TOT-FOLHA.

      * DESPESAS DO MES DA DATA DE MOVIMENTO (PELA DATA DA DESPESA):
      * APROVADAS ("B", "R", "F" E "M") E PENDENTES, POR DEPARTAMENTO E
      * CATEGORIA, COM O TOTAL DO DEPARTAMENTO CONTRA O ORCAMENTO
      * MENSAL DO DEPTS.
       RESUMO-MES.
           MOVE ZEROES TO IDX-RES.
           PERFORM ZERA-DEPTO 100 TIMES.
           MOVE ZEROES TO IDX-REE.
           PERFORM ACUMULA-RESUMO QTD-REE TIMES.
           MOVE SPACES TO TEXTO-SECAO.
           STRING "DESPESAS DO MES " ANOMES-RODADA
                  " POR DEPARTAMENTO E CATEGORIA X ORCAMENTO"
                  DELIMITED BY SIZE INTO TEXTO-SECAO.
           WRITE REL-SAI FROM LIN-SECAO AFTER ADVANCING 2 LINES.
           WRITE REL-SAI FROM LIN-RES-CAB AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-RES.
           PERFORM IMPRIME-DEPTO 100 TIMES.
           MOVE TOT-GER-APR TO APR-GER-LIN.
           MOVE TOT-GER-PEN TO PEN-GER-LIN.
           WRITE REL-SAI FROM LIN-RES-GERAL AFTER ADVANCING 2 LINES.

       ZERA-DEPTO.
           ADD 1 TO IDX-RES.
           MOVE ZEROES TO IDX-RCAT.
           PERFORM ZERA-CATEGORIA 51 TIMES.

       ZERA-CATEGORIA.
           ADD 1 TO IDX-RCAT.
           MOVE ZEROES TO APR-RES-TAB(IDX-RES, IDX-RCAT)
                          PEN-RES-TAB(IDX-RES, IDX-RCAT).

       ACUMULA-RESUMO.
           ADD 1 TO IDX-REE.
           MOVE REG-REE-TAB(IDX-REE) TO REG-REE-TRAB.
           MOVE DATA-RT TO DATA-DESPESA.
           IF AAAAMM-DESPESA EQUAL ANOMES-RODADA
               PERFORM LOCALIZA-DEPTO
               PERFORM PROCURA-DESP
               IF POS-DESP EQUAL ZEROES
                   MOVE 51 TO POS-DESP
               END-IF
               IF SITU-RT EQUAL "P"
                   ADD VALOR-RT TO PEN-RES-TAB(POS-DEPTS, POS-DESP)
               ELSE
                   ADD VALOR-RT TO APR-RES-TAB(POS-DEPTS, POS-DESP)
               END-IF.

      * DEPARTAMENTO DO FUNCIONARIO PELO CADENT; SEM CADENT OU COM
      * DEPARTAMENTO FORA DO DEPTS, A LINHA 100.
       LOCALIZA-DEPTO.
           MOVE ZEROES TO POS-ENT IDX-ENT.
           PERFORM TESTA-ENT QTD-ENT TIMES.
           MOVE 100 TO POS-DEPTS.
           IF POS-ENT IS GREATER THAN ZEROES
               MOVE DEPT-ENT-TAB(POS-ENT) TO DEPT-PROC
               MOVE ZEROES TO IDX-DEPTS
               PERFORM TESTA-DEPTS QTD-DEPTS TIMES.

       TESTA-ENT.
           ADD 1 TO IDX-ENT.
           IF MAT-ENT-TAB(IDX-ENT) EQUAL MAT-RT
               MOVE IDX-ENT TO POS-ENT.

       TESTA-DEPTS.
           ADD 1 TO IDX-DEPTS.
           IF DEPT-DEPTS-TAB(IDX-DEPTS) EQUAL DEPT-PROC
               MOVE IDX-DEPTS TO POS-DEPTS.

      * SO SAEM OS DEPARTAMENTOS COM DESPESA NO MES.
       IMPRIME-DEPTO.
           ADD 1 TO IDX-RES.
           MOVE ZEROES TO TOT-DEP-APR TOT-DEP-PEN IDX-RCAT.
           PERFORM SOMA-CATEGORIA 51 TIMES.
           IF TOT-DEP-APR IS GREATER THAN ZEROES OR
              TOT-DEP-PEN IS GREATER THAN ZEROES
               MOVE ZEROES TO IDX-RCAT
               PERFORM IMPRIME-CATEGORIA 51 TIMES
               PERFORM IMPRIME-TOTAL-DEPTO.

       SOMA-CATEGORIA.
           ADD 1 TO IDX-RCAT.
           ADD APR-RES-TAB(IDX-RES, IDX-RCAT) TO TOT-DEP-APR.
           ADD PEN-RES-TAB(IDX-RES, IDX-RCAT) TO TOT-DEP-PEN.

       IMPRIME-CATEGORIA.
           ADD 1 TO IDX-RCAT.
           IF APR-RES-TAB(IDX-RES, IDX-RCAT) IS GREATER THAN ZEROES OR
              PEN-RES-TAB(IDX-RES, IDX-RCAT) IS GREATER THAN ZEROES
               IF IDX-RES EQUAL 100
                   MOVE ZEROES TO DEPT-RES-LIN
                   MOVE "DEPTO DESCONHECIDO" TO NOME-RES-LIN
               ELSE
                   MOVE DEPT-DEPTS-TAB(IDX-RES) TO DEPT-RES-LIN
                   MOVE NOME-DEPTS-TAB(IDX-RES) TO NOME-RES-LIN
               END-IF
               IF IDX-RCAT EQUAL 51
                   MOVE "***" TO CATEG-RES-LIN
                   MOVE "FORA DO CADDESP" TO DESCR-RES-LIN
               ELSE
                   MOVE CATEG-DESP-TAB(IDX-RCAT) TO CATEG-RES-LIN
                   MOVE DESCR-DESP-TAB(IDX-RCAT) TO DESCR-RES-LIN
               END-IF
               MOVE APR-RES-TAB(IDX-RES, IDX-RCAT) TO APR-RES-LIN
               MOVE PEN-RES-TAB(IDX-RES, IDX-RCAT) TO PEN-RES-LIN
               WRITE REL-SAI FROM LIN-RES AFTER ADVANCING 1 LINE.

      * PERCENTUAL DO ORCAMENTO MENSAL DO DEPARTAMENTO CONSUMIDO PELAS
      * DESPESAS DO MES (APROVADAS E PENDENTES); SEM ORCAMENTO, ZERO,
      * E ACIMA DE 99999,99 %, 99999,99.
       IMPRIME-TOTAL-DEPTO.
           COMPUTE TOT-RES-LIN = TOT-DEP-APR + TOT-DEP-PEN.
           MOVE ZEROES TO PCT-CALC.
           IF IDX-RES EQUAL 100
               MOVE ZEROES TO ORCA-RES-LIN
           ELSE
               MOVE ORCA-DEPTS-TAB(IDX-RES) TO ORCA-RES-LIN
               IF ORCA-DEPTS-TAB(IDX-RES) IS GREATER THAN ZEROES
                   IF (TOT-DEP-APR + TOT-DEP-PEN) * 100 IS NOT LESS
                      THAN ORCA-DEPTS-TAB(IDX-RES) * 99999,995
                       MOVE 99999,99 TO PCT-CALC
                   ELSE
                       COMPUTE PCT-CALC ROUNDED =
                           (TOT-DEP-APR + TOT-DEP-PEN) * 100
                           / ORCA-DEPTS-TAB(IDX-RES)
                   END-IF
               END-IF
           END-IF.
           MOVE PCT-CALC TO PCT-RES-LIN.
           WRITE REL-SAI FROM LIN-RES-TOT AFTER ADVANCING 1 LINE.
           ADD TOT-DEP-APR TO TOT-GER-APR.
           ADD TOT-DEP-PEN TO TOT-GER-PEN.

       FIM.
           IF CT-PEND-NOVO IS GREATER THAN ZEROES
               PERFORM REGISTRA-PENDENCIA.
           IF APROVA-MUDOU EQUAL 1
               PERFORM REGRAVA-APROVA.
           OPEN OUTPUT CADREEMB.
           MOVE ZEROES TO IDX-REE.
           PERFORM GRAVA-REE QTD-REE TIMES.
           CLOSE CADREEMB.
           MOVE CT-LIDOS TO LIDOS-LIN.
           MOVE CT-ACEITOS TO ACEITOS-LIN.
           MOVE CT-REJEITADOS TO REJ-LIN.
           WRITE REL-SAI FROM LIN-TOTAL1 AFTER ADVANCING 2 LINES.
           MOVE CT-BANCO TO CTBAN-LIN.
           MOVE TOT-BANCO TO TOTBAN-LIN.
           MOVE CT-FOLHA TO CTFOL-LIN.
           MOVE TOT-FOLHA TO TOTFOL-LIN.
           WRITE REL-SAI FROM LIN-TOTAL2 AFTER ADVANCING 1 LINE.
           MOVE CT-PEND-NOVO TO CTPEN-LIN.
           MOVE VALOR-PEND-NOVO TO TOTPEN-LIN.
           MOVE CT-MANUAL TO CTMAN-LIN.
           WRITE REL-SAI FROM LIN-TOTAL3 AFTER ADVANCING 1 LINE.
           MOVE CT-RETIDOS TO CTRET-LIN.
           MOVE TOT-RETIDO TO TOTRET-LIN.
           MOVE CT-ADIADOS TO CTADI-LIN.
           WRITE REL-SAI FROM LIN-TOTAL4 AFTER ADVANCING 1 LINE.
           CLOSE RELREEMB.

       GRAVA-REE.
           ADD 1 TO IDX-REE.
           MOVE REG-REE-TAB(IDX-REE) TO REG-REE.
           WRITE REG-REE.

      * OS PENDENTES PRECISAM DE ASSINATURA: SE JA HA PENDENCIA OU
      * APROVACAO COM A MESMA SOMA, NADA A FAZER; SENAO A PENDENCIA
      * "EM0344" ANTERIOR (DE UM LOTE QUE MUDOU) E SUBSTITUIDA, OU
      * UMA NOVA E ACRESCENTADA.
       REGISTRA-PENDENCIA.
           IF APROVA-CARREGADA EQUAL ZEROES
               PERFORM CARGA-APROVA.
           MOVE ZEROES TO POS-APROVA IDX-APROVA.
           PERFORM TESTA-MESMA-PENDENCIA QTD-APROVA TIMES.
           IF POS-APROVA IS GREATER THAN ZEROES
               DISPLAY "EM0344 - REEMBOLSOS PENDENTES AGUARDANDO "
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
                   MOVE "EM0344" TO ORIGEM-TRAB
                   MOVE HASH-VALOR TO HASH-TRAB
                   MOVE CT-PEND-NOVO TO QTD-TRAB
                   MOVE VALOR-PEND-NOVO TO VALOR-TRAB
                   MOVE DATA-RODADA TO DATA-GER-TRAB
                   MOVE "P" TO SITU-TRAB
                   MOVE SPACES TO APROVADOR-TRAB
                   MOVE ZEROES TO DATA-APR-TRAB
                   MOVE REG-APR-TRAB TO REG-APR-TAB(POS-APROVA)
                   MOVE 1 TO APROVA-MUDOU
                   DISPLAY "EM0344 - PENDENCIA DE APROVACAO DOS "
                           "REEMBOLSOS GRAVADA (UTILITARIO APROVA)".

       TESTA-MESMA-PENDENCIA.
           ADD 1 TO IDX-APROVA.
           MOVE REG-APR-TAB(IDX-APROVA) TO REG-APR-TRAB.
           IF ORIGEM-TRAB EQUAL "EM0344" AND
              (SITU-TRAB EQUAL "P" OR SITU-TRAB EQUAL "A") AND
              HASH-TRAB EQUAL HASH-VALOR
               MOVE IDX-APROVA TO POS-APROVA.

       TESTA-PENDENCIA.
           ADD 1 TO IDX-APROVA.
           MOVE REG-APR-TAB(IDX-APROVA) TO REG-APR-TRAB.
           IF ORIGEM-TRAB EQUAL "EM0344" AND
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
