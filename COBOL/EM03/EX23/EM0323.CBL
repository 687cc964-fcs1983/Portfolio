       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0323.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       PROGRAMACAO E PAGAMENTO DE FERIAS. ATE AQUI O
      *               SISTEMA SO CONHECIA FERIAS NA LINHA PROPORCIONAL
      *               DA RESCISAO (EM0312); AS FERIAS REGULARES ERAM
      *               CALCULADAS EM PLANILHA E JA SE PAGOU FERIAS EM
      *               DOBRO POR PRAZO CONCESSIVO PERDIDO. ESTE JOB LE
      *               O CADASTRO UNICO CADFUNC.DAT (EM0113) E O
      *               MOVIMENTO DE FERIAS PROGRAMADAS MOVFER.DAT:
      *                 MAT-MFER     9(05)  MATRICULA
      *                 INICIO-MFER  DD/MM/AAAA  INICIO DO GOZO
      *                 DIAS-MFER    9(02)  DIAS DE GOZO (05 A 30)
      *                 ABONO-MFER   X(01)  S=VENDE 10 DIAS (ABONO
      *                                     PECUNIARIO), N=NAO VENDE
      *               O PERIODO AQUISITIVO DE CADA FUNCIONARIO SAI DA
      *               ADMISSAO (ADMI-FUNC): A CADA 12 MESES COMPLETOS
      *               ELE ADQUIRE 30 DIAS. O HISTORICO HISTFER.DAT
      *               (MATRICULA + INICIO DO PERIODO AAAAMM + INICIO
      *               DO GOZO + DIAS + DIAS DE ABONO + BRUTO + DOBRO +
      *               DATA DA RODADA, EM EXTEND) DIZ QUANTOS DIAS JA
      *               FORAM CONSUMIDOS; AS FERIAS PROGRAMADAS CONSOMEM
      *               SEMPRE O PERIODO MAIS ANTIGO COM SALDO. PARA
      *               CADA PROGRAMACAO ACEITA:
      *                 - FERIAS = REMUNERACAO / 30 X DIAS, MAIS O
      *                   TERCO CONSTITUCIONAL; GOZO INICIADO DEPOIS
      *                   DO FIM DO PERIODO CONCESSIVO (12 MESES APOS
      *                   O AQUISITIVO) PAGA FERIAS + 1/3 EM DOBRO;
      *                 - ABONO PECUNIARIO (10 DIAS) COM SEU 1/3,
      *                   ISENTOS;
      *                 - INSS/IRRF PROGRESSIVOS SOBRE FERIAS + 1/3,
      *                   DAS TABELAS TABINSS/TABIRRF DA VIGENCIA DA
      *                   DATA DE MOVIMENTO, COMO NO EM0306.
      *               A REMUNERACAO E FIXO-FUNC MAIS A COMISSAO DO MES
      *               (VENDAS-FUNC X 10%), COMO NO EM0312; SEM FIXO,
      *               VALE SAL-FUNC. SAIDAS: HOLFER (AVISO E RECIBO
      *               DE FERIAS, UMA PAGINA POR FUNCIONARIO),
      *               BANCFER.DAT NO LAYOUT DO BANCOPAG (REFERENCIA
      *               "FERI"+NOME), O REGISTRO DA RODADA NO RAZAO
      *               ANUAL ACUMANO.DAT, RELFER (CONTROLE DA RODADA
      *               COM AS REJEICOES) E RELVFER - OS FUNCIONARIOS
      *               CUJO PERIODO CONCESSIVO VENCE DENTRO DA
      *               ANTECEDENCIA DO RUNCTL (PROG "EM0323", PARM1 EM
      *               DIAS; PADRAO 60) OU JA VENCEU SEM GOZO. MATRICULA
      *               SEM CADFUNC, DATA INVALIDA (DATEVALID), DIAS FORA
      *               DA FAIXA, PERIODO INCOMPLETO, SALDO INSUFICIENTE
      *               OU PROGRAMACAO JA PAGA SAO REJEITADOS COM
      *               RETURN-CODE 4.
      *
      *MODIFICACAO
      *  15/10/2026  FERIAS + 1/3 PASSAM A GERAR O DEPOSITO DE FGTS
      *              (8%) NO RAZAO LEDGFGTS.DAT, TIPO "V", COMO A
      *              FOLHA DO EM0306; O ABONO, ISENTO, NAO ENTRA NA
      *              BASE.
      *  15/10/2026  ACUMANO ESTENDIDO COM TIPO-ACUM E AS PARCELAS DE
      *              FIXO E HORAS EXTRAS (LAYOUT DO EM0306); AS FERIAS
      *              GRAVAM TIPO "V", SEM FIXO NEM HORAS.
      *  15/10/2026  RODADA RECUSADA (RETURN-CODE 16 E REGISTRO NO
      *              EXCLOG) QUANDO A COMPETENCIA DA DATA DE
      *              MOVIMENTO ESTA FECHADA OU EM FECHAMENTO NO
      *              CONTROLE DE PERIODOS CONTABEIS (PERCONT.DAT).
      *  15/10/2026  CADA LINHA DO AVISO E RECIBO DE FERIAS (HOLFER)
      *              PASSA A SER GRAVADA TAMBEM NO HISTORICO PERMANENTE
      *              DE HOLERITES HISTHOL.DAT (COPY HISTHOL, TIPO "V",
      *              COM O CREDITO DO BANCFER), PARA A SEGUNDA VIA DO
      *              EM0343; O BANCFER PASSA A SER GRAVADO ANTES DO
      *              RECIBO.
      *  15/10/2026  AS LINHAS DO ACUMANO PASSAM A SER GRAVADAS TAMBEM
      *              NO COMPANHEIRO INDEXADO ACUMANOX.DAT (VER
      *              ACUMANOX.CPY E GRAVAACX.CPY), COM JORNAL DA
      *              INCLUSAO NO JRNMOV.DAT (EXTEND), PARA O INFORME
      *              ANUAL EM0313 LER SO O ANO DE CADA MATRICULA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVFER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOV.

           SELECT CADFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FUNC.

           SELECT HISTFER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HFER.

           SELECT TABINSS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INSS.

           SELECT TABIRRF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-IRRF.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT ACUMANO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACUM.

           SELECT ACUMANOX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-ACX
           FILE STATUS IS FS-ACX.

           SELECT JRNMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JRNMOV.

           SELECT LEDGFGTS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FGTS.

           SELECT BANCFER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLFER ASSIGN TO DISK.

           SELECT HISTHOL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HHL.

           SELECT RELFER ASSIGN TO DISK.

           SELECT RELVFER ASSIGN TO DISK.

           SELECT PERCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERCONT.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       FD MOVFER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVFER.DAT".

       01 REG-MOV.
           02 MAT-MFER       PIC 9(05).
           02 INICIO-MFER.
               03 DD-INI        PIC 9(02).
               03 MM-INI        PIC 9(02).
               03 AA-INI        PIC 9(04).
           02 DIAS-MFER      PIC 9(02).
           02 ABONO-MFER     PIC X(01).

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

       FD HISTFER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTFER.DAT".

       01 REG-HFER.
           02 MAT-HFER       PIC 9(05).
           02 PERAQ-HFER     PIC 9(06).
           02 INICIO-HFER    PIC 9(08).
           02 DIAS-HFER      PIC 9(02).
           02 ABONO-HFER     PIC 9(02).
           02 BRUTO-HFER     PIC 9(07)V99.
           02 DOBRO-HFER     PIC X(01).
           02 DATA-HFER      PIC 9(08).

       FD TABINSS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TABINSS.DAT".

       01 REG-INSS.
           02 VIG-INSS       PIC 9(08).
           02 LIM-INSS       PIC 9(07)V99.
           02 PCT-INSS       PIC 9V9999.

       FD TABIRRF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TABIRRF.DAT".

       01 REG-IRRF.
           02 VIG-IRRF       PIC 9(08).
           02 LIM-IRRF       PIC 9(07)V99.
           02 PCT-IRRF       PIC 9V9999.
           02 DED-IRRF       PIC 9(07)V99.

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".

       01 REG-RUNCTL.
           02 PROG-RUNCTL    PIC X(06).
           02 PARM1-RUNCTL   PIC 9(07)V99.
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

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

       COPY ACUMANOX.

       COPY JRNMOV.

       COPY LEDGFGTS.

       FD BANCFER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BANCFER.DAT".

       01 REG-BANCO.
           02 CONTA-BANCO     PIC 9(10).
           02 VALOR-BANCO     PIC 9(07)V99.
           02 REFERENCIA-BANCO PIC X(20).

       FD HOLFER
           LABEL RECORD IS OMITTED.

       01 REG-HOL            PIC X(80).

       COPY HISTHOL.

       FD RELFER
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       FD RELVFER
           LABEL RECORD IS OMITTED.

       01 REL-VENC           PIC X(80).

       COPY PERCONT.

       COPY EXCLOG.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-MOV            PIC X(03) VALUE "NAO".
       77 FIM-FUNC           PIC X(03) VALUE "NAO".
       77 FIM-HFER           PIC X(03) VALUE "NAO".
       77 FIM-TAB            PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FS-MOV             PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 FS-FUNC            PIC X(02) VALUE SPACES.
       77 FS-HFER            PIC X(02) VALUE SPACES.
       77 FS-INSS            PIC X(02) VALUE SPACES.
       77 FS-IRRF            PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FS-ACUM            PIC X(02) VALUE SPACES.
       77 FS-FGTS            PIC X(02) VALUE SPACES.
       77 PCT-FGTS           PIC V99   VALUE ,08.
       77 QTD-INSS           PIC 99    VALUE ZEROES.
       77 QTD-IRRF           PIC 99    VALUE ZEROES.
       77 IDX-TAB            PIC 99    VALUE ZEROES.
       77 QTD-FUNC           PIC 9(03) VALUE ZEROES.
       77 IDX-FUNC           PIC 9(03) VALUE ZEROES.
       77 ACHOU-FUNC         PIC 9     VALUE ZEROES.
       77 QTD-HFER           PIC 9(04) VALUE ZEROES.
       77 IDX-HFER           PIC 9(04) VALUE ZEROES.
       77 ACHOU-HFER         PIC 9     VALUE ZEROES.
       77 TAXA-COMISSAO      PIC V99   VALUE ,10.
       77 DATA-VAL           PIC 9     VALUE ZEROES.
       77 CT-CALCULADOS      PIC 9(05) VALUE ZEROES.
       77 CT-REJEITADOS      PIC 9(05) VALUE ZEROES.
       77 CT-DOBRO           PIC 9(05) VALUE ZEROES.
       77 CT-VENCER          PIC 9(05) VALUE ZEROES.
       77 CT-VENCIDOS        PIC 9(05) VALUE ZEROES.
       77 MOTIVO-REJ         PIC X(30) VALUE SPACES.
       77 ANTECEDENCIA       PIC 9(03) VALUE 60.
       77 REMUNERACAO        PIC 9(07)V99 VALUE ZEROES.
       77 VALOR-DIA          PIC 9(07)V99 VALUE ZEROES.
       77 FERIAS-CALC        PIC 9(07)V99 VALUE ZEROES.
       77 TERCO-CALC         PIC 9(07)V99 VALUE ZEROES.
       77 ABONO-CALC         PIC 9(07)V99 VALUE ZEROES.
       77 TERCO-ABONO        PIC 9(07)V99 VALUE ZEROES.
       77 DIAS-ABONO         PIC 9(02) VALUE ZEROES.
       77 DIAS-PEDIDOS       PIC 9(02) VALUE ZEROES.
       77 BRUTO-CALC         PIC 9(07)V99 VALUE ZEROES.
       77 PROVENTOS-CALC     PIC 9(07)V99 VALUE ZEROES.
       77 INSS-CALC          PIC 9(07)V99 VALUE ZEROES.
       77 IRRF-CALC          PIC 9(07)V99 VALUE ZEROES.
       77 BASE-IRRF          PIC 9(07)V99 VALUE ZEROES.
       77 FATIA-INI          PIC 9(07)V99 VALUE ZEROES.
       77 FATIA-FIM          PIC 9(07)V99 VALUE ZEROES.
       77 FATIA-VALOR        PIC 9(07)V99 VALUE ZEROES.
       77 IRRF-BRUTO         PIC S9(07)V99 VALUE ZEROES.
       77 LIQUIDO-CALC       PIC S9(07)V99 VALUE ZEROES.
       77 AC-LIQUIDO         PIC 9(09)V99 VALUE ZEROES.
       77 DIAS-USADOS        PIC 9(04) VALUE ZEROES.
       77 PERIODO-IDX        PIC 9(03) VALUE ZEROES.
       77 SALDO-PERIODO      PIC 9(02) VALUE ZEROES.
       77 MESES-SERVICO      PIC S9(05) VALUE ZEROES.
       77 MESES-EXIGIDOS     PIC 9(05) VALUE ZEROES.
       77 MESES-ABS          PIC 9(06) VALUE ZEROES.
       77 SITU-DOBRO         PIC X(01) VALUE SPACES.
       77 VIG-ATU-INSS       PIC 9(08) VALUE ZEROES.
       77 VIG-ATU-IRRF       PIC 9(08) VALUE ZEROES.

       01 DATA-REF-ZERO      PIC 9(08) VALUE ZEROES.

       01 DATA-VIGENCIA-X    PIC X(08) VALUE SPACES.
       01 DATA-VIGENCIA REDEFINES DATA-VIGENCIA-X PIC 9(08).

       01 DATA-LIMITE        PIC 9(08) VALUE ZEROES.

      * DATA DE REFERENCIA PARA CONTAGEM DE MESES DE SERVICO (INICIO
      * DO GOZO OU DATA DE MOVIMENTO), NO FORMATO DO CADASTRO.
       01 DATA-CONTA.
           02 DD-CONTA       PIC 9(02).
           02 MM-CONTA       PIC 9(02).
           02 AA-CONTA       PIC 9(04).

       01 ANOMES-CALC.
           02 AA-CALC        PIC 9(04).
           02 MM-CALC        PIC 9(02).
       01 ANOMES-CALC-9 REDEFINES ANOMES-CALC PIC 9(06).

       01 DATA-PRAZO.
           02 AA-PRAZO       PIC 9(04).
           02 MM-PRAZO       PIC 9(02).
           02 DD-PRAZO       PIC 9(02).
       01 DATA-PRAZO-9 REDEFINES DATA-PRAZO PIC 9(08).

       01 TAB-INSS-WS.
           02 ENT-INSS OCCURS 10 TIMES.
               03 LIM-INSS-TAB   PIC 9(07)V99.
               03 PCT-INSS-TAB   PIC 9V9999.

       01 TAB-IRRF-WS.
           02 ENT-IRRF OCCURS 10 TIMES.
               03 LIM-IRRF-TAB   PIC 9(07)V99.
               03 PCT-IRRF-TAB   PIC 9V9999.
               03 DED-IRRF-TAB   PIC 9(07)V99.

       COPY WSPERCONT.

       COPY WSDATAMOV.

       COPY WSJRN.

       COPY WSLEDGX.

       COPY WSHISTHOL.

       01 TAB-FUNC.
           02 ENT-FUNC OCCURS 300 TIMES.
               03 MAT-FUNC-TAB   PIC 9(05).
               03 NOME-FUNC-TAB  PIC X(30).
               03 ADMI-FUNC-TAB.
                   04 DD-ADM-TAB    PIC 9(02).
                   04 MM-ADM-TAB    PIC 9(02).
                   04 AA-ADM-TAB    PIC 9(04).
               03 REMUN-FUNC-TAB PIC 9(07)V99.
               03 CONTA-FUNC-TAB PIC 9(10).
               03 USADOS-FUNC-TAB PIC 9(04).

      * PROGRAMACOES JA PAGAS (MATRICULA + INICIO DO GOZO), PARA QUE
      * UMA RERODADA DO MESMO MOVIMENTO NAO PAGUE DUAS VEZES.
       01 TAB-HFER.
           02 ENT-HFER OCCURS 2000 TIMES.
               03 MAT-HFER-TAB   PIC 9(05).
               03 INICIO-HFER-TAB PIC 9(08).

       01 LIN-TITULO.
           02 FILLER         PIC X(25) VALUE SPACES.
           02 FILLER         PIC X(30) VALUE
                        "AVISO E RECIBO DE FERIAS".
           02 FILLER         PIC X(25) VALUE SPACES.

       01 LIN-IDENT.
           02 FILLER         PIC X(11) VALUE "MATRICULA: ".
           02 MAT-LIN        PIC 9(05).
           02 FILLER         PIC X(07) VALUE "  NOME:".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NOME-LIN       PIC X(30).
           02 FILLER         PIC X(26) VALUE SPACES.

       01 LIN-PERIODO.
           02 FILLER         PIC X(20) VALUE "PERIODO AQUISITIVO: ".
           02 MM-PERI-LIN    PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AA-PERI-LIN    PIC 9(04).
           02 FILLER         PIC X(03) VALUE " A ".
           02 MM-PERF-LIN    PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AA-PERF-LIN    PIC 9(04).
           02 FILLER         PIC X(43) VALUE SPACES.

       01 LIN-GOZO.
           02 FILLER         PIC X(20) VALUE "INICIO DO GOZO:     ".
           02 DD-INI-LIN     PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-INI-LIN     PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AA-INI-LIN     PIC 9(04).
           02 FILLER         PIC X(08) VALUE "  DIAS: ".
           02 DIAS-LIN       PIC Z9.
           02 FILLER         PIC X(16) VALUE "  DIAS DE ABONO:".
           02 ABONO-DIAS-LIN PIC ZZ9.
           02 FILLER         PIC X(21) VALUE SPACES.

       01 LIN-FERIAS.
           02 FILLER         PIC X(20) VALUE "FERIAS:             ".
           02 FERIAS-LIN     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(16) VALUE "  1/3 CONSTIT.: ".
           02 TERCO-LIN      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(18) VALUE SPACES.

       01 LIN-ABONO.
           02 FILLER         PIC X(20) VALUE "ABONO PECUNIARIO:   ".
           02 ABONO-LIN      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(16) VALUE "  1/3 S/ ABONO: ".
           02 TERCO-ABONO-LIN PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(18) VALUE SPACES.

       01 LIN-DOBRO.
           02 FILLER         PIC X(40) VALUE
               "GOZO APOS O PERIODO CONCESSIVO - FERIAS ".
           02 FILLER         PIC X(40) VALUE
               "+ 1/3 PAGAS EM DOBRO".

       01 LIN-DESCONTOS.
           02 FILLER         PIC X(06) VALUE "INSS: ".
           02 INSS-LIN       PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(08) VALUE "  IRRF: ".
           02 IRRF-LIN       PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(46) VALUE SPACES.

       01 LIN-LIQUIDO.
           02 FILLER         PIC X(20) VALUE "LIQUIDO DAS FERIAS: ".
           02 LIQUIDO-LIN    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(47) VALUE SPACES.

       01 CAB-CONTROLE.
           02 FILLER         PIC X(20) VALUE SPACES.
           02 FILLER         PIC X(40) VALUE
                        "CONTROLE DA RODADA DE FERIAS".
           02 FILLER         PIC X(20) VALUE SPACES.

       01 DET-CONTROLE.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 MAT-DET        PIC 9(05).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NOME-DET       PIC X(20).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 DIAS-DET       PIC Z9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 BRUTO-DET      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 LIQUIDO-DET    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 DOBRO-DET      PIC X(05).
           02 FILLER         PIC X(10) VALUE SPACES.

       01 LIN-REJEITO.
           02 FILLER         PIC X(10) VALUE "REJEITADO ".
           02 MAT-REJ-LIN    PIC 9(05).
           02 FILLER         PIC X(03) VALUE " - ".
           02 MOTIVO-LIN     PIC X(30).
           02 FILLER         PIC X(32) VALUE SPACES.

       01 LIN-RESUMO.
           02 FILLER         PIC X(20) VALUE "FERIAS CALCULADAS: ".
           02 CALC-LIN       PIC ZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  REJEITADAS: ".
           02 REJ-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(11) VALUE "  EM DOBRO:".
           02 DOBRO-RES-LIN  PIC ZZ.ZZ9.
           02 FILLER         PIC X(17) VALUE SPACES.

       01 LIN-TOTAL.
           02 FILLER         PIC X(26) VALUE
                        "TOTAL LIQUIDO CREDITADO:  ".
           02 TOTAL-LIN      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(40) VALUE SPACES.

       01 CAB-VENC-01.
           02 FILLER         PIC X(10) VALUE SPACES.
           02 FILLER         PIC X(60) VALUE
               "FERIAS A VENCER - RISCO DE PAGAMENTO EM DOBRO".
           02 FILLER         PIC X(10) VALUE SPACES.

       01 CAB-VENC-02.
           02 FILLER         PIC X(10) VALUE "MATRICULA ".
           02 FILLER         PIC X(32) VALUE "NOME".
           02 FILLER         PIC X(10) VALUE "ADMISSAO  ".
           02 FILLER         PIC X(06) VALUE "SALDO ".
           02 FILLER         PIC X(12) VALUE "LIMITE GOZO ".
           02 FILLER         PIC X(10) VALUE "SITUACAO".

       01 DET-VENC.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 MAT-VENC       PIC 9(05).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 NOME-VENC      PIC X(30).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 MM-ADM-VENC    PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AA-ADM-VENC    PIC 9(04).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 SALDO-VENC     PIC Z9.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 DD-PRAZO-VENC  PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-PRAZO-VENC  PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AA-PRAZO-VENC  PIC 9(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SITU-VENC      PIC X(08).

       01 LIN-RESUMO-VENC.
           02 FILLER         PIC X(18) VALUE "A VENCER NO PRAZO:".
           02 VENCER-LIN     PIC ZZ.ZZ9.
           02 FILLER         PIC X(20) VALUE "  JA VENCIDAS:      ".
           02 VENCIDOS-LIN   PIC ZZ.ZZ9.
           02 FILLER         PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

       EM03-23.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-MOV EQUAL "SIM".
           PERFORM RELATORIO-VENCIMENTOS.
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
           MOVE DATA-MOVTO TO DATA-VIGENCIA-X.
           PERFORM CARGA-RUNCTL.
           OPEN INPUT MOVFER.
           IF FS-MOV NOT EQUAL "00"
               DISPLAY "MOVFER NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-MOV
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM CARGA-CADFUNC.
           PERFORM CARGA-HISTFER.
           PERFORM CARGA-TABINSS.
           PERFORM CARGA-TABIRRF.
           OPEN OUTPUT BANCFER
                       HOLFER
                       RELFER
                       RELVFER
                EXTEND HISTFER
                       ACUMANO
                       LEDGFGTS
                       HISTHOL.
           IF FS-HFER EQUAL "35"
               CLOSE HISTFER
               OPEN OUTPUT HISTFER.
           IF FS-ACUM EQUAL "35"
               CLOSE ACUMANO
               OPEN OUTPUT ACUMANO.
           OPEN EXTEND JRNMOV.
           IF FS-JRNMOV EQUAL "35"
               CLOSE JRNMOV
               OPEN OUTPUT JRNMOV.
           MOVE DATA-MOVTO TO JRN-DATA.
           PERFORM ABRE-ACX.
           IF FS-FGTS EQUAL "35"
               CLOSE LEDGFGTS
               OPEN OUTPUT LEDGFGTS.
           IF FS-HHL EQUAL "35"
               CLOSE HISTHOL
               OPEN OUTPUT HISTHOL.
           WRITE REL-SAI FROM CAB-CONTROLE AFTER ADVANCING PAGE.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           PERFORM LE-MOV.
           IF FIM-MOV EQUAL "SIM"
               DISPLAY "MOVFER SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      * ANTECEDENCIA DO AVISO DE VENCIMENTO VIA RUNCTL (PROG
      * "EM0323", PARM1 EM DIAS); SEM O PARAMETRO, 60 DIAS.
       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0323"
               IF PROG-RUNCTL EQUAL "EM0323"
                  AND PARM1-RUNCTL IS GREATER THAN ZEROES
                   MOVE PARM1-RUNCTL TO ANTECEDENCIA
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
           IF QTD-FUNC EQUAL ZEROES
               DISPLAY "CADFUNC SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      * REMUNERACAO DE FERIAS = FIXO + COMISSAO DO MES (COMO NO
      * EM0312); FUNCIONARIO SEM FIXO (FORA DO CADVEND) USA SAL-FUNC.
       LE-FUNC.
           READ CADFUNC AT END
               MOVE "SIM" TO FIM-FUNC.
           IF FIM-FUNC NOT EQUAL "SIM"
               IF QTD-FUNC GREATER THAN OR EQUAL TO 300
                   DISPLAY "TAB-FUNC EXCEDE LIMITE DE 300 "
                           "FUNCIONARIOS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-FUNC
                   MOVE MAT-FUNC TO MAT-FUNC-TAB(QTD-FUNC)
                   MOVE NOME-FUNC TO NOME-FUNC-TAB(QTD-FUNC)
                   MOVE ADMI-FUNC TO ADMI-FUNC-TAB(QTD-FUNC)
                   MOVE CONTA-FUNC TO CONTA-FUNC-TAB(QTD-FUNC)
                   MOVE ZEROES TO USADOS-FUNC-TAB(QTD-FUNC)
                   IF FIXO-FUNC IS GREATER THAN ZEROES
                       COMPUTE REMUN-FUNC-TAB(QTD-FUNC) = FIXO-FUNC
                           + VENDAS-FUNC * TAXA-COMISSAO
                   ELSE
                       MOVE SAL-FUNC TO REMUN-FUNC-TAB(QTD-FUNC)
                   END-IF
               END-IF.

      * HISTORICO DE FERIAS: SOMA OS DIAS JA CONSUMIDOS (GOZO + ABONO)
      * POR FUNCIONARIO E GUARDA AS PROGRAMACOES JA PAGAS. SEM O
      * ARQUIVO (PRIMEIRA RODADA), NENHUM DIA FOI CONSUMIDO.
       CARGA-HISTFER.
           OPEN INPUT HISTFER.
           IF FS-HFER EQUAL "00"
               PERFORM LE-HFER UNTIL FIM-HFER EQUAL "SIM"
               CLOSE HISTFER
           ELSE
               DISPLAY "EM0323 - SEM HISTFER - NENHUM DIA CONSUMIDO".

       LE-HFER.
           READ HISTFER AT END
               MOVE "SIM" TO FIM-HFER.
           IF FIM-HFER NOT EQUAL "SIM"
               IF QTD-HFER GREATER THAN OR EQUAL TO 2000
                   DISPLAY "HISTFER EXCEDE LIMITE DE 2000 "
                           "PROGRAMACOES - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-HFER
                   MOVE MAT-HFER TO MAT-HFER-TAB(QTD-HFER)
                   MOVE INICIO-HFER TO INICIO-HFER-TAB(QTD-HFER)
                   MOVE MAT-HFER TO MAT-MFER
                   PERFORM PROCURA-FUNC
                   IF ACHOU-FUNC EQUAL 1
                       ADD DIAS-HFER ABONO-HFER
                           TO USADOS-FUNC-TAB(IDX-FUNC)
                   END-IF
               END-IF.

      * TABELAS LEGAIS CARREGADAS COMO NO EM0306; SEM A TABELA, O
      * DESCONTO CORRESPONDENTE SAI ZERADO.
       CARGA-TABINSS.
           OPEN INPUT TABINSS.
           IF FS-INSS EQUAL "00"
               MOVE "NAO" TO FIM-TAB
               PERFORM LE-TABINSS UNTIL FIM-TAB EQUAL "SIM"
               CLOSE TABINSS
           ELSE
               DISPLAY "EM0323 - SEM TABINSS - INSS NAO DESCONTADO".

       LE-TABINSS.
           READ TABINSS AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               IF VIG-INSS IS GREATER THAN DATA-VIGENCIA
                  OR VIG-INSS IS LESS THAN VIG-ATU-INSS
                   CONTINUE
               ELSE
                   IF VIG-INSS IS GREATER THAN VIG-ATU-INSS
                       MOVE VIG-INSS TO VIG-ATU-INSS
                       MOVE ZEROES TO QTD-INSS
                   END-IF
                   IF QTD-INSS GREATER THAN OR EQUAL TO 10
                       DISPLAY "TABINSS EXCEDE LIMITE DE 10 FAIXAS - "
                               "ENCERRANDO"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO QTD-INSS
                       MOVE LIM-INSS TO LIM-INSS-TAB(QTD-INSS)
                       MOVE PCT-INSS TO PCT-INSS-TAB(QTD-INSS)
                   END-IF
               END-IF.

       CARGA-TABIRRF.
           OPEN INPUT TABIRRF.
           IF FS-IRRF EQUAL "00"
               MOVE "NAO" TO FIM-TAB
               PERFORM LE-TABIRRF UNTIL FIM-TAB EQUAL "SIM"
               CLOSE TABIRRF
           ELSE
               DISPLAY "EM0323 - SEM TABIRRF - IRRF NAO DESCONTADO".

       LE-TABIRRF.
           READ TABIRRF AT END
               MOVE "SIM" TO FIM-TAB.
           IF FIM-TAB NOT EQUAL "SIM"
               IF VIG-IRRF IS GREATER THAN DATA-VIGENCIA
                  OR VIG-IRRF IS LESS THAN VIG-ATU-IRRF
                   CONTINUE
               ELSE
                   IF VIG-IRRF IS GREATER THAN VIG-ATU-IRRF
                       MOVE VIG-IRRF TO VIG-ATU-IRRF
                       MOVE ZEROES TO QTD-IRRF
                   END-IF
                   IF QTD-IRRF GREATER THAN OR EQUAL TO 10
                       DISPLAY "TABIRRF EXCEDE LIMITE DE 10 FAIXAS - "
                               "ENCERRANDO"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO QTD-IRRF
                       MOVE LIM-IRRF TO LIM-IRRF-TAB(QTD-IRRF)
                       MOVE PCT-IRRF TO PCT-IRRF-TAB(QTD-IRRF)
                       MOVE DED-IRRF TO DED-IRRF-TAB(QTD-IRRF)
                   END-IF
               END-IF.

       LE-MOV.
           READ MOVFER AT END MOVE "SIM" TO FIM-MOV.

       PRINCIPAL.
           PERFORM VALIDA-MOVIMENTO.
           IF MOTIVO-REJ EQUAL SPACES
               PERFORM CALCULA-FERIAS
           ELSE
               PERFORM REJEITA-MOVIMENTO.
           PERFORM LE-MOV.

       VALIDA-MOVIMENTO.
           MOVE SPACES TO MOTIVO-REJ.
           IF ABONO-MFER NOT EQUAL "S" AND
              ABONO-MFER NOT EQUAL "N"
               MOVE "INDICADOR DE ABONO INVALIDO" TO MOTIVO-REJ.
           IF MOTIVO-REJ EQUAL SPACES
               IF DIAS-MFER IS NOT NUMERIC
                  OR DIAS-MFER IS LESS THAN 5
                  OR DIAS-MFER IS GREATER THAN 30
                   MOVE "DIAS DE GOZO FORA DE 05 A 30" TO MOTIVO-REJ.
           IF MOTIVO-REJ EQUAL SPACES
               CALL "DATEVALID" USING INICIO-MFER DATA-REF-ZERO
                                      DATA-VAL
               IF DATA-VAL NOT EQUAL 1
                   MOVE "INICIO DO GOZO INVALIDO" TO MOTIVO-REJ.
           IF MOTIVO-REJ EQUAL SPACES
               PERFORM PROCURA-FUNC
               IF ACHOU-FUNC EQUAL 0
                   MOVE "MATRICULA SEM CADFUNC" TO MOTIVO-REJ.
           IF MOTIVO-REJ EQUAL SPACES
               PERFORM PROCURA-HFER
               IF ACHOU-HFER EQUAL 1
                   MOVE "PROGRAMACAO JA PAGA" TO MOTIVO-REJ.
           IF MOTIVO-REJ EQUAL SPACES
               PERFORM CONFERE-PERIODO.

       PROCURA-FUNC.
           MOVE ZEROES TO ACHOU-FUNC.
           MOVE 1 TO IDX-FUNC.
           PERFORM TESTA-FUNC
               UNTIL IDX-FUNC IS GREATER THAN QTD-FUNC
                  OR ACHOU-FUNC EQUAL 1.

       TESTA-FUNC.
           IF MAT-FUNC-TAB(IDX-FUNC) EQUAL MAT-MFER
               MOVE 1 TO ACHOU-FUNC
           ELSE
               ADD 1 TO IDX-FUNC.

       PROCURA-HFER.
           MOVE ZEROES TO ACHOU-HFER.
           MOVE 1 TO IDX-HFER.
           PERFORM TESTA-HFER
               UNTIL IDX-HFER IS GREATER THAN QTD-HFER
                  OR ACHOU-HFER EQUAL 1.

       TESTA-HFER.
           IF MAT-HFER-TAB(IDX-HFER) EQUAL MAT-MFER AND
              INICIO-HFER-TAB(IDX-HFER) EQUAL INICIO-MFER
               MOVE 1 TO ACHOU-HFER
           ELSE
               ADD 1 TO IDX-HFER.

      * O GOZO CONSOME O PERIODO MAIS ANTIGO COM SALDO: CADA 30 DIAS
      * JA CONSUMIDOS FECHAM UM PERIODO. O PERIODO PRECISA ESTAR
      * COMPLETO (12 MESES X NUMERO DO PERIODO) NO INICIO DO GOZO; SE
      * O GOZO COMECA DEPOIS DE MAIS 12 MESES (FIM DO CONCESSIVO), AS
      * FERIAS SAO DEVIDAS EM DOBRO.
       CONFERE-PERIODO.
           MOVE USADOS-FUNC-TAB(IDX-FUNC) TO DIAS-USADOS.
           DIVIDE DIAS-USADOS BY 30 GIVING PERIODO-IDX
               REMAINDER SALDO-PERIODO.
           COMPUTE SALDO-PERIODO = 30 - SALDO-PERIODO.
           IF ABONO-MFER EQUAL "S"
               MOVE 10 TO DIAS-ABONO
           ELSE
               MOVE ZEROES TO DIAS-ABONO.
           COMPUTE DIAS-PEDIDOS = DIAS-MFER + DIAS-ABONO.
           IF DIAS-PEDIDOS IS GREATER THAN SALDO-PERIODO
               MOVE "DIAS EXCEDEM SALDO DO PERIODO" TO MOTIVO-REJ
           ELSE
               MOVE INICIO-MFER TO DATA-CONTA
               PERFORM CONTA-MESES-SERVICO
               COMPUTE MESES-EXIGIDOS = (PERIODO-IDX + 1) * 12
               IF MESES-SERVICO IS LESS THAN MESES-EXIGIDOS
                   MOVE "PERIODO AQUISITIVO INCOMPLETO" TO MOTIVO-REJ
               ELSE
                   IF MESES-SERVICO IS NOT LESS THAN
                      MESES-EXIGIDOS + 12
                       MOVE "S" TO SITU-DOBRO
                   ELSE
                       MOVE "N" TO SITU-DOBRO.

      * MESES COMPLETOS ENTRE A ADMISSAO E DATA-CONTA (O MES SO
      * FECHA NO DIA DO ANIVERSARIO DA ADMISSAO).
       CONTA-MESES-SERVICO.
           COMPUTE MESES-SERVICO =
               (AA-CONTA - AA-ADM-TAB(IDX-FUNC)) * 12
             + (MM-CONTA - MM-ADM-TAB(IDX-FUNC)).
           IF DD-CONTA IS LESS THAN DD-ADM-TAB(IDX-FUNC)
               SUBTRACT 1 FROM MESES-SERVICO.
           IF MESES-SERVICO IS LESS THAN ZEROES
               MOVE ZEROES TO MESES-SERVICO.

      * ANO/MES QUE FICA MESES-ABS MESES DEPOIS DA ADMISSAO.
       SOMA-MESES-ADMISSAO.
           COMPUTE MESES-ABS = AA-ADM-TAB(IDX-FUNC) * 12
                             + MM-ADM-TAB(IDX-FUNC) - 1 + MESES-ABS.
           DIVIDE MESES-ABS BY 12 GIVING AA-CALC REMAINDER MM-CALC.
           ADD 1 TO MM-CALC.

       CALCULA-FERIAS.
           MOVE REMUN-FUNC-TAB(IDX-FUNC) TO REMUNERACAO.
           COMPUTE VALOR-DIA = REMUNERACAO / 30.
           COMPUTE FERIAS-CALC = VALOR-DIA * DIAS-MFER.
           COMPUTE TERCO-CALC = FERIAS-CALC / 3.
           IF SITU-DOBRO EQUAL "S"
               COMPUTE FERIAS-CALC = FERIAS-CALC * 2
               COMPUTE TERCO-CALC = TERCO-CALC * 2
               ADD 1 TO CT-DOBRO.
           COMPUTE ABONO-CALC = VALOR-DIA * DIAS-ABONO.
           COMPUTE TERCO-ABONO = ABONO-CALC / 3.
           COMPUTE BRUTO-CALC = FERIAS-CALC + TERCO-CALC.
           PERFORM CALCULA-INSS.
           PERFORM CALCULA-IRRF.
           COMPUTE PROVENTOS-CALC = BRUTO-CALC + ABONO-CALC
                                  + TERCO-ABONO.
           COMPUTE LIQUIDO-CALC = PROVENTOS-CALC - INSS-CALC
                                - IRRF-CALC.
           IF LIQUIDO-CALC IS LESS THAN ZEROES
               MOVE ZEROES TO LIQUIDO-CALC.
           ADD 1 TO CT-CALCULADOS.
           ADD LIQUIDO-CALC TO AC-LIQUIDO.
           ADD DIAS-PEDIDOS TO USADOS-FUNC-TAB(IDX-FUNC).
           PERFORM GRAVA-BANCO.
           PERFORM IMPRIME-RECIBO.
           PERFORM IMPRIME-CONTROLE.
           PERFORM GRAVA-HISTORICO.
           PERFORM GRAVA-ACUMULADO.
           PERFORM GRAVA-FGTS.

      * AVISO E RECIBO DE FERIAS, LINHA A LINHA TAMBEM NO HISTORICO
      * HISTHOL (TIPO "V"), COM O CREDITO JA GRAVADO NO BANCFER.
       IMPRIME-RECIBO.
           MOVE MAT-MFER TO MAT-DHOL.
           MOVE DATA-MOVTO(1:6) TO COMPET-DHOL.
           MOVE DATA-MOVTO TO DATA-DHOL.
           MOVE "V" TO TIPO-DHOL.
           MOVE ZEROES TO SEQ-DHOL.
           MOVE SPACES TO LINHA-DHOL.
           MOVE ZEROES TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.
           MOVE LIN-TITULO TO LINHA-DHOL.
           MOVE 1 TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.
           MOVE MAT-MFER TO MAT-LIN.
           MOVE NOME-FUNC-TAB(IDX-FUNC) TO NOME-LIN.
           MOVE LIN-IDENT TO LINHA-DHOL.
           MOVE 2 TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.
           COMPUTE MESES-ABS = PERIODO-IDX * 12.
           PERFORM SOMA-MESES-ADMISSAO.
           MOVE MM-CALC TO MM-PERI-LIN.
           MOVE AA-CALC TO AA-PERI-LIN.
           COMPUTE MESES-ABS = PERIODO-IDX * 12 + 11.
           PERFORM SOMA-MESES-ADMISSAO.
           MOVE MM-CALC TO MM-PERF-LIN.
           MOVE AA-CALC TO AA-PERF-LIN.
           MOVE LIN-PERIODO TO LINHA-DHOL.
           MOVE 1 TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.
           MOVE DD-INI TO DD-INI-LIN.
           MOVE MM-INI TO MM-INI-LIN.
           MOVE AA-INI TO AA-INI-LIN.
           MOVE DIAS-MFER TO DIAS-LIN.
           MOVE DIAS-ABONO TO ABONO-DIAS-LIN.
           MOVE LIN-GOZO TO LINHA-DHOL.
           MOVE 1 TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.
           MOVE FERIAS-CALC TO FERIAS-LIN.
           MOVE TERCO-CALC TO TERCO-LIN.
           MOVE LIN-FERIAS TO LINHA-DHOL.
           MOVE 2 TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.
           IF DIAS-ABONO IS GREATER THAN ZEROES
               MOVE ABONO-CALC TO ABONO-LIN
               MOVE TERCO-ABONO TO TERCO-ABONO-LIN
               MOVE LIN-ABONO TO LINHA-DHOL
               MOVE 1 TO AVANCO-DHOL
               PERFORM GRAVA-LINHA-HOL.
           IF SITU-DOBRO EQUAL "S"
               MOVE LIN-DOBRO TO LINHA-DHOL
               MOVE 1 TO AVANCO-DHOL
               PERFORM GRAVA-LINHA-HOL.
           MOVE INSS-CALC TO INSS-LIN.
           MOVE IRRF-CALC TO IRRF-LIN.
           MOVE LIN-DESCONTOS TO LINHA-DHOL.
           MOVE 1 TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.
           MOVE LIQUIDO-CALC TO LIQUIDO-LIN.
           MOVE LIN-LIQUIDO TO LINHA-DHOL.
           MOVE 2 TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.

       IMPRIME-CONTROLE.
           MOVE MAT-MFER TO MAT-DET.
           MOVE NOME-FUNC-TAB(IDX-FUNC) TO NOME-DET.
           MOVE DIAS-MFER TO DIAS-DET.
           MOVE PROVENTOS-CALC TO BRUTO-DET.
           MOVE LIQUIDO-CALC TO LIQUIDO-DET.
           IF SITU-DOBRO EQUAL "S"
               MOVE "DOBRO" TO DOBRO-DET
           ELSE
               MOVE SPACES TO DOBRO-DET.
           WRITE REL-SAI FROM DET-CONTROLE AFTER ADVANCING 1 LINE.

      * INSS POR FATIAS E IRRF SOBRE A BASE APOS O INSS, COMO NO
      * EM0306, SOBRE FERIAS + 1/3 EM BRUTO-CALC (O ABONO E ISENTO).
       CALCULA-INSS.
           MOVE ZEROES TO INSS-CALC FATIA-INI.
           MOVE 1 TO IDX-TAB.
           PERFORM SOMA-FATIA-INSS
               UNTIL IDX-TAB IS GREATER THAN QTD-INSS
                  OR FATIA-INI IS NOT LESS THAN BRUTO-CALC.

       SOMA-FATIA-INSS.
           IF BRUTO-CALC IS LESS THAN LIM-INSS-TAB(IDX-TAB)
               MOVE BRUTO-CALC TO FATIA-FIM
           ELSE
               MOVE LIM-INSS-TAB(IDX-TAB) TO FATIA-FIM.
           SUBTRACT FATIA-INI FROM FATIA-FIM GIVING FATIA-VALOR.
           COMPUTE INSS-CALC = INSS-CALC
                             + FATIA-VALOR * PCT-INSS-TAB(IDX-TAB).
           MOVE LIM-INSS-TAB(IDX-TAB) TO FATIA-INI.
           ADD 1 TO IDX-TAB.

       CALCULA-IRRF.
           MOVE ZEROES TO IRRF-CALC.
           IF QTD-IRRF NOT EQUAL ZEROES
               COMPUTE BASE-IRRF = BRUTO-CALC - INSS-CALC
               MOVE 1 TO IDX-TAB
               PERFORM PROXIMA-FAIXA-IRRF
                   UNTIL IDX-TAB IS GREATER THAN QTD-IRRF
                      OR BASE-IRRF IS NOT GREATER THAN
                         LIM-IRRF-TAB(IDX-TAB)
               IF IDX-TAB IS GREATER THAN QTD-IRRF
                   MOVE QTD-IRRF TO IDX-TAB
               END-IF
               COMPUTE IRRF-BRUTO = BASE-IRRF * PCT-IRRF-TAB(IDX-TAB)
                                  - DED-IRRF-TAB(IDX-TAB)
               IF IRRF-BRUTO IS GREATER THAN ZEROES
                   MOVE IRRF-BRUTO TO IRRF-CALC.

       PROXIMA-FAIXA-IRRF.
           ADD 1 TO IDX-TAB.

      * REFERENCIA "FERI" + NOME, PARA QUE O RETORNO DO BANCO (CASADO
      * POR CONTA+VALOR+REFERENCIA NO EM0309) NAO SE CONFUNDA COM A
      * FOLHA DO MESMO MES.
       GRAVA-BANCO.
           MOVE CONTA-FUNC-TAB(IDX-FUNC) TO CONTA-BANCO.
           MOVE LIQUIDO-CALC TO VALOR-BANCO.
           MOVE SPACES TO REFERENCIA-BANCO.
           MOVE "FERI" TO REFERENCIA-BANCO(1:4).
           MOVE NOME-FUNC-TAB(IDX-FUNC)(1:15)
               TO REFERENCIA-BANCO(6:15).
           WRITE REG-BANCO.
           MOVE CONTA-BANCO TO CONTA-DHOL.
           MOVE REFERENCIA-BANCO TO REF-DHOL.
           MOVE VALOR-BANCO TO LIQUIDO-DHOL.
           MOVE SPACES TO SIT-DHOL.

       GRAVA-HISTORICO.
           MOVE MAT-MFER TO MAT-HFER.
           COMPUTE MESES-ABS = PERIODO-IDX * 12.
           PERFORM SOMA-MESES-ADMISSAO.
           MOVE ANOMES-CALC-9 TO PERAQ-HFER.
           MOVE INICIO-MFER TO INICIO-HFER.
           MOVE DIAS-MFER TO DIAS-HFER.
           MOVE DIAS-ABONO TO ABONO-HFER.
           MOVE PROVENTOS-CALC TO BRUTO-HFER.
           MOVE SITU-DOBRO TO DOBRO-HFER.
           MOVE DATA-MOVTO TO DATA-HFER.
           WRITE REG-HFER.
           IF QTD-HFER IS LESS THAN 2000
               ADD 1 TO QTD-HFER
               MOVE MAT-MFER TO MAT-HFER-TAB(QTD-HFER)
               MOVE INICIO-MFER TO INICIO-HFER-TAB(QTD-HFER).

      * AS FERIAS ENTRAM NO RAZAO ANUAL COMO MAIS UMA RODADA PAGA DA
      * COMPETENCIA DA DATA DE MOVIMENTO (INFORME DE RENDIMENTOS).
       GRAVA-ACUMULADO.
           MOVE MAT-MFER TO MAT-ACUM.
           MOVE DATA-MOVTO(1:6) TO ANOMES-ACUM.
           MOVE NOME-FUNC-TAB(IDX-FUNC) TO NOME-ACUM.
           MOVE PROVENTOS-CALC TO BRUTO-ACUM.
           MOVE INSS-CALC TO INSS-ACUM.
           MOVE IRRF-CALC TO IRRF-ACUM.
           MOVE LIQUIDO-CALC TO LIQUIDO-ACUM.
           MOVE "V" TO TIPO-ACUM.
           MOVE ZEROES TO FIXO-ACUM HORAS-ACUM.
           PERFORM GRAVA-ACX.

      * DEPOSITO DE FGTS SOBRE FERIAS + 1/3 (TIPO "V" DO LEDGFGTS).
       GRAVA-FGTS.
           MOVE MAT-MFER TO MAT-FGTS.
           MOVE DATA-MOVTO(1:6) TO ANOMES-FGTS.
           MOVE "V" TO TIPO-FGTS.
           MOVE BRUTO-CALC TO BASE-FGTS.
           COMPUTE VALOR-FGTS ROUNDED = BRUTO-CALC * PCT-FGTS.
           MOVE DATA-VIGENCIA TO DATA-FGTS.
           WRITE REG-LEDGFGTS.

       REJEITA-MOVIMENTO.
           ADD 1 TO CT-REJEITADOS.
           MOVE MAT-MFER TO MAT-REJ-LIN.
           MOVE MOTIVO-REJ TO MOTIVO-LIN.
           WRITE REL-SAI FROM LIN-REJEITO AFTER ADVANCING 1 LINE.

      * FERIAS EM DOBRO: PARA CADA FUNCIONARIO, O PERIODO MAIS ANTIGO
      * COM SALDO (JA CONSIDERADAS AS PROGRAMACOES DESTA RODADA). SE
      * ESSE PERIODO JA ESTA COMPLETO, O GOZO TEM DE COMECAR ATE O FIM
      * DO CONCESSIVO - 12 MESES DEPOIS DO FIM DO AQUISITIVO, OU SEJA,
      * AO FIM DO SEGUNDO PERIODO AQUISITIVO. PRAZO ATE A DATA DE
      * MOVIMENTO + ANTECEDENCIA ENTRA NO RELATORIO COMO "A VENCER";
      * PRAZO JA PASSADO, COMO "VENCIDO".
       RELATORIO-VENCIMENTOS.
           CALL "DATAROLL" USING DATA-MOVTO ANTECEDENCIA DATA-LIMITE.
           WRITE REL-VENC FROM CAB-VENC-01 AFTER ADVANCING PAGE.
           WRITE REL-VENC FROM CAB-VENC-02 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-VENC.
           WRITE REL-VENC AFTER ADVANCING 1 LINE.
           MOVE DIA-MOV TO DD-CONTA.
           MOVE MES-MOV TO MM-CONTA.
           MOVE DATA-MOVTO(1:4) TO AA-CONTA.
           MOVE ZEROES TO IDX-FUNC.
           PERFORM VERIFICA-VENCIMENTO QTD-FUNC TIMES.
           MOVE CT-VENCER TO VENCER-LIN.
           MOVE CT-VENCIDOS TO VENCIDOS-LIN.
           WRITE REL-VENC FROM LIN-RESUMO-VENC AFTER ADVANCING 2 LINES.

       VERIFICA-VENCIMENTO.
           ADD 1 TO IDX-FUNC.
           MOVE USADOS-FUNC-TAB(IDX-FUNC) TO DIAS-USADOS.
           DIVIDE DIAS-USADOS BY 30 GIVING PERIODO-IDX
               REMAINDER SALDO-PERIODO.
           COMPUTE SALDO-PERIODO = 30 - SALDO-PERIODO.
           PERFORM CONTA-MESES-SERVICO.
           COMPUTE MESES-EXIGIDOS = (PERIODO-IDX + 1) * 12.
           IF MESES-SERVICO IS NOT LESS THAN MESES-EXIGIDOS
               COMPUTE MESES-ABS = MESES-EXIGIDOS + 12
               PERFORM SOMA-MESES-ADMISSAO
               MOVE AA-CALC TO AA-PRAZO
               MOVE MM-CALC TO MM-PRAZO
               MOVE DD-ADM-TAB(IDX-FUNC) TO DD-PRAZO
               IF DATA-PRAZO-9 IS NOT GREATER THAN DATA-LIMITE
                   PERFORM IMPRIME-VENCIMENTO.

       IMPRIME-VENCIMENTO.
           MOVE MAT-FUNC-TAB(IDX-FUNC) TO MAT-VENC.
           MOVE NOME-FUNC-TAB(IDX-FUNC) TO NOME-VENC.
           MOVE MM-ADM-TAB(IDX-FUNC) TO MM-ADM-VENC.
           MOVE AA-ADM-TAB(IDX-FUNC) TO AA-ADM-VENC.
           MOVE SALDO-PERIODO TO SALDO-VENC.
           MOVE DD-PRAZO TO DD-PRAZO-VENC.
           MOVE MM-PRAZO TO MM-PRAZO-VENC.
           MOVE AA-PRAZO TO AA-PRAZO-VENC.
           IF DATA-PRAZO-9 IS LESS THAN DATA-VIGENCIA
               MOVE "VENCIDO" TO SITU-VENC
               ADD 1 TO CT-VENCIDOS
           ELSE
               MOVE "A VENCER" TO SITU-VENC
               ADD 1 TO CT-VENCER.
           WRITE REL-VENC FROM DET-VENC AFTER ADVANCING 1 LINE.

       FIM.
           MOVE CT-CALCULADOS TO CALC-LIN.
           MOVE CT-REJEITADOS TO REJ-LIN.
           MOVE CT-DOBRO TO DOBRO-RES-LIN.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 2 LINES.
           MOVE AC-LIQUIDO TO TOTAL-LIN.
           WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 1 LINE.
           PERFORM FECHA-ACX.
           CLOSE JRNMOV.
           CLOSE MOVFER
                 BANCFER
                 HOLFER
                 RELFER
                 RELVFER
                 HISTFER
                 ACUMANO
                 LEDGFGTS
                 HISTHOL.

       COPY LEDATAMOV.

       COPY LEPERCONT.

       COPY RECUSAPER
           REPLACING ==CPY-PROGID== BY =="EM0323"==.

       COPY GRAVAHOL
           REPLACING ==CPY-REGHOL== BY ==REG-HOL==.

       COPY GRAVAACX
           REPLACING ==CPY-PROGID== BY =="EM0323"==.
