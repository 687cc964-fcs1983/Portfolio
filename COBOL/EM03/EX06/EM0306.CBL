      *              TRUNCAVA A COLUNA DE SAL.LIQUIDO NO PAPEL (E
      *              IMPEDIA A CONCILIACAO DO EM0314 DE RELER O
      *              VALOR DO RELATORIO).
      *  15/10/2026  INCLUIDO O DEPOSITO DE FGTS: CADA FUNCIONARIO
      *              PAGO GANHA UM MOVIMENTO NO RAZAO LEDGFGTS.DAT
      *              (COPY LEDGFGTS, EM EXTEND) COM A BASE E OS 8% DA
      *              COMPETENCIA - TIPO "F" NA FOLHA NORMAL (BASE =
      *              BRUTO) E "D" NO 13O (1A PARCELA: A PROPRIA
      *              PARCELA; 2A: O 13O INTEGRAL MENOS A BASE JA
      *              DEPOSITADA NA 1A). A BASE E O DEPOSITO SAEM NO
      *              HOLERITE. A GUIA E O EXTRATO SAO DO EM0324.
      *  15/10/2026  INCLUIDA A PENSAO ALIMENTICIA POR ORDEM JUDICIAL:
      *              AS ORDENS VIGENTES DO CADASTRO CADPENS.DAT (COPY
      *              CADPENS, MANTIDO PELO MANREF) SAO DESCONTADAS
      *              ANTES DO CONSIGNADO, CADA UMA COM LINHA PROPRIA
      *              NO REL-PAG E NO HOLERITE E CREDITO PROPRIO NO
      *              BANCOPAG PARA A CONTA DO BENEFICIARIO
      *              (REFERENCIA "PEN" + MODO + MATRICULA + NOME DO
      *              BENEFICIARIO), DE MODO QUE O RETORNO DO EM0309 E
      *              A CONCILIACAO DO EM0314 COBREM O PAGAMENTO.
      *              ORDEM LIMITADA PELO LIQUIDO DISPONIVEL SAI EM
      *              RELEXC. ACABA O DESC-ENT DIGITADO PARA PENSAO.
      *  15/10/2026  INCLUIDO O AFASTAMENTO (CADAFAST.DAT, COPY
      *              CADAFAST, MANTIDO PELO EM0325): NA FOLHA NORMAL
      *              O SALARIO FIXO E PRORRATEADO PELOS DIAS NAO PAGOS
      *              DA COMPETENCIA (MES COMERCIAL DE 30 DIAS) -
      *              DOENCA A PARTIR DO 16O DIA, MATERNIDADE E NAO
      *              REMUNERADA O AFASTAMENTO TODO. SEM RETORNO
      *              REGISTRADO O FUNCIONARIO CONTA AFASTADO ATE O
      *              FIM DO MES. O HOLERITE MOSTRA O MOTIVO E OS
      *              DIAS NAO PAGOS. O 13O NAO E PRORRATEADO AQUI.
      *  15/10/2026  ACUMANO ESTENDIDO COM TIPO-ACUM ("F" FOLHA, "1"/
      *              "2" PARCELAS DO 13O, "R" RETROATIVO) E COM AS
      *              PARCELAS DE FIXO E DE HORAS EXTRAS PAGAS NA
      *              RODADA, BASE DAS DIFERENCAS RETROATIVAS DO EM0327.
      *  15/10/2026  INCLUIDO O PAGAMENTO DO RETROATIVO (RETROMOV.DAT,
      *              COPY RETROMOV, GRAVADO PELO EM0327) NA FOLHA
      *              NORMAL DA COMPETENCIA: LINHA PROPRIA NO REL-PAG E
      *              NO HOLERITE, INSS JA APURADO MES A MES PELO
      *              EM0327 E IRRF DE RENDIMENTOS ACUMULADOS (TABELA
      *              DO MES APLICADA A MEDIA MENSAL, VEZES OS MESES).
      *              ENTRA NO LIQUIDO, NO BANCOPAG E NA BASE DO FGTS,
      *              MAS NAO NA BASE DA PENSAO NEM NA MARGEM DO
      *              CONSIGNADO. GRAVA REGISTRO PROPRIO NO ACUMANO.
      *              RETROATIVO SEM FUNCIONARIO NA FOLHA VAI PARA
      *              RELEXC.
      *  15/10/2026  COMISMOV GANHA O TIPO DO LANCAMENTO: O ESTORNO
      *              "E" DE COMISSAO POR DEVOLUCAO DE VENDA (EM0330)
      *              E ABATIDO DA COMISSAO DO VENDEDOR NO PERIODO. OS
      *              LANCAMENTOS DO MESMO VENDEDOR PASSAM A SER SOMADOS
      *              NA CARGA (ANTES VALIA O ULTIMO). ESTORNO MAIOR QUE
      *              A COMISSAO DO MES ZERA A COMISSAO E O RESTANTE SAI
      *              EM RELEXC PARA ACERTO MANUAL.
      *  15/10/2026  MOVHORAS GANHA O TIPO "A" (HORAS-AULA DADAS NA
      *              COMPETENCIA), GRAVADO PELO EM0335 A PARTIR DO
      *              QUADRO DE HORARIOS. A HORA-AULA E PAGA SEM
      *              ADICIONAL, PELO VALOR DO RUNCTL (PROG "EM0306",
      *              PARM2) OU, SEM ELE, PELO VALOR-HORA DO FUNCIONARIO
      *              (FIXO/220), COMO VERBA PROPRIA NO REL-PAG E NO
      *              HOLERITE. ENTRA NO BRUTO, NAO NA PARCELA DE HORAS
      *              EXTRAS DO ACUMANO.
      *  15/10/2026  RODADA RECUSADA (RETURN-CODE 16 E REGISTRO NO
      *              EXCLOG) QUANDO A COMPETENCIA DA DATA DE
      *              MOVIMENTO ESTA FECHADA OU EM FECHAMENTO NO
      *              CONTROLE DE PERIODOS CONTABEIS (PERCONT.DAT).
      *  15/10/2026  CONTA DE CREDITO PASSA A SER A VIGENTE NO
      *              HISTORICO DE TROCAS ALTCONTA.DAT (GRAVADO PELO
      *              EM0114 DEPOIS DA APROVACAO NO APROVA), QUANDO O
      *              FUNCIONARIO TEM TROCA. SE A TROCA TEM MENOS DE N
      *              DIAS NA DATA DE MOVIMENTO (RUNCTL PROG "EM0306",
      *              PARM3; ZERO = 10 DIAS), O CREDITO DO FUNCIONARIO
      *              NAO VAI PARA O BANCOPAG: VAI PARA BANCORET.DAT,
      *              PARA LIBERACAO MANUAL, COM LINHA NO RELEXC E
      *              RETURN-CODE 4. CREDITOS DE PENSAO NAO SAO RETIDOS.
      *  15/10/2026  INCLUIDO O DESCONTO DOS PLANOS DE SAUDE E
      *              ODONTOLOGICO NA FOLHA NORMAL: AS ADESOES VIGENTES
      *              (CADBENEF.DAT) COM OS DEPENDENTES COBERTOS
      *              (CADDEPEN.DAT) SAO PRECIFICADAS POR VIDA PELA
      *              FAIXA ETARIA DA TABELA CADPLANO.DAT (COPYBOOKS
      *              WSPLANO/CALCPLANO, OS MESMOS DA CONFERENCIA DA
      *              FATURA NO EM0342). A PARTE DO FUNCIONARIO SAI DO
      *              LIQUIDO ANTES DA PENSAO E DO CONSIGNADO, COM
      *              LINHA PROPRIA NO REL-PAG E NO HOLERITE; A PARTE DA
      *              EMPRESA SAI NOS TOTAIS. VIDA SEM FAIXA DE PRECO E
      *              ADESAO NAO DESCONTADA VAO PARA RELEXC. ACABA O
      *              DESC-ENT DIGITADO PARA PLANO DE SAUDE. AS ROTINAS
      *              DOS COPYBOOKS PASSAM A FICAR NA SECAO PROPRIA
      *              ROTINAS-COMUNS.
      *  15/10/2026  CADA LINHA DO HOLERITE PASSA A SER GRAVADA TAMBEM
      *              NO HISTORICO PERMANENTE HISTHOL.DAT (COPY
      *              HISTHOL, EM EXTEND), COM MATRICULA, COMPETENCIA,
      *              TIPO DA RODADA ("F", "1", "2"), AVANCO DE
      *              IMPRESSAO E O CREDITO REMETIDO AO BANCO (CONTA,
      *              REFERENCIA, VALOR, RETIDO OU NAO), PARA A SEGUNDA
      *              VIA DO EM0343. A IMPRESSAO DO HOLERITE PASSA PELO
      *              PARAGRAFO COMUM GRAVA-LINHA-HOL (COPY GRAVAHOL).
      *  15/10/2026  AS LINHAS DO ACUMANO PASSAM A SER GRAVADAS TAMBEM
      *              NO COMPANHEIRO INDEXADO ACUMANOX.DAT (VER
      *              ACUMANOX.CPY E GRAVAACX.CPY), COM JORNAL DA
      *              INCLUSAO NO JRNMOV.DAT (EXTEND), PARA O INFORME
      *              ANUAL EM0313 LER SO O ANO DE CADA MATRICULA.
      *  15/10/2026  INCLUIDO O REEMBOLSO DE DESPESAS APROVADO NO
      *              EM0344 PARA PAGAMENTO NA FOLHA (REEMBFOL.DAT,
      *              COPY REEMBFOL) NA FOLHA NORMAL DA COMPETENCIA:
      *              VERBA INDENIZATORIA SOMADA AO LIQUIDO DEPOIS DO
      *              RETROATIVO, FORA DO BRUTO, DO INSS/IRRF, DO FGTS,
      *              DA PENSAO E DA MARGEM DO CONSIGNADO, COM LINHA
      *              PROPRIA NO REL-PAG E NO HOLERITE; NAO ENTRA NO
      *              LIQUIDO DO ACUMANO. REEMBOLSO SEM FUNCIONARIO NA
      *              FOLHA VAI PARA RELEXC.
      *  15/10/2026  DESCONTO DO ADIANTAMENTO QUINZENAL PAGO PELO
      *              EM0345 (RAZAO LEDGADI.DAT, COPY LEDGADI) NA FOLHA
      *              NORMAL DA COMPETENCIA, DEPOIS DO REEMBOLSO E
      *              LIMITADO AO LIQUIDO (O SALDO NAO DESCONTADO VAI
      *              PARA RELEXC), COM LINHA PROPRIA NO REL-PAG E NO
      *              HOLERITE. O ADIANTAMENTO FAZ PARTE DO LIQUIDO DO
      *              ACUMANO. ADIANTAMENTO SEM FUNCIONARIO NA FOLHA VAI
      *              PARA RELEXC.
      *  15/10/2026  AS FERIAS PAGAS PELO EM0323 (HISTORICO HISTFER.DAT)
      *              PASSAM A ABATER DO FIXO DA FOLHA NORMAL OS DIAS DE
      *              GOZO DENTRO DA COMPETENCIA, SOMADOS AOS DIAS DE
      *              AFASTAMENTO (NO MAXIMO 30), COM LINHA PROPRIA NO
      *              HOLERITE. ANTES O MES DE FERIAS SAIA COM O FIXO
      *              CHEIO ALEM DO RECIBO DE FERIAS, E O ACUMANO E O
      *              FGTS CONTAVAM OS DIAS DUAS VEZES.
      *  15/10/2026  NA RODADA DE 13O OS REEMBOLSOS (REEMBFOL) E OS
      *              ADIANTAMENTOS (LEDGADI) DA COMPETENCIA PASSAM A
      *              SAIR EM RELEXC COMO PENDENTES DA FOLHA NORMAL, EM
      *              VEZ DE SEREM IGNORADOS EM SILENCIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           SELECT HOLERITE ASSIGN TO DISK.

           SELECT HISTHOL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HHL.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HORAS.

           SELECT PERCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERCONT.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.
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

           SELECT COMISMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMIS.

           SELECT LEDGFGTS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FGTS.

           SELECT CADPENS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENS.

           SELECT CADAFAST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AFA.

           SELECT HISTFER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HFER.

           SELECT RETROMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETRO.

           SELECT ALTCONTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALT.

           SELECT REEMBFOL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RFO.

           SELECT LEDGADI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LADI.

           SELECT BANCORET ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CADBENEF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BEN.

           SELECT CADDEPEN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEP.

           SELECT CADPLANO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PLANO.

       DATA DIVISION.
       FILE SECTION.
  

       01 REG-HOL            PIC X(80).

       COPY HISTHOL.

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".
           02 QTD-HORAS      PIC 9(03)V99.
           02 TIPO-HORAS     PIC X(01).

       COPY PERCONT.

       COPY EXCLOG.

       COPY DATAMOV.

       FD ACUMANO
           02 INSS-ACUM      PIC 9(07)V99.
           02 IRRF-ACUM      PIC 9(07)V99.
           02 LIQUIDO-ACUM   PIC 9(09)V99.
           02 TIPO-ACUM      PIC X(01).
           02 FIXO-ACUM      PIC 9(07)V99.
           02 HORAS-ACUM     PIC 9(07)V99.

       COPY ACUMANOX.

       COPY JRNMOV.

       FD COMISMOV
           LABEL RECORD ARE STANDARD
           02 NR-COMIS       PIC 9(05).
           02 PERIODO-COMIS  PIC 9(06).
           02 VALOR-COMIS    PIC 9(07)V99.
           02 TIPO-COMIS     PIC X(01).

       COPY LEDGFGTS.

       COPY CADPENS.

       COPY CADAFAST.

      * HISTORICO DE FERIAS PAGAS PELO EM0323 (MESMO LAYOUT DE LA).
       FD HISTFER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTFER.DAT".

       01 REG-HFER.
           02 MAT-HFER       PIC 9(05).
           02 PERAQ-HFER     PIC 9(06).
           02 INICIO-HFER.
               03 DD-HFER       PIC 9(02).
               03 MM-HFER       PIC 9(02).
               03 AA-HFER       PIC 9(04).
           02 DIAS-HFER      PIC 9(02).
           02 ABONO-HFER     PIC 9(02).
           02 BRUTO-HFER     PIC 9(07)V99.
           02 DOBRO-HFER     PIC X(01).
           02 DATA-HFER      PIC 9(08).

       COPY RETROMOV.

       COPY REEMBFOL.

       COPY LEDGADI.

       COPY ALTCONTA.

       COPY CADBENEF.

       COPY CADDEPEN.

       COPY CADPLANO.

      * CREDITOS RETIDOS POR TROCA RECENTE DE CONTA, NO LAYOUT DO
      * BANCOPAG, PARA LIBERACAO MANUAL PELO DEPARTAMENTO PESSOAL.
       FD BANCORET
           LABEL RECORD IS OMITTED.

       01 REG-BANCO-RET      PIC X(39).

       WORKING-STORAGE SECTION.

       77 FIM-ARQ            PIC X(03) VALUE "NAO".
       77 FIM-ENT             PIC X(03) VALUE "NAO".
       77 FS-ARQ              PIC X(02) VALUE SPACES.
       77 FS-EXCLOG           PIC X(02) VALUE SPACES.
       77 CT-LIN             PIC 9(02) VALUE 40.
       77 CT-PAG             PIC 9(02) VALUE ZEROES.
       77 DEPT-ANT            PIC X     VALUE SPACES.
       77 DIVISOR-HORA        PIC 9(03) VALUE 220.
       77 VALOR-HORA          PIC 9(05)V99 VALUE ZEROES.
       77 HORAS-CALC          PIC 9(07)V99 VALUE ZEROES.
       77 VALOR-AULA-RUN      PIC 9(05)V99 VALUE ZEROES.
       77 VALOR-AULA          PIC 9(05)V99 VALUE ZEROES.
       77 AULA-CALC           PIC 9(07)V99 VALUE ZEROES.
       77 CT-HORAS-INVAL      PIC 9(05) VALUE ZEROES.
       77 VIG-ATU-INSS        PIC 9(08) VALUE ZEROES.
       77 VIG-ATU-IRRF        PIC 9(08) VALUE ZEROES.
       77 QTD-COMIS           PIC 9(03) VALUE ZEROES.
       77 IDX-COMIS           PIC 9(03) VALUE ZEROES.
       77 POS-COMIS           PIC 9(03) VALUE ZEROES.
       77 FS-FGTS             PIC X(02) VALUE SPACES.
       77 PCT-FGTS            PIC V99   VALUE ,08.
       77 BASE-FGTS-CALC      PIC 9(07)V99 VALUE ZEROES.
       77 FGTS-CALC           PIC 9(07)V99 VALUE ZEROES.
       77 FS-PENS             PIC X(02) VALUE SPACES.
       77 FIM-PENS-ARQ        PIC X(03) VALUE "NAO".
       77 QTD-PENS            PIC 9(03) VALUE ZEROES.
       77 IDX-PENS            PIC 9(03) VALUE ZEROES.
       77 PENSAO-CALC         PIC 9(07)V99 VALUE ZEROES.
       77 BASE-PENS-CALC      PIC S9(07)V99 VALUE ZEROES.
       77 ORDEM-CALC          PIC 9(07)V99 VALUE ZEROES.
       77 AC-PENSAO           PIC 9(11)V99 VALUE ZEROES.
       77 FS-AFA              PIC X(02) VALUE SPACES.
       77 FIM-AFA             PIC X(03) VALUE "NAO".
       77 QTD-AFA             PIC 9(03) VALUE ZEROES.
       77 IDX-AFA             PIC 9(03) VALUE ZEROES.
       77 PRIM-DIA-MES        PIC 9(08) VALUE ZEROES.
       77 ULT-DIA-MES         PIC 9(08) VALUE ZEROES.
       77 FIXO-CALC           PIC 9(07)V99 VALUE ZEROES.
       77 DIAS-AFA-CALC       PIC 9(03) VALUE ZEROES.
       77 SERIAL-CALC         PIC S9(07) VALUE ZEROES.
       77 SERIAL-MES-INI      PIC S9(07) VALUE ZEROES.
       77 SERIAL-MES-FIM      PIC S9(07) VALUE ZEROES.
       77 SERIAL-SUSP-INI     PIC S9(07) VALUE ZEROES.
       77 SERIAL-SUSP-FIM     PIC S9(07) VALUE ZEROES.
       77 FS-HFER             PIC X(02) VALUE SPACES.
       77 FIM-HFER            PIC X(03) VALUE "NAO".
       77 QTD-FER             PIC 9(03) VALUE ZEROES.
       77 IDX-FER             PIC 9(03) VALUE ZEROES.
       77 FS-ALT              PIC X(02) VALUE SPACES.
       77 FIM-ALT             PIC X(03) VALUE "NAO".
       77 QTD-ALT             PIC 9(03) VALUE ZEROES.
       77 IDX-ALT             PIC 9(03) VALUE ZEROES.
       77 POS-ALT             PIC 9(03) VALUE ZEROES.
       77 DIAS-CARENCIA       PIC 9(03) VALUE 10.
       77 SERIAL-MOVTO        PIC S9(07) VALUE ZEROES.
       77 DIAS-TROCA          PIC S9(07) VALUE ZEROES.
       77 RETEM-CREDITO       PIC 9     VALUE ZEROES.
       77 CT-RETIDOS          PIC 9(05) VALUE ZEROES.
       77 COD-ALT-PROC        PIC 9(05) VALUE ZEROES.
       77 DIAS-SUSP           PIC S9(07) VALUE ZEROES.
       77 FS-RETRO            PIC X(02) VALUE SPACES.
       77 FIM-RETRO           PIC X(03) VALUE "NAO".
       77 QTD-RETRO           PIC 9(03) VALUE ZEROES.
       77 IDX-RETRO           PIC 9(03) VALUE ZEROES.
       77 POS-RETRO           PIC 9(03) VALUE ZEROES.
       77 RETRO-CALC          PIC 9(07)V99 VALUE ZEROES.
       77 INSS-RETRO-CALC     PIC 9(07)V99 VALUE ZEROES.
       77 IRRF-RETRO-CALC     PIC 9(07)V99 VALUE ZEROES.
       77 LIQ-RETRO-CALC      PIC 9(07)V99 VALUE ZEROES.
       77 FS-RFO              PIC X(02) VALUE SPACES.
       77 FIM-RFO             PIC X(03) VALUE "NAO".
       77 QTD-REEMB           PIC 9(03) VALUE ZEROES.
       77 IDX-REEMB           PIC 9(03) VALUE ZEROES.
       77 POS-REEMB           PIC 9(03) VALUE ZEROES.
       77 REEMB-CALC          PIC 9(07)V99 VALUE ZEROES.
       77 FS-LADI             PIC X(02) VALUE SPACES.
       77 FIM-LADI            PIC X(03) VALUE "NAO".
       77 QTD-ADIA            PIC 9(03) VALUE ZEROES.
       77 IDX-ADIA            PIC 9(03) VALUE ZEROES.
       77 POS-ADIA            PIC 9(03) VALUE ZEROES.
       77 ADIA-CALC           PIC 9(07)V99 VALUE ZEROES.
       77 ADIA-SALDO          PIC 9(07)V99 VALUE ZEROES.
       77 FS-BEN              PIC X(02) VALUE SPACES.
       77 FIM-BEN-ARQ         PIC X(03) VALUE "NAO".
       77 FS-DEP              PIC X(02) VALUE SPACES.
       77 FIM-DEP-ARQ         PIC X(03) VALUE "NAO".
       77 QTD-BENEF           PIC 9(03) VALUE ZEROES.
       77 IDX-BENEF           PIC 9(03) VALUE ZEROES.
       77 QTD-DEPEN           PIC 9(03) VALUE ZEROES.
       77 IDX-DEPEN           PIC 9(03) VALUE ZEROES.
       77 BENEF-CALC          PIC 9(07)V99 VALUE ZEROES.
       77 AC-BENEF-FUNC       PIC 9(11)V99 VALUE ZEROES.
       77 AC-BENEF-EMPR       PIC 9(11)V99 VALUE ZEROES.

      * DEPENDENTES DOS FUNCIONARIOS (CADDEPEN), PARA A COBERTURA "C"
      * (SO O CONJUGE) E "F" (TODOS) DAS ADESOES.
       01 TAB-DEPEN.
           02 ENT-DEPEN OCCURS 500 TIMES.
               03 MAT-DEP-TAB     PIC 9(05).
               03 PARENT-DEP-TAB  PIC X(01).
               03 NASC-DEP-TAB    PIC 9(08).

      * ADESOES VIGENTES NA DATA DE MOVIMENTO, JA PRECIFICADAS: VIDAS
      * COBERTAS E AS DUAS PARTES DO MES. SIT-BEN-TAB = "D" QUANDO O
      * FUNCIONARIO FOI PAGO E A PARTE DELE DESCONTADA NA RODADA.
       01 TAB-BENEF.
           02 ENT-BENEF OCCURS 300 TIMES.
               03 MAT-BEN-TAB     PIC 9(05).
               03 PLANO-BEN-TAB   PIC X(04).
               03 NOME-BEN-TAB    PIC X(20).
               03 VIDAS-BEN-TAB   PIC 9(02).
               03 FUNC-BEN-TAB    PIC 9(07)V99.
               03 EMPR-BEN-TAB    PIC 9(07)V99.
               03 SIT-BEN-TAB     PIC X(01).

      * ORDENS DE PENSAO VIGENTES NA DATA DE MOVIMENTO; CALC-PENS-TAB
      * GUARDA O VALOR DESCONTADO DO FUNCIONARIO CORRENTE.
       01 TAB-PENS.
           02 ENT-PENS OCCURS 300 TIMES.
               03 MAT-PENS-TAB    PIC 9(05).
               03 BENEF-PENS-TAB  PIC X(18).
               03 CONTA-PENS-TAB  PIC 9(10).
               03 FORMA-PENS-TAB  PIC X(01).
               03 FATOR-PENS-TAB  PIC 9(07)V99.
               03 CALC-PENS-TAB   PIC 9(07)V99.

      * AFASTAMENTOS QUE ALCANCAM A COMPETENCIA; DIAS-AFA-TAB GUARDA
      * OS DIAS NAO PAGOS DO FUNCIONARIO CORRENTE.
       01 TAB-AFAST.
           02 ENT-AFAST OCCURS 300 TIMES.
               03 MAT-AFA-TAB     PIC 9(05).
               03 TIPO-AFA-TAB    PIC X(01).
               03 INICIO-AFA-TAB  PIC 9(08).
               03 RETORNO-AFA-TAB PIC 9(08).
               03 DIAS-AFA-TAB    PIC 9(02).

      * FERIAS DO HISTFER CUJO GOZO ALCANCA A COMPETENCIA; DIAS-FER-TAB
      * SAO OS DIAS DE GOZO DENTRO DO MES (JA PAGOS NO RECIBO DE
      * FERIAS DO EM0323). INICIO-FER-TAB EM AAAAMMDD.
       01 TAB-FER.
           02 ENT-FER OCCURS 300 TIMES.
               03 MAT-FER-TAB     PIC 9(05).
               03 INICIO-FER-TAB  PIC 9(08).
               03 DIAS-FER-TAB    PIC 9(02).

      * CONTA VIGENTE DE CADA FUNCIONARIO COM TROCA NO ALTCONTA (O
      * ULTIMO REGISTRO DA MATRICULA PREVALECE) E A DATA DA TROCA.
       01 TAB-ALT.
           02 ENT-ALT OCCURS 300 TIMES.
               03 MAT-ALT-TAB     PIC 9(05).
               03 CONTA-ALT-TAB   PIC 9(10).
               03 DATA-ALT-TAB    PIC 9(08).

      * DATA AAAAMMDD PARA O DIA SERIAL COMERCIAL (ANO DE 360 DIAS,
      * MES DE 30: O DIA 31 CONTA COMO 30).
       01 DATA-SERIAL        PIC 9(08) VALUE ZEROES.
       01 DATA-SERIAL-R REDEFINES DATA-SERIAL.
           02 AA-SERIAL      PIC 9(04).
           02 MM-SERIAL      PIC 9(02).
           02 DD-SERIAL      PIC 9(02).

       01 TAB-COMIS.
           02 ENT-COMIS OCCURS 300 TIMES.
               03 NR-COMIS-TAB    PIC 9(05).
               03 VALOR-COMIS-TAB PIC S9(07)V99.
               03 SIT-COMIS-TAB   PIC X(01).

      * RETROATIVOS A PAGAR NA COMPETENCIA; SIT-RETRO-TAB = "P" QUANDO
      * O FUNCIONARIO FOI PAGO NA RODADA.
       01 TAB-RETRO.
           02 ENT-RETRO OCCURS 300 TIMES.
               03 MAT-RETRO-TAB   PIC 9(05).
               03 MESES-RETRO-TAB PIC 9(02).
               03 VALOR-RETRO-TAB PIC 9(07)V99.
               03 INSS-RETRO-TAB  PIC 9(07)V99.
               03 SIT-RETRO-TAB   PIC X(01).

      * REEMBOLSOS DE DESPESA A PAGAR NA COMPETENCIA, SOMADOS POR
      * MATRICULA; SIT-REEMB-TAB = "P" QUANDO O FUNCIONARIO FOI PAGO
      * NA RODADA.
       01 TAB-REEMB.
           02 ENT-REEMB OCCURS 300 TIMES.
               03 MAT-REEMB-TAB   PIC 9(05).
               03 QTD-REEMB-TAB   PIC 9(03).
               03 VALOR-REEMB-TAB PIC 9(07)V99.
               03 SIT-REEMB-TAB   PIC X(01).

      * ADIANTAMENTOS QUINZENAIS DA COMPETENCIA (LEDGADI), SOMADOS POR
      * MATRICULA; SIT-ADIA-TAB = "P" QUANDO FOI DESCONTADO NA RODADA.
       01 TAB-ADIA.
           02 ENT-ADIA OCCURS 300 TIMES.
               03 MAT-ADIA-TAB    PIC 9(05).
               03 VALOR-ADIA-TAB  PIC 9(07)V99.
               03 SIT-ADIA-TAB    PIC X(01).

       01 ANOMES-FOLHA-X     PIC X(06) VALUE SPACES.
       01 ANOMES-FOLHA REDEFINES ANOMES-FOLHA-X PIC 9(06).

       01 DATA-VIGENCIA-X    PIC X(08) VALUE SPACES.
       01 DATA-VIGENCIA REDEFINES DATA-VIGENCIA-X PIC 9(08).

       COPY WSPERCONT.

       COPY WSDATAMOV.

       COPY WSJRN.

       COPY WSLEDGX.

       COPY WSPLANO.

       COPY WSHISTHOL.

       01 TAB-HORAS.
           02 ENT-HORAS OCCURS 300 TIMES.
               03 MAT-HORAS-TAB   PIC 9(05).
               03 HRS-50-TAB      PIC 9(04)V99.
               03 HRS-100-TAB     PIC 9(04)V99.
               03 HRS-NOT-TAB     PIC 9(04)V99.
               03 HRS-AULA-TAB    PIC 9(04)V99.

       01 TAB-EMPR.
           02 ENT-EMPR OCCURS 300 TIMES.
           02 ADIANT-HOL     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(47) VALUE SPACES.

       01 HOL-ADIA.
           02 FILLER         PIC X(20) VALUE "ADIANTAMENTO QUINZ.:".
           02 ADIA-HOL       PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(47) VALUE SPACES.

       01 HOL-HORAS.
           02 FILLER         PIC X(20) VALUE "HORAS EXTRAS:       ".
           02 HORAS-HOL      PIC ZZ.ZZZ.ZZ9,99.
           02 VLRHORA-HOL    PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(24) VALUE SPACES.

       01 HOL-AULA.
           02 FILLER         PIC X(20) VALUE "HORAS-AULA:         ".
           02 AULA-HOL       PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(09) VALUE "  HORAS: ".
           02 QTD-AULA-HOL   PIC ZZZ9,99.
           02 FILLER         PIC X(14) VALUE "  VALOR-HORA: ".
           02 VLRAULA-HOL    PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(08) VALUE SPACES.

       01 DETALHE-AULA.
           02 FILLER         PIC X(10) VALUE SPACES.
           02 FILLER         PIC X(14) VALUE "HORAS-AULA:   ".
           02 AULA-LIN       PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(46) VALUE SPACES.

       01 DETALHE-HORAS.
           02 FILLER         PIC X(10) VALUE SPACES.
           02 FILLER         PIC X(14) VALUE "HORAS EXTRAS: ".
           02 HORAS-LIN      PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(46) VALUE SPACES.

       01 DETALHE-RETRO.
           02 FILLER         PIC X(10) VALUE SPACES.
           02 FILLER         PIC X(14) VALUE "RETROATIVO:   ".
           02 RETRO-LIN      PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(08) VALUE "  INSS: ".
           02 INSS-RET-LIN   PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(08) VALUE "  IRRF: ".
           02 IRRF-RET-LIN   PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(10) VALUE SPACES.

       01 DETALHE-REEMB.
           02 FILLER         PIC X(10) VALUE SPACES.
           02 FILLER         PIC X(14) VALUE "REEMBOLSO:    ".
           02 REEMB-LIN      PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(46) VALUE SPACES.

       01 DETALHE-ADIA.
           02 FILLER         PIC X(10) VALUE SPACES.
           02 FILLER         PIC X(14) VALUE "ADIANTAMENTO: ".
           02 ADIA-LIN       PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(46) VALUE SPACES.

       01 HOL-EMPREST.
           02 FILLER         PIC X(12) VALUE "CONSIGNADO (".
           02 CONTR-HOL      PIC X(10).
           02 BRUTO-HOL      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(17) VALUE SPACES.

       01 HOL-AFAST.
           02 FILLER         PIC X(12) VALUE "AFASTAMENTO ".
           02 TIPO-AFA-HOL   PIC X(12).
           02 FILLER         PIC X(07) VALUE " DESDE ".
           02 DD-AFA-HOL     PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-AFA-HOL     PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AA-AFA-HOL     PIC 9(04).
           02 FILLER         PIC X(19) VALUE "  DIAS NAO PAGOS:  ".
           02 DIAS-AFA-HOL   PIC Z9.
           02 FILLER         PIC X(18) VALUE SPACES.

       01 HOL-FERIAS.
           02 FILLER         PIC X(24) VALUE "FERIAS GOZADAS".
           02 FILLER         PIC X(07) VALUE " DESDE ".
           02 DD-FER-HOL     PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MM-FER-HOL     PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 AA-FER-HOL     PIC 9(04).
           02 FILLER         PIC X(19) VALUE "  DIAS NO MES:     ".
           02 DIAS-FER-HOL   PIC Z9.
           02 FILLER         PIC X(18) VALUE " (RECIBO FERIAS)".

       01 HOL-RETRO.
           02 FILLER         PIC X(12) VALUE "RETROATIVO (".
           02 MESES-RET-HOL  PIC Z9.
           02 FILLER         PIC X(07) VALUE " MESES)".
           02 RETRO-HOL      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(08) VALUE "  INSS: ".
           02 INSS-RET-HOL   PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(08) VALUE "  IRRF: ".
           02 IRRF-RET-HOL   PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(10) VALUE SPACES.

       01 HOL-REEMB.
           02 FILLER         PIC X(12) VALUE "REEMBOLSO DE".
           02 FILLER         PIC X(10) VALUE " DESPESAS ".
           02 FILLER         PIC X(01) VALUE "(".
           02 QTD-REEMB-HOL  PIC ZZ9.
           02 FILLER         PIC X(08) VALUE " COMPR.)".
           02 REEMB-HOL      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(33) VALUE SPACES.

       01 HOL-DESCONTOS.
           02 FILLER         PIC X(06) VALUE "INSS: ".
           02 INSS-HOL       PIC ZZZ.ZZ9,99.
           02 OUTROS-HOL     PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(16) VALUE SPACES.

       01 HOL-FGTS.
           02 FILLER         PIC X(20) VALUE "BASE FGTS:          ".
           02 BASE-FGTS-HOL  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(16) VALUE "  FGTS DO MES:  ".
           02 FGTS-HOL       PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(18) VALUE SPACES.

       01 HOL-PENSAO.
           02 FILLER         PIC X(20) VALUE "PENSAO ALIMENTICIA: ".
           02 PENSAO-HOL     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(09) VALUE "  CONTA: ".
           02 CONTA-PEN-HOL  PIC 9(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 BENEF-PEN-HOL  PIC X(18).
           02 FILLER         PIC X(09) VALUE SPACES.

       01 HOL-BENEF.
           02 FILLER         PIC X(06) VALUE "PLANO ".
           02 PLANO-BEN-HOL  PIC X(04).
           02 FILLER         PIC X(02) VALUE " (".
           02 VIDAS-BEN-HOL  PIC Z9.
           02 FILLER         PIC X(09) VALUE " VIDAS): ".
           02 FUNC-BEN-HOL   PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(17) VALUE "  PARTE EMPRESA: ".
           02 EMPR-BEN-HOL   PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(20) VALUE SPACES.

       01 HOL-LIQUIDO.
           02 FILLER         PIC X(20) VALUE "LIQUIDO A RECEBER:  ".
           02 LIQUIDO-HOL    PIC ZZ.ZZZ.ZZ9,99.
           02 OUTROS-LIN     PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(16) VALUE SPACES.

       01 DETALHE-PENSAO.
           02 FILLER         PIC X(10) VALUE SPACES.
           02 FILLER         PIC X(14) VALUE "PENSAO ALIM.: ".
           02 CONTA-PEN-LIN  PIC 9(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 BENEF-PEN-LIN  PIC X(18).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 PENSAO-LIN     PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(21) VALUE SPACES.

       01 DETALHE-BENEF.
           02 FILLER         PIC X(10) VALUE SPACES.
           02 FILLER         PIC X(14) VALUE "PLANO:        ".
           02 PLANO-BEN-LIN  PIC X(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VIDAS-BEN-LIN  PIC Z9.
           02 FILLER         PIC X(06) VALUE " VIDAS".
           02 FILLER         PIC X(19) VALUE SPACES.
           02 FUNC-BEN-LIN   PIC ZZZ.ZZ9,99.
           02 FILLER         PIC X(11) VALUE "  EMPRESA: ".
           02 EMPR-BEN-LIN   PIC ZZZ.ZZ9,99.

       01 TOTAL-01.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(28) VALUE 
           02 TOTAL-GERAL    PIC ZZZZZZZZ9999,99.
           02 FILLER         PIC X(27) VALUE SPACES.

       01 TOTAL-04.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(32) VALUE
                                 "TOTAL DE PENSOES ALIMENTICIAS: ".
           02 TOTAL-PENSAO   PIC ZZZZZZZZ9999,99.
           02 FILLER         PIC X(27) VALUE SPACES.

       01 TOTAL-05.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(32) VALUE
                                 "PLANOS - DESCONTADO EM FOLHA:  ".
           02 TOTAL-BENEF-FUNC PIC ZZZZZZZZ9999,99.
           02 FILLER         PIC X(27) VALUE SPACES.

       01 TOTAL-06.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 FILLER         PIC X(32) VALUE
                                 "PLANOS - PARTE DA EMPRESA:     ".
           02 TOTAL-BENEF-EMPR PIC ZZZZZZZZ9999,99.
           02 FILLER         PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.

       EM03-06.
               ASCENDING KEY SEC-TRAB
               INPUT  PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           IF CT-RETIDOS IS GREATER THAN ZEROES
               DISPLAY "EM0306 - " CT-RETIDOS " CREDITO(S) RETIDO(S) "
                       "EM BANCORET POR TROCA RECENTE DE CONTA"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       ROT-ENTRADA SECTION.

       INICIO SECTION.
           PERFORM LE-DATAMOV.
           PERFORM LE-PERCONT.
           PERFORM RECUSA-PERIODO-FECHADO.
           MOVE DATA-MOVTO TO DATA-VIGENCIA-X.
           MOVE DATA-MOVTO(1:6) TO ANOMES-FOLHA-X.
           PERFORM CARGA-RUNCTL.
           OPEN OUTPUT REL-PAG
                OUTPUT BANCOPAG
                OUTPUT BANCORET
                OUTPUT RELEXC
                OUTPUT HOLERITE
                EXTEND ACUMANO
                EXTEND LEDGFGTS
                EXTEND HISTHOL.
           IF FS-ACUM EQUAL "35"
               CLOSE ACUMANO
               OPEN OUTPUT ACUMANO.
           OPEN EXTEND JRNMOV.
           IF FS-JRNMOV EQUAL "35"
               CLOSE JRNMOV
               OPEN OUTPUT JRNMOV.
           MOVE DATA-MOVTO TO JRN-DATA.
           PERFORM ABRE-ACX.
           IF FS-HHL EQUAL "35"
               CLOSE HISTHOL
               OPEN OUTPUT HISTHOL.
           IF FS-FGTS EQUAL "35"
               CLOSE LEDGFGTS
               OPEN OUTPUT LEDGFGTS.
           PERFORM CARGA-TABINSS.
           PERFORM CARGA-TABIRRF.
           PERFORM CARGA-EMPREST.
           PERFORM CARGA-HORAS.
           PERFORM CARGA-COMISSOES.
           PERFORM CARGA-PENSAO.
           PERFORM CARGA-AFAST.
           PERFORM CARGA-FERIAS.
           PERFORM CARGA-RETRO.
           PERFORM CARGA-REEMB.
           PERFORM CARGA-ADIA.
           PERFORM CARGA-BENEF.
           PERFORM CARGA-ALTCONTA.
           PERFORM LEITURA.
           MOVE DEPT-TRAB TO DEPT-ANT.
           MOVE SEC-TRAB TO SEC-ANT.

      * MODO DA FOLHA VIA RUNCTL (PROG "EM0306", PARM1): 0 = FOLHA
      * NORMAL, 1 = PRIMEIRA PARCELA DO 13O, 2 = PARCELA DE DEZEMBRO.
      * PARM2 = VALOR DA HORA-AULA (ZERO = VALOR-HORA DO FUNCIONARIO).
      * PARM3 = DIAS DE RETENCAO DO CREDITO APOS TROCA DE CONTA
      * (ZERO = 10).
       CARGA-RUNCTL SECTION.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
                                     OR PROG-RUNCTL EQUAL "EM0306"
               IF PROG-RUNCTL EQUAL "EM0306"
                   MOVE PARM1-RUNCTL TO MODO-FOLHA
                   MOVE PARM2-RUNCTL TO VALOR-AULA-RUN
                   IF PARM3-RUNCTL IS GREATER THAN ZEROES
                       MOVE PARM3-RUNCTL TO DIAS-CARENCIA
                   END-IF
               END-IF
               CLOSE RUNCTL
           END-IF.
       IMP-TOTAL-GERAL SECTION.
           MOVE AC-GERAL TO TOTAL-GERAL.
           WRITE REG-REL FROM TOTAL-03 AFTER ADVANCING 2 LINES.
           IF AC-PENSAO IS GREATER THAN ZEROES
               MOVE AC-PENSAO TO TOTAL-PENSAO
               WRITE REG-REL FROM TOTAL-04 AFTER ADVANCING 1 LINE.
           IF AC-BENEF-FUNC IS GREATER THAN ZEROES OR
              AC-BENEF-EMPR IS GREATER THAN ZEROES
               MOVE AC-BENEF-FUNC TO TOTAL-BENEF-FUNC
               MOVE AC-BENEF-EMPR TO TOTAL-BENEF-EMPR
               WRITE REG-REL FROM TOTAL-05 AFTER ADVANCING 1 LINE
               WRITE REG-REL FROM TOTAL-06 AFTER ADVANCING 1 LINE.

      * FOLHA NORMAL: BRUTO = FIXO + COMISSAO, DESCONTOS LEGAIS MAIS
      * DESC-ENT. 13O: A BASE E FIXO + COMISSAO (A COMISSAO DO MES
      * FAZ AS VEZES DA MEDIA); A 1A PARCELA PAGA METADE DA BASE SEM
      * NENHUM DESCONTO, A 2A PAGA A BASE INTEGRAL COM INSS/IRRF E
      * ABATE O ADIANTAMENTO DA 1A. DESC-ENT NAO INCIDE SOBRE O 13O.
      * A PARTE DO FUNCIONARIO NOS PLANOS DE SAUDE SAI COMO O DESC-ENT,
      * SO NA FOLHA NORMAL, ANTES DA PENSAO E DO CONSIGNADO.
      * A PENSAO ALIMENTICIA SAI DO LIQUIDO EM TODOS OS MODOS, ANTES
      * DO CONSIGNADO (CUJA MARGEM JA CONSIDERA A PENSAO). O
      * RETROATIVO DA FOLHA NORMAL ENTRA DEPOIS DE AMBOS, COM OS SEUS
      * PROPRIOS DESCONTOS; O REEMBOLSO DE DESPESAS, SEM DESCONTO
      * ALGUM, E POR ULTIMO O ADIANTAMENTO QUINZENAL JA PAGO.
       CALCULA-PAGAMENTO SECTION.
           IF CT-LIN IS GREATER THAN 39
               PERFORM CABECALHO.
           PERFORM OBTEM-COMISSAO.
           PERFORM APLICA-AFASTAMENTO.
           MOVE ZEROES TO ADIANT-13 EMPR-SITU HORAS-CALC AULA-CALC
                          BENEF-CALC.
           MOVE ZEROES TO RETRO-CALC INSS-RETRO-CALC IRRF-RETRO-CALC
                          LIQ-RETRO-CALC REEMB-CALC.
           MOVE ZEROES TO ADIA-CALC ADIA-SALDO.
           EVALUATE MODO-FOLHA
               WHEN 1
                   COMPUTE BASE-13 = FIXO-TRAB + COMISSAO-CALC
                   COMPUTE BRUTO-CALC = BASE-13 / 2
                   MOVE ZEROES TO INSS-CALC IRRF-CALC
                   MOVE BRUTO-CALC TO LIQUIDO-CALC
                   PERFORM APLICA-PENSAO
               WHEN 2
                   COMPUTE BASE-13 = FIXO-TRAB + COMISSAO-CALC
                   MOVE BASE-13 TO BRUTO-CALC
                   COMPUTE ADIANT-13 = BASE-13 / 2
                   COMPUTE LIQUIDO-CALC = BRUTO-CALC - INSS-CALC
                                        - IRRF-CALC - ADIANT-13
                   PERFORM APLICA-PENSAO
               WHEN OTHER
                   PERFORM CALCULA-HORAS
                   COMPUTE BRUTO-CALC = FIXO-CALC + COMISSAO-CALC
                                      + HORAS-CALC + AULA-CALC
                   PERFORM CALCULA-INSS
                   PERFORM CALCULA-IRRF
                   COMPUTE LIQUIDO-CALC = BRUTO-CALC - INSS-CALC
                                        - IRRF-CALC - DESC-TRAB
                   PERFORM APLICA-BENEFICIO
                   PERFORM APLICA-PENSAO
                   PERFORM APLICA-EMPRESTIMO
                   PERFORM APLICA-RETROATIVO
                   PERFORM APLICA-REEMBOLSO
                   PERFORM APLICA-ADIANTAMENTO
           END-EVALUATE.
           IF LIQUIDO-CALC IS LESS THAN ZEROES
               PERFORM GRAVAEXC
           ELSE
               PERFORM CALCULA-FGTS
               PERFORM IMP-DET
               PERFORM GRAVA-BANCO
               PERFORM IMP-HOLERITE
               PERFORM GRAVA-ACUMULADO
               PERFORM GRAVA-FGTS
               ADD LIQUIDO-CALC TO AC-SECAO
               ADD LIQUIDO-CALC TO AC-DEPTO
               ADD LIQUIDO-CALC TO AC-GERAL
               ADD PENSAO-CALC TO AC-PENSAO
               PERFORM MARCA-BENEF.

      * RAZAO ANUAL POR FUNCIONARIO: UM REGISTRO POR RODADA PAGA
      * (FOLHA E 13O), COM A COMPETENCIA AAAAMM DA DATA DE MOVIMENTO,
      * O TIPO DA RODADA E A PARTE DE FIXO E DE HORAS EXTRAS PAGA
      * (NO 13O, A METADE DO FIXO QUE COUBE A CADA PARCELA). O
      * RETROATIVO PAGO GRAVA REGISTRO PROPRIO DE TIPO "R". O
      * REEMBOLSO DE DESPESAS NAO E RENDIMENTO E FICA FORA DO ACUMANO;
      * O ADIANTAMENTO QUINZENAL DESCONTADO E SALARIO JA PAGO E VOLTA
      * PARA O LIQUIDO DO MES.
       GRAVA-ACUMULADO SECTION.
           MOVE COD-TRAB TO MAT-ACUM.
           MOVE ANOMES-FOLHA TO ANOMES-ACUM.
           MOVE BRUTO-CALC TO BRUTO-ACUM.
           MOVE INSS-CALC TO INSS-ACUM.
           MOVE IRRF-CALC TO IRRF-ACUM.
           COMPUTE LIQUIDO-ACUM = LIQUIDO-CALC - LIQ-RETRO-CALC
                                - REEMB-CALC + ADIA-CALC.
           MOVE ZEROES TO HORAS-ACUM.
           EVALUATE MODO-FOLHA
               WHEN 1
                   MOVE "1" TO TIPO-ACUM
                   COMPUTE FIXO-ACUM = FIXO-TRAB / 2
               WHEN 2
                   MOVE "2" TO TIPO-ACUM
                   COMPUTE FIXO-ACUM = FIXO-TRAB / 2
                   COMPUTE FIXO-ACUM = FIXO-TRAB - FIXO-ACUM
               WHEN OTHER
                   MOVE "F" TO TIPO-ACUM
                   MOVE FIXO-CALC TO FIXO-ACUM
                   MOVE HORAS-CALC TO HORAS-ACUM
           END-EVALUATE.
           PERFORM GRAVA-ACX.
           IF RETRO-CALC IS GREATER THAN ZEROES
               MOVE "R" TO TIPO-ACUM
               MOVE RETRO-CALC TO BRUTO-ACUM
               MOVE INSS-RETRO-CALC TO INSS-ACUM
               MOVE IRRF-RETRO-CALC TO IRRF-ACUM
               MOVE LIQ-RETRO-CALC TO LIQUIDO-ACUM
               MOVE ZEROES TO FIXO-ACUM HORAS-ACUM
               PERFORM GRAVA-ACX
               MOVE "P" TO SIT-RETRO-TAB(POS-RETRO).
           IF REEMB-CALC IS GREATER THAN ZEROES
               MOVE "P" TO SIT-REEMB-TAB(POS-REEMB).
           IF POS-ADIA IS GREATER THAN ZEROES
               MOVE "P" TO SIT-ADIA-TAB(POS-ADIA)
               IF ADIA-SALDO IS GREATER THAN ZEROES
                   MOVE COD-TRAB TO COD-EXC
                   MOVE NOME-TRAB TO NOME-EXC
                   MOVE ADIA-SALDO TO LIQUIDO-EXC
                   MOVE "SALDO DE ADIANTAMENTO A COBRAR" TO MSG-EXC
                   WRITE REG-EXC.

      * FGTS DE 8% SOBRE A REMUNERACAO DA RODADA: NA FOLHA NORMAL E
      * NA 1A PARCELA DO 13O, O PROPRIO BRUTO; NA 2A PARCELA, O 13O
      * INTEGRAL MENOS A BASE JA DEPOSITADA COM A 1A PARCELA. O
      * RETROATIVO PAGO NA FOLHA NORMAL TAMBEM E BASE.
       CALCULA-FGTS SECTION.
           IF MODO-FOLHA EQUAL 2
               COMPUTE BASE-FGTS-CALC = BRUTO-CALC - ADIANT-13
           ELSE
               COMPUTE BASE-FGTS-CALC = BRUTO-CALC + RETRO-CALC.
           COMPUTE FGTS-CALC ROUNDED = BASE-FGTS-CALC * PCT-FGTS.

       GRAVA-FGTS SECTION.
           MOVE COD-TRAB TO MAT-FGTS.
           MOVE ANOMES-FOLHA TO ANOMES-FGTS.
           IF MODO-FOLHA EQUAL ZEROES
               MOVE "F" TO TIPO-FGTS
           ELSE
               MOVE "D" TO TIPO-FGTS.
           MOVE BASE-FGTS-CALC TO BASE-FGTS.
           MOVE FGTS-CALC TO VALOR-FGTS.
           MOVE DATA-VIGENCIA TO DATA-FGTS.
           WRITE REG-LEDGFGTS.

      * ORDENS DE PENSAO ALIMENTICIA VIGENTES NA DATA DE MOVIMENTO;
      * SEM O CADASTRO, A FOLHA RODA SEM PENSAO (NADA A DESCONTAR).
       CARGA-PENSAO SECTION.
           OPEN INPUT CADPENS.
           IF FS-PENS EQUAL "00"
               PERFORM LE-PENSAO UNTIL FIM-PENS-ARQ EQUAL "SIM"
               CLOSE CADPENS.

       LE-PENSAO SECTION.
           READ CADPENS AT END
               MOVE "SIM" TO FIM-PENS-ARQ.
           IF FIM-PENS-ARQ NOT EQUAL "SIM"
               IF INICIO-PENS IS NOT GREATER THAN DATA-VIGENCIA AND
                  (FIM-PENS EQUAL ZEROES OR
                   FIM-PENS IS NOT LESS THAN DATA-VIGENCIA)
                   IF QTD-PENS GREATER THAN OR EQUAL TO 300
                       DISPLAY "CADPENS EXCEDE LIMITE DE 300 ORDENS - "
                               "ENCERRANDO"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO QTD-PENS
                       MOVE MAT-PENS TO MAT-PENS-TAB(QTD-PENS)
                       MOVE BENEF-PENS TO BENEF-PENS-TAB(QTD-PENS)
                       MOVE CONTA-PENS TO CONTA-PENS-TAB(QTD-PENS)
                       MOVE FORMA-PENS TO FORMA-PENS-TAB(QTD-PENS)
                       MOVE FATOR-PENS TO FATOR-PENS-TAB(QTD-PENS)
                       MOVE ZEROES TO CALC-PENS-TAB(QTD-PENS).

      * CADA ORDEM DO FUNCIONARIO CORRENTE: "B" SOBRE O BRUTO, "L"
      * SOBRE O LIQUIDO LEGAL (BRUTO - INSS - IRRF), "F" VALOR FIXO
      * (SO NA FOLHA NORMAL). NA 2A PARCELA DO 13O A BASE EXCLUI O
      * ADIANTAMENTO, QUE JA PAGOU PENSAO NA 1A. O DESCONTO NUNCA
      * PASSA DO LIQUIDO QUE SOBROU; A DIFERENCA VAI PARA RELEXC.
       APLICA-PENSAO SECTION.
           MOVE ZEROES TO PENSAO-CALC IDX-PENS.
           PERFORM CALCULA-ORDEM QTD-PENS TIMES.

       CALCULA-ORDEM SECTION.
           ADD 1 TO IDX-PENS.
           IF MAT-PENS-TAB(IDX-PENS) EQUAL COD-TRAB
               MOVE ZEROES TO ORDEM-CALC
               EVALUATE FORMA-PENS-TAB(IDX-PENS)
                   WHEN "B"
                       COMPUTE BASE-PENS-CALC = BRUTO-CALC - ADIANT-13
                   WHEN "L"
                       COMPUTE BASE-PENS-CALC = BRUTO-CALC - INSS-CALC
                                              - IRRF-CALC - ADIANT-13
                   WHEN OTHER
                       MOVE ZEROES TO BASE-PENS-CALC
               END-EVALUATE
               IF FORMA-PENS-TAB(IDX-PENS) EQUAL "F"
                   IF MODO-FOLHA EQUAL ZEROES
                       MOVE FATOR-PENS-TAB(IDX-PENS) TO ORDEM-CALC
                   END-IF
               ELSE
                   IF BASE-PENS-CALC IS GREATER THAN ZEROES
                       COMPUTE ORDEM-CALC ROUNDED = BASE-PENS-CALC
                           * FATOR-PENS-TAB(IDX-PENS) / 100
                   END-IF
               END-IF
               IF ORDEM-CALC IS GREATER THAN LIQUIDO-CALC
                   PERFORM LIMITA-PENSAO
               END-IF
               MOVE ORDEM-CALC TO CALC-PENS-TAB(IDX-PENS)
               SUBTRACT ORDEM-CALC FROM LIQUIDO-CALC
               ADD ORDEM-CALC TO PENSAO-CALC.

       LIMITA-PENSAO SECTION.
           IF LIQUIDO-CALC IS GREATER THAN ZEROES
               MOVE LIQUIDO-CALC TO ORDEM-CALC
           ELSE
               MOVE ZEROES TO ORDEM-CALC.
           MOVE COD-TRAB TO COD-EXC.
           MOVE NOME-TRAB TO NOME-EXC.
           MOVE ORDEM-CALC TO LIQUIDO-EXC.
           MOVE "PENSAO LIMITADA AO LIQUIDO" TO MSG-EXC.
           WRITE REG-EXC.

      * ADESOES AOS PLANOS DE SAUDE VIGENTES NA DATA DE MOVIMENTO, SO
      * NA FOLHA NORMAL (O 13O NAO DESCONTA PLANO). CADA VIDA COBERTA
      * (O TITULAR E OS DEPENDENTES DO NIVEL DE COBERTURA) E
      * PRECIFICADA PELA FAIXA ETARIA DA IDADE NA DATA DE MOVIMENTO.
      * SEM O CADASTRO, A FOLHA RODA SEM PLANO (NADA A DESCONTAR).
       CARGA-BENEF SECTION.
           IF MODO-FOLHA EQUAL ZEROES
               OPEN INPUT CADBENEF
               IF FS-BEN EQUAL "00"
                   MOVE DATA-VIGENCIA TO DATA-BASE-PRECO
                   PERFORM CARGA-PLANO
                   PERFORM CARGA-DEPEN
                   PERFORM LE-BENEF UNTIL FIM-BEN-ARQ EQUAL "SIM"
                   CLOSE CADBENEF
               END-IF
           END-IF.

       CARGA-DEPEN SECTION.
           OPEN INPUT CADDEPEN.
           IF FS-DEP EQUAL "00"
               PERFORM LE-DEPEN UNTIL FIM-DEP-ARQ EQUAL "SIM"
               CLOSE CADDEPEN.

       LE-DEPEN SECTION.
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
                   MOVE PARENT-DEP TO PARENT-DEP-TAB(QTD-DEPEN)
                   MOVE NASC-DEP TO NASC-DEP-TAB(QTD-DEPEN).

       LE-BENEF SECTION.
           READ CADBENEF AT END
               MOVE "SIM" TO FIM-BEN-ARQ.
           IF FIM-BEN-ARQ NOT EQUAL "SIM"
               IF INICIO-BEN IS NOT GREATER THAN DATA-VIGENCIA AND
                  (FIM-BEN EQUAL ZEROES OR
                   FIM-BEN IS NOT LESS THAN DATA-VIGENCIA)
                   IF QTD-BENEF GREATER THAN OR EQUAL TO 300
                       DISPLAY "CADBENEF EXCEDE LIMITE DE 300 ADESOES "
                               "- ENCERRANDO"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO QTD-BENEF
                       MOVE MAT-BEN TO MAT-BEN-TAB(QTD-BENEF)
                       MOVE PLANO-BEN TO PLANO-BEN-TAB(QTD-BENEF)
                       MOVE NOME-BEN TO NOME-BEN-TAB(QTD-BENEF)
                       MOVE " " TO SIT-BEN-TAB(QTD-BENEF)
                       PERFORM PRECIFICA-ADESAO.

       PRECIFICA-ADESAO SECTION.
           MOVE ZEROES TO VIDAS-BEN-TAB(QTD-BENEF)
                          FUNC-BEN-TAB(QTD-BENEF)
                          EMPR-BEN-TAB(QTD-BENEF).
           MOVE PLANO-BEN TO PLANO-PRECO.
           MOVE NASC-BEN TO NASC-PRECO.
           PERFORM SOMA-VIDA-PLANO.
           IF COBERT-BEN NOT EQUAL "T"
               MOVE ZEROES TO IDX-DEPEN
               PERFORM TESTA-DEPEN-PLANO QTD-DEPEN TIMES.

       TESTA-DEPEN-PLANO SECTION.
           ADD 1 TO IDX-DEPEN.
           IF MAT-DEP-TAB(IDX-DEPEN) EQUAL MAT-BEN AND
              (COBERT-BEN EQUAL "F" OR
               PARENT-DEP-TAB(IDX-DEPEN) EQUAL "C")
               MOVE NASC-DEP-TAB(IDX-DEPEN) TO NASC-PRECO
               PERFORM SOMA-VIDA-PLANO.

      * VIDA SEM FAIXA DE PRECO NO PLANO NAO E DESCONTADA; VAI PARA
      * RELEXC PARA O RH CORRIGIR A TABELA OU A ADESAO.
       SOMA-VIDA-PLANO SECTION.
           PERFORM PRECO-PLANO.
           IF ACHOU-PRECO EQUAL 1
               ADD 1 TO VIDAS-BEN-TAB(QTD-BENEF)
               ADD FUNC-PRECO TO FUNC-BEN-TAB(QTD-BENEF)
               ADD EMPR-PRECO TO EMPR-BEN-TAB(QTD-BENEF)
           ELSE
               MOVE MAT-BEN TO COD-EXC
               MOVE NOME-BEN TO NOME-EXC
               MOVE ZEROES TO LIQUIDO-EXC
               MOVE SPACES TO MSG-EXC
               STRING "PLANO " DELIMITED BY SIZE
                      PLANO-PRECO DELIMITED BY SIZE
                      " SEM PRECO P/ IDADE" DELIMITED BY SIZE
                   INTO MSG-EXC
               WRITE REG-EXC.

      * PARTE DO FUNCIONARIO EM TODAS AS ADESOES DELE NA RODADA.
       APLICA-BENEFICIO SECTION.
           MOVE ZEROES TO BENEF-CALC IDX-BENEF.
           PERFORM SOMA-ADESAO QTD-BENEF TIMES.
           SUBTRACT BENEF-CALC FROM LIQUIDO-CALC.

       SOMA-ADESAO SECTION.
           ADD 1 TO IDX-BENEF.
           IF MAT-BEN-TAB(IDX-BENEF) EQUAL COD-TRAB
               ADD FUNC-BEN-TAB(IDX-BENEF) TO BENEF-CALC.

       MARCA-BENEF SECTION.
           ADD BENEF-CALC TO AC-BENEF-FUNC.
           MOVE ZEROES TO IDX-BENEF.
           PERFORM MARCA-ADESAO QTD-BENEF TIMES.

       MARCA-ADESAO SECTION.
           ADD 1 TO IDX-BENEF.
           IF MAT-BEN-TAB(IDX-BENEF) EQUAL COD-TRAB
               MOVE "D" TO SIT-BEN-TAB(IDX-BENEF)
               ADD EMPR-BEN-TAB(IDX-BENEF) TO AC-BENEF-EMPR.

      * AFASTAMENTOS (EM0325) QUE COMECARAM ATE O FIM DA COMPETENCIA
      * E NAO TERMINARAM ANTES DO DIA 1; SEM O CADASTRO, NINGUEM ESTA
      * AFASTADO.
       CARGA-AFAST SECTION.
           COMPUTE PRIM-DIA-MES = ANOMES-FOLHA * 100 + 1.
           COMPUTE ULT-DIA-MES = ANOMES-FOLHA * 100 + 31.
           MOVE PRIM-DIA-MES TO DATA-SERIAL.
           PERFORM SERIAL-DATA.
           MOVE SERIAL-CALC TO SERIAL-MES-INI.
           COMPUTE SERIAL-MES-FIM = SERIAL-MES-INI + 29.
           OPEN INPUT CADAFAST.
           IF FS-AFA EQUAL "00"
               PERFORM LE-AFAST UNTIL FIM-AFA EQUAL "SIM"
               CLOSE CADAFAST.

       LE-AFAST SECTION.
           READ CADAFAST AT END
               MOVE "SIM" TO FIM-AFA.
           IF FIM-AFA NOT EQUAL "SIM"
               IF INICIO-AFA IS NOT GREATER THAN ULT-DIA-MES AND
                  (RETORNO-AFA EQUAL ZEROES OR
                   RETORNO-AFA IS GREATER THAN PRIM-DIA-MES)
                   IF QTD-AFA GREATER THAN OR EQUAL TO 300
                       DISPLAY "CADAFAST EXCEDE LIMITE DE 300 "
                               "AFASTAMENTOS NO MES - ENCERRANDO"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO QTD-AFA
                       MOVE MAT-AFA TO MAT-AFA-TAB(QTD-AFA)
                       MOVE TIPO-AFA TO TIPO-AFA-TAB(QTD-AFA)
                       MOVE INICIO-AFA TO INICIO-AFA-TAB(QTD-AFA)
                       MOVE RETORNO-AFA TO RETORNO-AFA-TAB(QTD-AFA)
                       MOVE ZEROES TO DIAS-AFA-TAB(QTD-AFA).

      * FERIAS PAGAS PELO EM0323 (HISTFER) CUJO GOZO - DO INICIO ATE
      * INICIO + DIAS - 1, EM DIAS SERIAIS - ALCANCA A COMPETENCIA;
      * GUARDA SO OS DIAS DENTRO DO MES. O ABONO NAO E GOZO: OS DIAS
      * VENDIDOS SAO TRABALHADOS E PAGOS NA FOLHA. SEM O HISTORICO,
      * NINGUEM ESTA EM FERIAS.
       CARGA-FERIAS SECTION.
           OPEN INPUT HISTFER.
           IF FS-HFER EQUAL "00"
               PERFORM LE-FERIAS UNTIL FIM-HFER EQUAL "SIM"
               CLOSE HISTFER.

       LE-FERIAS SECTION.
           READ HISTFER AT END
               MOVE "SIM" TO FIM-HFER.
           IF FIM-HFER NOT EQUAL "SIM"
               COMPUTE DATA-SERIAL = AA-HFER * 10000 + MM-HFER * 100
                                   + DD-HFER
               PERFORM SERIAL-DATA
               MOVE SERIAL-CALC TO SERIAL-SUSP-INI
               COMPUTE SERIAL-SUSP-FIM = SERIAL-CALC + DIAS-HFER - 1
               IF SERIAL-SUSP-INI IS LESS THAN SERIAL-MES-INI
                   MOVE SERIAL-MES-INI TO SERIAL-SUSP-INI
               END-IF
               IF SERIAL-SUSP-FIM IS GREATER THAN SERIAL-MES-FIM
                   MOVE SERIAL-MES-FIM TO SERIAL-SUSP-FIM
               END-IF
               COMPUTE DIAS-SUSP = SERIAL-SUSP-FIM - SERIAL-SUSP-INI
                                 + 1
               IF DIAS-SUSP IS GREATER THAN ZEROES
                   IF QTD-FER GREATER THAN OR EQUAL TO 300
                       DISPLAY "HISTFER EXCEDE LIMITE DE 300 "
                               "FERIAS NO MES - ENCERRANDO"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO QTD-FER
                       MOVE MAT-HFER TO MAT-FER-TAB(QTD-FER)
                       COMPUTE INICIO-FER-TAB(QTD-FER) =
                           AA-HFER * 10000 + MM-HFER * 100 + DD-HFER
                       MOVE DIAS-SUSP TO DIAS-FER-TAB(QTD-FER).

      * SALARIO FIXO DA RODADA: NA FOLHA NORMAL, FIXO-TRAB MENOS OS
      * DIAS NAO PAGOS DOS AFASTAMENTOS DO FUNCIONARIO E OS DIAS DE
      * FERIAS GOZADOS NO MES, JA PAGOS NO RECIBO DO EM0323 (NO MAXIMO
      * 30). COMO O FIXO REDUZIDO E O QUE VAI PARA O BRUTO, O ACUMANO
      * E A BASE DO FGTS DA FOLHA NAO REPETEM O QUE O EM0323 GRAVOU
      * COMO TIPO "V". NO 13O VALE O FIXO CHEIO.
       APLICA-AFASTAMENTO SECTION.
           MOVE FIXO-TRAB TO FIXO-CALC.
           MOVE ZEROES TO DIAS-AFA-CALC IDX-AFA IDX-FER.
           IF MODO-FOLHA EQUAL ZEROES
               PERFORM CALCULA-AFAST QTD-AFA TIMES
               PERFORM CALCULA-FERIAS QTD-FER TIMES
               IF DIAS-AFA-CALC IS GREATER THAN 30
                   MOVE 30 TO DIAS-AFA-CALC
               END-IF
               IF DIAS-AFA-CALC IS GREATER THAN ZEROES
                   COMPUTE FIXO-CALC ROUNDED = FIXO-TRAB
                       - FIXO-TRAB * DIAS-AFA-CALC / 30
               END-IF
           END-IF.

      * DIAS SUSPENSOS DE UM AFASTAMENTO DENTRO DA COMPETENCIA: DO
      * INICIO (DOENCA: INICIO + 15) ATE A VESPERA DO RETORNO, OU ATE
      * O FIM DO MES SE NAO HOUVE RETORNO, LIMITADOS AO MES.
       CALCULA-AFAST SECTION.
           ADD 1 TO IDX-AFA.
           IF MAT-AFA-TAB(IDX-AFA) EQUAL COD-TRAB
               MOVE INICIO-AFA-TAB(IDX-AFA) TO DATA-SERIAL
               PERFORM SERIAL-DATA
               MOVE SERIAL-CALC TO SERIAL-SUSP-INI
               IF TIPO-AFA-TAB(IDX-AFA) EQUAL "D"
                   ADD 15 TO SERIAL-SUSP-INI
               END-IF
               IF RETORNO-AFA-TAB(IDX-AFA) EQUAL ZEROES
                   MOVE SERIAL-MES-FIM TO SERIAL-SUSP-FIM
               ELSE
                   MOVE RETORNO-AFA-TAB(IDX-AFA) TO DATA-SERIAL
                   PERFORM SERIAL-DATA
                   COMPUTE SERIAL-SUSP-FIM = SERIAL-CALC - 1
               END-IF
               IF SERIAL-SUSP-INI IS LESS THAN SERIAL-MES-INI
                   MOVE SERIAL-MES-INI TO SERIAL-SUSP-INI
               END-IF
               IF SERIAL-SUSP-FIM IS GREATER THAN SERIAL-MES-FIM
                   MOVE SERIAL-MES-FIM TO SERIAL-SUSP-FIM
               END-IF
               COMPUTE DIAS-SUSP = SERIAL-SUSP-FIM - SERIAL-SUSP-INI
                                 + 1
               IF DIAS-SUSP IS LESS THAN ZEROES
                   MOVE ZEROES TO DIAS-SUSP
               END-IF
               MOVE DIAS-SUSP TO DIAS-AFA-TAB(IDX-AFA)
               ADD DIAS-SUSP TO DIAS-AFA-CALC.

       CALCULA-FERIAS SECTION.
           ADD 1 TO IDX-FER.
           IF MAT-FER-TAB(IDX-FER) EQUAL COD-TRAB
               ADD DIAS-FER-TAB(IDX-FER) TO DIAS-AFA-CALC.

       SERIAL-DATA SECTION.
           IF DD-SERIAL IS GREATER THAN 30
               MOVE 30 TO DD-SERIAL.
           COMPUTE SERIAL-CALC = AA-SERIAL * 360
                               + (MM-SERIAL - 1) * 30 + DD-SERIAL.

       IMP-AFAST-HOL SECTION.
           ADD 1 TO IDX-AFA.
           IF MAT-AFA-TAB(IDX-AFA) EQUAL COD-TRAB
               EVALUATE TIPO-AFA-TAB(IDX-AFA)
                   WHEN "D" MOVE "DOENCA"       TO TIPO-AFA-HOL
                   WHEN "M" MOVE "MATERNIDADE"  TO TIPO-AFA-HOL
                   WHEN OTHER MOVE "NAO REMUNER." TO TIPO-AFA-HOL
               END-EVALUATE
               MOVE INICIO-AFA-TAB(IDX-AFA) TO DATA-SERIAL
               MOVE DD-SERIAL TO DD-AFA-HOL
               MOVE MM-SERIAL TO MM-AFA-HOL
               MOVE AA-SERIAL TO AA-AFA-HOL
               MOVE DIAS-AFA-TAB(IDX-AFA) TO DIAS-AFA-HOL
               MOVE HOL-AFAST TO LINHA-DHOL
               MOVE 1 TO AVANCO-DHOL
               PERFORM GRAVA-LINHA-HOL.

       IMP-FERIAS-HOL SECTION.
           ADD 1 TO IDX-FER.
           IF MAT-FER-TAB(IDX-FER) EQUAL COD-TRAB
               MOVE INICIO-FER-TAB(IDX-FER) TO DATA-SERIAL
               MOVE DD-SERIAL TO DD-FER-HOL
               MOVE MM-SERIAL TO MM-FER-HOL
               MOVE AA-SERIAL TO AA-FER-HOL
               MOVE DIAS-FER-TAB(IDX-FER) TO DIAS-FER-HOL
               MOVE HOL-FERIAS TO LINHA-DHOL
               MOVE 1 TO AVANCO-DHOL
               PERFORM GRAVA-LINHA-HOL.

      * RETROATIVOS DO EM0327 A PAGAR NA COMPETENCIA, SO NA FOLHA
      * NORMAL; SEM O ARQUIVO, NAO HA RETROATIVO A PAGAR.
       CARGA-RETRO SECTION.
           IF MODO-FOLHA EQUAL ZEROES
               OPEN INPUT RETROMOV
               IF FS-RETRO EQUAL "00"
                   PERFORM LE-RETRO UNTIL FIM-RETRO EQUAL "SIM"
                   CLOSE RETROMOV
               END-IF
           END-IF.

       LE-RETRO SECTION.
           READ RETROMOV AT END
               MOVE "SIM" TO FIM-RETRO.
           IF FIM-RETRO NOT EQUAL "SIM"
               IF COMP-RET EQUAL ANOMES-FOLHA
                   IF QTD-RETRO GREATER THAN OR EQUAL TO 300
                       DISPLAY "RETROMOV EXCEDE LIMITE DE 300 "
                               "FUNCIONARIOS - ENCERRANDO"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO QTD-RETRO
                       MOVE MAT-RET TO MAT-RETRO-TAB(QTD-RETRO)
                       MOVE MESES-RET TO MESES-RETRO-TAB(QTD-RETRO)
                       MOVE VALOR-RET TO VALOR-RETRO-TAB(QTD-RETRO)
                       MOVE INSS-RET TO INSS-RETRO-TAB(QTD-RETRO)
                       MOVE " " TO SIT-RETRO-TAB(QTD-RETRO).

      * RETROATIVO DO FUNCIONARIO CORRENTE: O INSS VEM APURADO DO
      * EM0327; O IRRF E O DE RENDIMENTOS ACUMULADOS - A TABELA DO MES
      * SOBRE A MEDIA MENSAL (VALOR - INSS) / MESES, VEZES OS MESES.
       APLICA-RETROATIVO SECTION.
           MOVE ZEROES TO POS-RETRO IDX-RETRO.
           PERFORM TESTA-RETRO QTD-RETRO TIMES.
           IF POS-RETRO IS GREATER THAN ZEROES
               MOVE VALOR-RETRO-TAB(POS-RETRO) TO RETRO-CALC
               MOVE INSS-RETRO-TAB(POS-RETRO) TO INSS-RETRO-CALC
               IF INSS-RETRO-CALC IS GREATER THAN RETRO-CALC
                   MOVE RETRO-CALC TO INSS-RETRO-CALC
               END-IF
               PERFORM CALCULA-IRRF-RETRO
               COMPUTE LIQ-RETRO-CALC = RETRO-CALC - INSS-RETRO-CALC
                                      - IRRF-RETRO-CALC
               ADD LIQ-RETRO-CALC TO LIQUIDO-CALC.

      * REEMBOLSOS APROVADOS NO EM0344 PARA A FOLHA DA COMPETENCIA;
      * OS DO MESMO FUNCIONARIO SAO SOMADOS NA CARGA. SO A FOLHA
      * NORMAL PAGA; NA RODADA DE 13O ELES SAO CARREGADOS ASSIM MESMO
      * E SAEM EM RELEXC (CONFERE-REEMB-ORFAOS) COMO PENDENTES DA
      * FOLHA NORMAL DA COMPETENCIA.
       CARGA-REEMB SECTION.
           OPEN INPUT REEMBFOL.
           IF FS-RFO EQUAL "00"
               PERFORM LE-REEMB UNTIL FIM-RFO EQUAL "SIM"
               CLOSE REEMBFOL.

       LE-REEMB SECTION.
           READ REEMBFOL AT END
               MOVE "SIM" TO FIM-RFO.
           IF FIM-RFO NOT EQUAL "SIM"
               IF COMP-RFO EQUAL ANOMES-FOLHA
                   MOVE ZEROES TO POS-REEMB IDX-REEMB
                   PERFORM TESTA-REEMB-RFO QTD-REEMB TIMES
                   IF POS-REEMB EQUAL ZEROES
                       IF QTD-REEMB GREATER THAN OR EQUAL TO 300
                           DISPLAY "REEMBFOL EXCEDE LIMITE DE 300 "
                                   "FUNCIONARIOS - ENCERRANDO"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO QTD-REEMB
                       MOVE QTD-REEMB TO POS-REEMB
                       MOVE MAT-RFO TO MAT-REEMB-TAB(POS-REEMB)
                       MOVE ZEROES TO QTD-REEMB-TAB(POS-REEMB)
                                      VALOR-REEMB-TAB(POS-REEMB)
                       MOVE " " TO SIT-REEMB-TAB(POS-REEMB)
                   END-IF
                   ADD 1 TO QTD-REEMB-TAB(POS-REEMB)
                   ADD VALOR-RFO TO VALOR-REEMB-TAB(POS-REEMB).

       TESTA-REEMB-RFO SECTION.
           ADD 1 TO IDX-REEMB.
           IF MAT-REEMB-TAB(IDX-REEMB) EQUAL MAT-RFO
               MOVE IDX-REEMB TO POS-REEMB.

      * REEMBOLSO DO FUNCIONARIO CORRENTE: VERBA INDENIZATORIA, SOMADA
      * AO LIQUIDO SEM INCIDENCIA DE INSS, IRRF OU FGTS.
       APLICA-REEMBOLSO SECTION.
           MOVE ZEROES TO POS-REEMB IDX-REEMB.
           PERFORM TESTA-REEMB QTD-REEMB TIMES.
           IF POS-REEMB IS GREATER THAN ZEROES
               MOVE VALOR-REEMB-TAB(POS-REEMB) TO REEMB-CALC
               ADD REEMB-CALC TO LIQUIDO-CALC.

       TESTA-REEMB SECTION.
           ADD 1 TO IDX-REEMB.
           IF MAT-REEMB-TAB(IDX-REEMB) EQUAL COD-TRAB
               MOVE IDX-REEMB TO POS-REEMB.

      * ADIANTAMENTOS QUINZENAIS PAGOS PELO EM0345 NA COMPETENCIA; O
      * RAZAO NAO E ALTERADO AQUI (A FOLHA RODA EM TODO LOTE E O
      * DESCONTO E REFEITO A CADA RODADA). SO A FOLHA NORMAL DESCONTA;
      * NA RODADA DE 13O ELES SAEM EM RELEXC (CONFERE-ADIA-ORFAOS) COMO
      * PENDENTES DA FOLHA NORMAL DA COMPETENCIA.
       CARGA-ADIA SECTION.
           OPEN INPUT LEDGADI.
           IF FS-LADI EQUAL "00"
               PERFORM LE-ADIA UNTIL FIM-LADI EQUAL "SIM"
               CLOSE LEDGADI.

       LE-ADIA SECTION.
           READ LEDGADI AT END
               MOVE "SIM" TO FIM-LADI.
           IF FIM-LADI NOT EQUAL "SIM"
               IF COMP-LADI EQUAL ANOMES-FOLHA
                   MOVE ZEROES TO POS-ADIA IDX-ADIA
                   PERFORM TESTA-ADIA-LADI QTD-ADIA TIMES
                   IF POS-ADIA EQUAL ZEROES
                       IF QTD-ADIA GREATER THAN OR EQUAL TO 300
                           DISPLAY "LEDGADI EXCEDE LIMITE DE 300 "
                                   "FUNCIONARIOS - ENCERRANDO"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO QTD-ADIA
                       MOVE QTD-ADIA TO POS-ADIA
                       MOVE MAT-LADI TO MAT-ADIA-TAB(POS-ADIA)
                       MOVE ZEROES TO VALOR-ADIA-TAB(POS-ADIA)
                       MOVE " " TO SIT-ADIA-TAB(POS-ADIA)
                   END-IF
                   ADD VALOR-LADI TO VALOR-ADIA-TAB(POS-ADIA).

       TESTA-ADIA-LADI SECTION.
           ADD 1 TO IDX-ADIA.
           IF MAT-ADIA-TAB(IDX-ADIA) EQUAL MAT-LADI
               MOVE IDX-ADIA TO POS-ADIA.

      * ADIANTAMENTO DO FUNCIONARIO CORRENTE: SAI DO LIQUIDO ATE O
      * LIMITE DO PROPRIO LIQUIDO; O SALDO FICA EM ADIA-SALDO PARA
      * COBRANCA PELO RH (RELEXC).
       APLICA-ADIANTAMENTO SECTION.
           MOVE ZEROES TO POS-ADIA IDX-ADIA.
           PERFORM TESTA-ADIA QTD-ADIA TIMES.
           IF POS-ADIA IS GREATER THAN ZEROES
               MOVE VALOR-ADIA-TAB(POS-ADIA) TO ADIA-CALC
               IF LIQUIDO-CALC IS LESS THAN ADIA-CALC
                   IF LIQUIDO-CALC IS GREATER THAN ZEROES
                       COMPUTE ADIA-SALDO = ADIA-CALC - LIQUIDO-CALC
                       MOVE LIQUIDO-CALC TO ADIA-CALC
                   ELSE
                       MOVE ADIA-CALC TO ADIA-SALDO
                       MOVE ZEROES TO ADIA-CALC
                   END-IF
               END-IF
               SUBTRACT ADIA-CALC FROM LIQUIDO-CALC.

       TESTA-ADIA SECTION.
           ADD 1 TO IDX-ADIA.
           IF MAT-ADIA-TAB(IDX-ADIA) EQUAL COD-TRAB
               MOVE IDX-ADIA TO POS-ADIA.

       TESTA-RETRO SECTION.
           ADD 1 TO IDX-RETRO.
           IF MAT-RETRO-TAB(IDX-RETRO) EQUAL COD-TRAB
               MOVE IDX-RETRO TO POS-RETRO.

       CALCULA-IRRF-RETRO SECTION.
           MOVE ZEROES TO IRRF-RETRO-CALC.
           IF QTD-IRRF EQUAL ZEROES
               EXIT SECTION.
           IF MESES-RETRO-TAB(POS-RETRO) EQUAL ZEROES
               MOVE 1 TO MESES-RETRO-TAB(POS-RETRO).
           COMPUTE BASE-IRRF = (RETRO-CALC - INSS-RETRO-CALC)
                             / MESES-RETRO-TAB(POS-RETRO).
           MOVE 1 TO IDX-TAB.
           PERFORM PROXIMA-FAIXA-IRRF
               UNTIL IDX-TAB IS GREATER THAN QTD-IRRF
                  OR BASE-IRRF IS NOT GREATER THAN
                     LIM-IRRF-TAB(IDX-TAB).
           IF IDX-TAB IS GREATER THAN QTD-IRRF
               MOVE QTD-IRRF TO IDX-TAB.
           COMPUTE IRRF-BRUTO = BASE-IRRF * PCT-IRRF-TAB(IDX-TAB)
                              - DED-IRRF-TAB(IDX-TAB).
           IF IRRF-BRUTO IS GREATER THAN ZEROES
               COMPUTE IRRF-RETRO-CALC =
                   IRRF-BRUTO * MESES-RETRO-TAB(POS-RETRO).

      * MOVIMENTO DE COMISSOES DO EM0305 (SO AS DO PERIODO DA DATA
      * DE MOVIMENTO); SEM O ARQUIVO, VALE O CALCULO ANTIGO.
               MOVE "SIM" TO FIM-COMIS.
           IF FIM-COMIS NOT EQUAL "SIM"
               IF PERIODO-COMIS EQUAL ANOMES-FOLHA
                   PERFORM ACUMULA-COMIS.

      * LANCAMENTOS DO MESMO VENDEDOR SE SOMAM; O ESTORNO POR
      * DEVOLUCAO ("E", DO EM0330) ABATE A COMISSAO APURADA.
       ACUMULA-COMIS SECTION.
           MOVE ZEROES TO POS-COMIS IDX-COMIS.
           PERFORM TESTA-COMIS-MOV QTD-COMIS TIMES.
           IF POS-COMIS EQUAL ZEROES
               IF QTD-COMIS GREATER THAN OR EQUAL TO 300
                   DISPLAY "TAB-COMIS EXCEDE 300 VENDEDORES - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-COMIS
                   MOVE QTD-COMIS TO POS-COMIS
                   MOVE NR-COMIS TO NR-COMIS-TAB(POS-COMIS)
                   MOVE ZEROES TO VALOR-COMIS-TAB(POS-COMIS)
                   MOVE " " TO SIT-COMIS-TAB(POS-COMIS).
           IF TIPO-COMIS EQUAL "E"
               SUBTRACT VALOR-COMIS FROM VALOR-COMIS-TAB(POS-COMIS)
           ELSE
               ADD VALOR-COMIS TO VALOR-COMIS-TAB(POS-COMIS).

       TESTA-COMIS-MOV SECTION.
           ADD 1 TO IDX-COMIS.
           IF NR-COMIS-TAB(IDX-COMIS) EQUAL NR-COMIS
               MOVE IDX-COMIS TO POS-COMIS.

      * COMPONENTE DE COMISSAO DO FUNCIONARIO CORRENTE: O VALOR
      * APURADO PELO EM0305 QUANDO HA MOVIMENTO; FUNCIONARIO SEM
               MOVE ZEROES TO POS-COMIS IDX-COMIS
               PERFORM TESTA-COMIS QTD-COMIS TIMES
               IF POS-COMIS IS GREATER THAN ZEROES
                   PERFORM APURA-COMIS-MOV
                   MOVE "A" TO SIT-COMIS-TAB(POS-COMIS)
               ELSE
                   MOVE ZEROES TO COMISSAO-CALC
                   MOVE "SEM MOVIMENTO DE COMISSAO" TO MSG-EXC
                   WRITE REG-EXC.

      * ESTORNO MAIOR QUE A COMISSAO DO MES: COMISSAO ZERO E O
      * RESTANTE (NEGATIVO) EM RELEXC.
       APURA-COMIS-MOV SECTION.
           IF VALOR-COMIS-TAB(POS-COMIS) IS LESS THAN ZEROES
               MOVE ZEROES TO COMISSAO-CALC
               MOVE COD-TRAB TO COD-EXC
               MOVE NOME-TRAB TO NOME-EXC
               MOVE VALOR-COMIS-TAB(POS-COMIS) TO LIQUIDO-EXC
               MOVE "ESTORNO MAIOR QUE A COMISSAO" TO MSG-EXC
               WRITE REG-EXC
           ELSE
               MOVE VALOR-COMIS-TAB(POS-COMIS) TO COMISSAO-CALC.

       TESTA-COMIS SECTION.
           ADD 1 TO IDX-COMIS.
           IF NR-COMIS-TAB(IDX-COMIS) EQUAL COD-TRAB
           IF FIM-HORAS NOT EQUAL "SIM"
               IF TIPO-HORAS NOT EQUAL "5" AND
                  TIPO-HORAS NOT EQUAL "1" AND
                  TIPO-HORAS NOT EQUAL "N" AND
                  TIPO-HORAS NOT EQUAL "A"
                   ADD 1 TO CT-HORAS-INVAL
               ELSE
                   PERFORM ACUMULA-HORAS
                   MOVE ZEROES TO HRS-50-TAB(IDX-HORAS)
                                  HRS-100-TAB(IDX-HORAS)
                                  HRS-NOT-TAB(IDX-HORAS)
                                  HRS-AULA-TAB(IDX-HORAS)
               END-IF.
           EVALUATE TIPO-HORAS
               WHEN "5" ADD QTD-HORAS TO HRS-50-TAB(IDX-HORAS)
               WHEN "1" ADD QTD-HORAS TO HRS-100-TAB(IDX-HORAS)
               WHEN "N" ADD QTD-HORAS TO HRS-NOT-TAB(IDX-HORAS)
               WHEN "A" ADD QTD-HORAS TO HRS-AULA-TAB(IDX-HORAS)
           END-EVALUATE.

       TESTA-HORAS SECTION.
               ADD 1 TO IDX-HORAS.

      * VERBA DE HORAS EXTRAS DO FUNCIONARIO CORRENTE: VALOR-HORA =
      * FIXO/220; 50% PAGA 1,5X, 100% PAGA 2X, NOTURNO PAGA 1,2X. A
      * HORA-AULA E PAGA SIMPLES, PELO VALOR DO RUNCTL QUANDO HA.
       CALCULA-HORAS SECTION.
           MOVE ZEROES TO HORAS-CALC VALOR-HORA AULA-CALC VALOR-AULA.
           MOVE ZEROES TO ACHOU-HORAS.
           MOVE 1 TO IDX-HORAS.
           PERFORM TESTA-HORAS-PAG
               COMPUTE HORAS-CALC =
                   VALOR-HORA * 1,5 * HRS-50-TAB(IDX-HORAS)
                 + VALOR-HORA * 2   * HRS-100-TAB(IDX-HORAS)
                 + VALOR-HORA * 1,2 * HRS-NOT-TAB(IDX-HORAS)
               IF VALOR-AULA-RUN IS GREATER THAN ZEROES
                   MOVE VALOR-AULA-RUN TO VALOR-AULA
               ELSE
                   MOVE VALOR-HORA TO VALOR-AULA
               END-IF
               COMPUTE AULA-CALC =
                   VALOR-AULA * HRS-AULA-TAB(IDX-HORAS).

       TESTA-HORAS-PAG SECTION.
           IF MAT-HORAS-TAB(IDX-HORAS) EQUAL COD-TRAB

      * DESCONTO DO CONSIGNADO SO NA FOLHA NORMAL: A PARCELA (LIMITADA
      * AO SALDO DEVEDOR) E DESCONTADA QUANDO CABE NA MARGEM DE 30% DO
      * LIQUIDO APOS OS DESCONTOS LEGAIS, DESC-ENT E PLANO DE SAUDE;
      * FORA DA MARGEM A PARCELA E RETIDA (SALDO INALTERADO) E O
      * HOLERITE AVISA. O CONTRATO PARA SOZINHO QUANDO O SALDO CHEGA
      * A ZERO.
       APLICA-EMPRESTIMO SECTION.
           MOVE ZEROES TO EMPR-CALC EMPR-SITU.
           PERFORM PROCURA-EMPREST.
           WRITE REG-EXC.

      * UMA PAGINA DE HOLERITE POR VENDEDOR PAGO, NA ORDEM DO SORT
      * (DEPARTAMENTO/SECAO), COM O MESMO LIQUIDO DO BANCOPAG. CADA
      * LINHA VAI TAMBEM PARA O HISTORICO HISTHOL (GRAVA-LINHA-HOL),
      * COM O CREDITO GUARDADO EM GRAVA-BANCO.
       IMP-HOLERITE SECTION.
           MOVE COD-TRAB TO MAT-DHOL.
           MOVE ANOMES-FOLHA TO COMPET-DHOL.
           MOVE DATA-VIGENCIA TO DATA-DHOL.
           MOVE ZEROES TO SEQ-DHOL.
           EVALUATE MODO-FOLHA
               WHEN 1     MOVE "1" TO TIPO-DHOL
               WHEN 2     MOVE "2" TO TIPO-DHOL
               WHEN OTHER MOVE "F" TO TIPO-DHOL
           END-EVALUATE.
           MOVE SPACES TO LINHA-DHOL.
           MOVE ZEROES TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.
           MOVE HOL-TITULO TO LINHA-DHOL.
           MOVE 1 TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.
           MOVE COD-TRAB TO COD-HOL.
           MOVE NOME-TRAB TO NOME-HOL.
           MOVE DEPT-TRAB TO DEPT-HOL.
           MOVE SEC-TRAB TO SEC-HOL.
           MOVE HOL-IDENT TO LINHA-DHOL.
           MOVE 2 TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.
           MOVE VENDAS-TRAB TO VENDAS-HOL.
           COMPUTE TAXA-HOL = TAXA-COMISSAO * 100.
           MOVE COMISSAO-CALC TO COMISSAO-HOL.
           MOVE HOL-VENDAS TO LINHA-DHOL.
           MOVE 2 TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.
           MOVE FIXO-CALC TO FIXO-HOL.
           MOVE BRUTO-CALC TO BRUTO-HOL.
           MOVE HOL-FIXO TO LINHA-DHOL.
           MOVE 1 TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.
           IF MODO-FOLHA EQUAL ZEROES
               MOVE ZEROES TO IDX-AFA IDX-FER
               PERFORM IMP-AFAST-HOL QTD-AFA TIMES
               PERFORM IMP-FERIAS-HOL QTD-FER TIMES.
           IF HORAS-CALC IS GREATER THAN ZEROES
               MOVE HORAS-CALC TO HORAS-HOL
               MOVE VALOR-HORA TO VLRHORA-HOL
               MOVE HOL-HORAS TO LINHA-DHOL
               MOVE 1 TO AVANCO-DHOL
               PERFORM GRAVA-LINHA-HOL.
           IF AULA-CALC IS GREATER THAN ZEROES
               MOVE AULA-CALC TO AULA-HOL
               MOVE HRS-AULA-TAB(IDX-HORAS) TO QTD-AULA-HOL
               MOVE VALOR-AULA TO VLRAULA-HOL
               MOVE HOL-AULA TO LINHA-DHOL
               MOVE 1 TO AVANCO-DHOL
               PERFORM GRAVA-LINHA-HOL.
           IF RETRO-CALC IS GREATER THAN ZEROES
               MOVE MESES-RETRO-TAB(POS-RETRO) TO MESES-RET-HOL
               MOVE RETRO-CALC TO RETRO-HOL
               MOVE INSS-RETRO-CALC TO INSS-RET-HOL
               MOVE IRRF-RETRO-CALC TO IRRF-RET-HOL
               MOVE HOL-RETRO TO LINHA-DHOL
               MOVE 1 TO AVANCO-DHOL
               PERFORM GRAVA-LINHA-HOL.
           IF REEMB-CALC IS GREATER THAN ZEROES
               MOVE QTD-REEMB-TAB(POS-REEMB) TO QTD-REEMB-HOL
               MOVE REEMB-CALC TO REEMB-HOL
               MOVE HOL-REEMB TO LINHA-DHOL
               MOVE 1 TO AVANCO-DHOL
               PERFORM GRAVA-LINHA-HOL.
           MOVE INSS-CALC TO INSS-HOL.
           MOVE IRRF-CALC TO IRRF-HOL.
           IF MODO-FOLHA EQUAL ZEROES
               MOVE DESC-TRAB TO OUTROS-HOL
           ELSE
               MOVE ZEROES TO OUTROS-HOL.
           MOVE HOL-DESCONTOS TO LINHA-DHOL.
           MOVE 1 TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.
           IF MODO-FOLHA EQUAL 2
               MOVE ADIANT-13 TO ADIANT-HOL
               MOVE HOL-ADIANT TO LINHA-DHOL
               MOVE 1 TO AVANCO-DHOL
               PERFORM GRAVA-LINHA-HOL.
           IF ADIA-CALC IS GREATER THAN ZEROES
               MOVE ADIA-CALC TO ADIA-HOL
               MOVE HOL-ADIA TO LINHA-DHOL
               MOVE 1 TO AVANCO-DHOL
               PERFORM GRAVA-LINHA-HOL.
           IF EMPR-SITU EQUAL 1
               MOVE CONTR-EMPR-TAB(IDX-EMPR) TO CONTR-HOL
               MOVE EMPR-CALC TO PARC-HOL
               MOVE SALDO-EMPR-TAB(IDX-EMPR) TO SALDO-EMPR-HOL
               MOVE HOL-EMPREST TO LINHA-DHOL
               MOVE 1 TO AVANCO-DHOL
               PERFORM GRAVA-LINHA-HOL.
           IF EMPR-SITU EQUAL 2
               MOVE CONTR-EMPR-TAB(IDX-EMPR) TO CONTR-RET-HOL
               MOVE HOL-EMPR-RETIDO TO LINHA-DHOL
               MOVE 1 TO AVANCO-DHOL
               PERFORM GRAVA-LINHA-HOL.
           IF PENSAO-CALC IS GREATER THAN ZEROES
               MOVE ZEROES TO IDX-PENS
               PERFORM IMP-PENSAO-HOL QTD-PENS TIMES.
           IF BENEF-CALC IS GREATER THAN ZEROES
               MOVE ZEROES TO IDX-BENEF
               PERFORM IMP-BENEF-HOL QTD-BENEF TIMES.
           MOVE BASE-FGTS-CALC TO BASE-FGTS-HOL.
           MOVE FGTS-CALC TO FGTS-HOL.
           MOVE HOL-FGTS TO LINHA-DHOL.
           MOVE 1 TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.
           MOVE LIQUIDO-CALC TO LIQUIDO-HOL.
           MOVE HOL-LIQUIDO TO LINHA-DHOL.
           MOVE 2 TO AVANCO-DHOL.
           PERFORM GRAVA-LINHA-HOL.

       IMP-BENEF-HOL SECTION.
           ADD 1 TO IDX-BENEF.
           IF MAT-BEN-TAB(IDX-BENEF) EQUAL COD-TRAB AND
              VIDAS-BEN-TAB(IDX-BENEF) IS GREATER THAN ZEROES
               MOVE PLANO-BEN-TAB(IDX-BENEF) TO PLANO-BEN-HOL
               MOVE VIDAS-BEN-TAB(IDX-BENEF) TO VIDAS-BEN-HOL
               MOVE FUNC-BEN-TAB(IDX-BENEF) TO FUNC-BEN-HOL
               MOVE EMPR-BEN-TAB(IDX-BENEF) TO EMPR-BEN-HOL
               MOVE HOL-BENEF TO LINHA-DHOL
               MOVE 1 TO AVANCO-DHOL
               PERFORM GRAVA-LINHA-HOL.

       IMP-PENSAO-HOL SECTION.
           ADD 1 TO IDX-PENS.
           IF MAT-PENS-TAB(IDX-PENS) EQUAL COD-TRAB AND
              CALC-PENS-TAB(IDX-PENS) IS GREATER THAN ZEROES
               MOVE CALC-PENS-TAB(IDX-PENS) TO PENSAO-HOL
               MOVE CONTA-PENS-TAB(IDX-PENS) TO CONTA-PEN-HOL
               MOVE BENEF-PENS-TAB(IDX-PENS) TO BENEF-PEN-HOL
               MOVE HOL-PENSAO TO LINHA-DHOL
               MOVE 1 TO AVANCO-DHOL
               PERFORM GRAVA-LINHA-HOL.

      * NO 13O A REFERENCIA LEVA O PREFIXO "13O", PARA QUE O RETORNO
      * DO BANCO (CASADO POR CONTA+VALOR+REFERENCIA NO EM0309) NAO SE
      * CONFUNDA COM A FOLHA NORMAL DO MESMO MES.
       GRAVA-BANCO SECTION.
           PERFORM VERIFICA-TROCA-CONTA.
           MOVE CONTA-TRAB TO CONTA-BANCO.
           MOVE LIQUIDO-CALC TO VALOR-BANCO.
           IF MODO-FOLHA EQUAL ZEROES
               MOVE "13O" TO REFERENCIA-BANCO(1:3)
               MOVE MODO-FOLHA TO REFERENCIA-BANCO(4:1)
               MOVE NOME-TRAB(1:15) TO REFERENCIA-BANCO(6:15).
           MOVE CONTA-BANCO TO CONTA-DHOL.
           MOVE REFERENCIA-BANCO TO REF-DHOL.
           MOVE VALOR-BANCO TO LIQUIDO-DHOL.
           MOVE SPACES TO SIT-DHOL.
           IF RETEM-CREDITO EQUAL 1
               MOVE "R" TO SIT-DHOL
               WRITE REG-BANCO-RET FROM REG-BANCO
               PERFORM GRAVA-RETENCAO
           ELSE
               WRITE REG-BANCO.
           IF PENSAO-CALC IS GREATER THAN ZEROES
               MOVE ZEROES TO IDX-PENS
               PERFORM GRAVA-BANCO-PENSAO QTD-PENS TIMES.

      * CREDITO PROPRIO DO BENEFICIARIO DA PENSAO: REFERENCIA "PEN" +
      * MODO DA FOLHA + MATRICULA DO FUNCIONARIO + NOME DO
      * BENEFICIARIO, DISTINTA DA DO FUNCIONARIO NO CASAMENTO DO
      * RETORNO (EM0309).
       GRAVA-BANCO-PENSAO SECTION.
           ADD 1 TO IDX-PENS.
           IF MAT-PENS-TAB(IDX-PENS) EQUAL COD-TRAB AND
              CALC-PENS-TAB(IDX-PENS) IS GREATER THAN ZEROES
               MOVE CONTA-PENS-TAB(IDX-PENS) TO CONTA-BANCO
               MOVE CALC-PENS-TAB(IDX-PENS) TO VALOR-BANCO
               MOVE SPACES TO REFERENCIA-BANCO
               MOVE "PEN" TO REFERENCIA-BANCO(1:3)
               MOVE MODO-FOLHA TO REFERENCIA-BANCO(4:1)
               MOVE COD-TRAB TO REFERENCIA-BANCO(5:5)
               MOVE BENEF-PENS-TAB(IDX-PENS)(1:10)
                   TO REFERENCIA-BANCO(11:10)
               WRITE REG-BANCO.

      * HISTORICO DE TROCAS DE CONTA APROVADAS (VER ALTCONTA.CPY); SEM
      * O ARQUIVO, NINGUEM TROCOU DE CONTA E VALE A DO CADVEND.
       CARGA-ALTCONTA SECTION.
           MOVE DATA-VIGENCIA TO DATA-SERIAL.
           PERFORM SERIAL-DATA.
           MOVE SERIAL-CALC TO SERIAL-MOVTO.
           OPEN INPUT ALTCONTA.
           IF FS-ALT EQUAL "00"
               PERFORM LE-ALTCONTA UNTIL FIM-ALT EQUAL "SIM"
               CLOSE ALTCONTA.

       LE-ALTCONTA SECTION.
           READ ALTCONTA AT END
               MOVE "SIM" TO FIM-ALT.
           IF FIM-ALT NOT EQUAL "SIM" AND
              DATA-ALT IS NOT GREATER THAN DATA-VIGENCIA
               MOVE MAT-ALT TO COD-ALT-PROC
               PERFORM PROCURA-ALTCONTA
               IF POS-ALT EQUAL ZEROES
                   IF QTD-ALT GREATER THAN OR EQUAL TO 300
                       DISPLAY "ALTCONTA EXCEDE LIMITE DE 300 "
                               "FUNCIONARIOS - ENCERRANDO"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO QTD-ALT
                       MOVE QTD-ALT TO POS-ALT
                   END-IF
               END-IF
               MOVE MAT-ALT TO MAT-ALT-TAB(POS-ALT)
               MOVE CONTA-NOVA-ALT TO CONTA-ALT-TAB(POS-ALT)
               MOVE DATA-ALT TO DATA-ALT-TAB(POS-ALT).

       PROCURA-ALTCONTA SECTION.
           MOVE ZEROES TO POS-ALT IDX-ALT.
           PERFORM TESTA-ALTCONTA QTD-ALT TIMES.

       TESTA-ALTCONTA SECTION.
           ADD 1 TO IDX-ALT.
           IF MAT-ALT-TAB(IDX-ALT) EQUAL COD-ALT-PROC
               MOVE IDX-ALT TO POS-ALT.

      * FUNCIONARIO COM TROCA APROVADA RECEBE NA CONTA NOVA; SE A
      * TROCA TEM MENOS DE DIAS-CARENCIA DIAS (CALENDARIO COMERCIAL),
      * O CREDITO E RETIDO.
       VERIFICA-TROCA-CONTA SECTION.
           MOVE ZEROES TO RETEM-CREDITO.
           MOVE COD-TRAB TO COD-ALT-PROC.
           PERFORM PROCURA-ALTCONTA.
           IF POS-ALT IS GREATER THAN ZEROES
               MOVE CONTA-ALT-TAB(POS-ALT) TO CONTA-TRAB
               MOVE DATA-ALT-TAB(POS-ALT) TO DATA-SERIAL
               PERFORM SERIAL-DATA
               COMPUTE DIAS-TROCA = SERIAL-MOVTO - SERIAL-CALC
               IF DIAS-TROCA IS LESS THAN DIAS-CARENCIA
                   MOVE 1 TO RETEM-CREDITO.

       GRAVA-RETENCAO SECTION.
           ADD 1 TO CT-RETIDOS.
           MOVE COD-TRAB TO COD-EXC.
           MOVE NOME-TRAB TO NOME-EXC.
           MOVE LIQUIDO-CALC TO LIQUIDO-EXC.
           MOVE "CREDITO RETIDO: CONTA ALTERADA" TO MSG-EXC.
           WRITE REG-EXC.

       CABECALHO SECTION.
           ADD 1 TO CT-PAG.
       IMP-DET SECTION.
           MOVE COD-TRAB TO CODIGO.
           MOVE NOME-TRAB TO NOME.
           MOVE FIXO-CALC TO FIXO.
           MOVE COMISSAO-CALC TO COMISSAO.
           MOVE BRUTO-CALC TO BRUTO.
           IF MODO-FOLHA EQUAL ZEROES
               WRITE REG-REL FROM DETALHE-HORAS
                   AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN.
           IF AULA-CALC IS GREATER THAN ZEROES
               MOVE AULA-CALC TO AULA-LIN
               WRITE REG-REL FROM DETALHE-AULA
                   AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN.
           IF RETRO-CALC IS GREATER THAN ZEROES
               MOVE RETRO-CALC TO RETRO-LIN
               MOVE INSS-RETRO-CALC TO INSS-RET-LIN
               MOVE IRRF-RETRO-CALC TO IRRF-RET-LIN
               WRITE REG-REL FROM DETALHE-RETRO
                   AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN.
           IF REEMB-CALC IS GREATER THAN ZEROES
               MOVE REEMB-CALC TO REEMB-LIN
               WRITE REG-REL FROM DETALHE-REEMB
                   AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN.
           IF ADIA-CALC IS GREATER THAN ZEROES
               MOVE ADIA-CALC TO ADIA-LIN
               WRITE REG-REL FROM DETALHE-ADIA
                   AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN.
           WRITE REG-REL FROM DETALHE-DESC AFTER ADVANCING 1 LINE.
           ADD 2 TO CT-LIN.
           IF PENSAO-CALC IS GREATER THAN ZEROES
               MOVE ZEROES TO IDX-PENS
               PERFORM IMP-PENSAO-DET QTD-PENS TIMES.
           IF BENEF-CALC IS GREATER THAN ZEROES
               MOVE ZEROES TO IDX-BENEF
               PERFORM IMP-BENEF-DET QTD-BENEF TIMES.

       IMP-PENSAO-DET SECTION.
           ADD 1 TO IDX-PENS.
           IF MAT-PENS-TAB(IDX-PENS) EQUAL COD-TRAB AND
              CALC-PENS-TAB(IDX-PENS) IS GREATER THAN ZEROES
               MOVE CONTA-PENS-TAB(IDX-PENS) TO CONTA-PEN-LIN
               MOVE BENEF-PENS-TAB(IDX-PENS) TO BENEF-PEN-LIN
               MOVE CALC-PENS-TAB(IDX-PENS) TO PENSAO-LIN
               WRITE REG-REL FROM DETALHE-PENSAO
                   AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN.

       IMP-BENEF-DET SECTION.
           ADD 1 TO IDX-BENEF.
           IF MAT-BEN-TAB(IDX-BENEF) EQUAL COD-TRAB AND
              VIDAS-BEN-TAB(IDX-BENEF) IS GREATER THAN ZEROES
               MOVE PLANO-BEN-TAB(IDX-BENEF) TO PLANO-BEN-LIN
               MOVE VIDAS-BEN-TAB(IDX-BENEF) TO VIDAS-BEN-LIN
               MOVE FUNC-BEN-TAB(IDX-BENEF) TO FUNC-BEN-LIN
               MOVE EMPR-BEN-TAB(IDX-BENEF) TO EMPR-BEN-LIN
               WRITE REG-REL FROM DETALHE-BENEF
                   AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN.

       FIM SECTION.
           PERFORM CONFERE-COMISSOES-ORFAS.
           PERFORM CONFERE-BENEF-ORFAOS.
           PERFORM CONFERE-RETRO-ORFAOS.
           PERFORM CONFERE-REEMB-ORFAOS.
           PERFORM CONFERE-ADIA-ORFAOS.
           PERFORM REGRAVA-EMPREST.
           PERFORM FECHA-ACX.
           CLOSE JRNMOV.
           CLOSE REL-PAG
                 BANCOPAG
                 BANCORET
                 RELEXC
                 HOLERITE
                 ACUMANO
                 LEDGFGTS
                 HISTHOL.

      * COMISSAO DO MOVIMENTO SEM VENDEDOR NA FOLHA: REPORTADA EM
      * RELEXC PARA O ACERTO ENTRE VENDAS E RH.
               MOVE "COMISSAO SEM VENDEDOR NA FOLHA" TO MSG-EXC
               WRITE REG-EXC.

      * RETROATIVO NAO PAGO (FUNCIONARIO FORA DA FOLHA OU COM LIQUIDO
      * NEGATIVO): REPORTADO EM RELEXC; O RETROMOV FICA PARA NOVA
      * RODADA.
       CONFERE-RETRO-ORFAOS SECTION.
           MOVE ZEROES TO IDX-RETRO.
           PERFORM TESTA-RETRO-ORFAO QTD-RETRO TIMES.

       TESTA-RETRO-ORFAO SECTION.
           ADD 1 TO IDX-RETRO.
           IF SIT-RETRO-TAB(IDX-RETRO) EQUAL " "
               MOVE MAT-RETRO-TAB(IDX-RETRO) TO COD-EXC
               MOVE SPACES TO NOME-EXC
               MOVE VALOR-RETRO-TAB(IDX-RETRO) TO LIQUIDO-EXC
               MOVE "RETROATIVO NAO PAGO NA FOLHA" TO MSG-EXC
               WRITE REG-EXC.

      * REEMBOLSO NAO PAGO (FUNCIONARIO FORA DA FOLHA OU COM LIQUIDO
      * NEGATIVO): REPORTADO EM RELEXC PARA PAGAMENTO MANUAL. NA RODADA
      * DE 13O NENHUM E PAGO: TODOS SAEM COMO A PAGAR NA FOLHA NORMAL.
       CONFERE-REEMB-ORFAOS SECTION.
           MOVE ZEROES TO IDX-REEMB.
           PERFORM TESTA-REEMB-ORFAO QTD-REEMB TIMES.

       TESTA-REEMB-ORFAO SECTION.
           ADD 1 TO IDX-REEMB.
           IF SIT-REEMB-TAB(IDX-REEMB) EQUAL " "
               MOVE MAT-REEMB-TAB(IDX-REEMB) TO COD-EXC
               MOVE SPACES TO NOME-EXC
               MOVE VALOR-REEMB-TAB(IDX-REEMB) TO LIQUIDO-EXC
               IF MODO-FOLHA EQUAL ZEROES
                   MOVE "REEMBOLSO NAO PAGO NA FOLHA" TO MSG-EXC
               ELSE
                   MOVE "REEMBOLSO AGUARDA FOLHA NORMAL" TO MSG-EXC
               END-IF
               WRITE REG-EXC.

      * ADIANTAMENTO QUINZENAL SEM DESCONTO NA RODADA (FUNCIONARIO
      * FORA DA FOLHA OU COM LIQUIDO NEGATIVO): REPORTADO EM RELEXC
      * PARA COBRANCA PELO RH. NA RODADA DE 13O NENHUM E DESCONTADO:
      * TODOS SAEM COMO A DESCONTAR NA FOLHA NORMAL.
       CONFERE-ADIA-ORFAOS SECTION.
           MOVE ZEROES TO IDX-ADIA.
           PERFORM TESTA-ADIA-ORFAO QTD-ADIA TIMES.

       TESTA-ADIA-ORFAO SECTION.
           ADD 1 TO IDX-ADIA.
           IF SIT-ADIA-TAB(IDX-ADIA) EQUAL " "
               MOVE MAT-ADIA-TAB(IDX-ADIA) TO COD-EXC
               MOVE SPACES TO NOME-EXC
               MOVE VALOR-ADIA-TAB(IDX-ADIA) TO LIQUIDO-EXC
               IF MODO-FOLHA EQUAL ZEROES
                   MOVE "ADIANTAMENTO NAO DESCONTADO" TO MSG-EXC
               ELSE
                   MOVE "ADIANTAM. AGUARDA FOLHA NORMAL" TO MSG-EXC
               END-IF
               WRITE REG-EXC.

      * ADESAO COM PRECO E SEM DESCONTO NA RODADA (FUNCIONARIO FORA
      * DA FOLHA OU COM LIQUIDO NEGATIVO): REPORTADA EM RELEXC COM A
      * PARTE DO FUNCIONARIO, PARA COBRANCA PELO RH.
       CONFERE-BENEF-ORFAOS SECTION.
           MOVE ZEROES TO IDX-BENEF.
           PERFORM TESTA-BENEF-ORFAO QTD-BENEF TIMES.

       TESTA-BENEF-ORFAO SECTION.
           ADD 1 TO IDX-BENEF.
           IF SIT-BEN-TAB(IDX-BENEF) EQUAL " " AND
              FUNC-BEN-TAB(IDX-BENEF) IS GREATER THAN ZEROES
               MOVE MAT-BEN-TAB(IDX-BENEF) TO COD-EXC
               MOVE NOME-BEN-TAB(IDX-BENEF) TO NOME-EXC
               MOVE FUNC-BEN-TAB(IDX-BENEF) TO LIQUIDO-EXC
               MOVE "PLANO DE SAUDE NAO DESCONTADO" TO MSG-EXC
               WRITE REG-EXC.

      * REGRAVA O CADASTRO DE CONSIGNADOS COM OS SALDOS ABATIDOS DA
      * RODADA; SO NA FOLHA NORMAL (O 13O NAO MEXE NOS CONTRATOS).
       REGRAVA-EMPREST SECTION.
           MOVE SALDO-EMPR-TAB(IDX-EMPR) TO SALDO-EMPR.
           WRITE REG-EMPR.

      * PARAGRAFOS COMUNS (COPYBOOKS) USADOS PELAS SECOES ACIMA.
       ROTINAS-COMUNS SECTION.

       COPY LEDATAMOV.

       COPY CALCPLANO.

       COPY LEPERCONT.

       COPY RECUSAPER
           REPLACING ==CPY-PROGID== BY =="EM0306"==.

       COPY GRAVAHOL
           REPLACING ==CPY-REGHOL== BY ==REG-HOL==.

       COPY GRAVAACX
           REPLACING ==CPY-PROGID== BY =="EM0306"==.
       
    

