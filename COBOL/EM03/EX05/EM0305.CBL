      *              COMISSAO DA FOLHA - ACABA A REDIGITACAO DO
      *              RELATORIO EM VENDAS-ENT QUE JA PRODUZIU
      *              CONTRACHEQUE ERRADO.
      *  15/10/2026  COMISMOV GANHA O TIPO DO LANCAMENTO NO FIM DO
      *              REGISTRO: BRANCO = COMISSAO APURADA AQUI; "E" =
      *              ESTORNO DE COMISSAO POR DEVOLUCAO DE VENDA,
      *              GRAVADO PELO EM0330 EM COMISDEV E ACRESCENTADO
      *              AO COMISMOV PELO DRIVER LOGO APOS ESTE JOB.
      *  15/10/2026  AS LINHAS DO VENDHIST PASSAM A SER GRAVADAS
      *              TAMBEM NO COMPANHEIRO INDEXADO VENDHSTX.DAT (VER
      *              VENDHSTX.CPY E GRAVAVHX.CPY), COM JORNAL DA
      *              INCLUSAO NO JRNMOV.DAT (EXTEND), PARA O EM0308 E
      *              O EM0322 LEREM SO OS PERIODOS QUE USAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VHIST.

           SELECT VENDHSTX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-VHX
           FILE STATUS IS FS-VHX.

           SELECT JRNMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JRNMOV.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.
           02 NR-COMIS       PIC 9(05).
           02 PERIODO-COMIS  PIC 9(06).
           02 VALOR-COMIS    PIC 9(07)V99.
           02 TIPO-COMIS     PIC X(01).

       FD VENDHIST
           LABEL RECORD ARE STANDARD
           02 NOME-VH        PIC X(20).
           02 TOTAL-VH       PIC 9(09)V99.

       COPY VENDHSTX.

       COPY JRNMOV.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       COPY WSDATAMOV.

       COPY WSJRN.

       COPY WSLEDGX.

       01 CAB-01.
           02 FILLER         PIC X(15) VALUE SPACES.
           02 FILLER         PIC X(35) VALUE 
           IF FS-VHIST EQUAL "35"
               CLOSE VENDHIST
               OPEN OUTPUT VENDHIST.
           OPEN EXTEND JRNMOV.
           IF FS-JRNMOV EQUAL "35"
               CLOSE JRNMOV
               OPEN OUTPUT JRNMOV.
           MOVE DATA-MOVTO TO JRN-DATA.
           PERFORM ABRE-VHX.
           PERFORM LEITURA.
           MOVE ESTADO-TRAB TO SET-EST.
           MOVE NR-TRAB TO SET-NUM.
               MOVE SET-NUM TO NR-VH
               MOVE SET-NOME TO NOME-VH
               MOVE TOT-VEND TO TOTAL-VH
               PERFORM GRAVA-VHX.

      * MOVIMENTO DE COMISSOES DO PERIODO, CONSUMIDO PELO EM0306.
       GRAVA-COMISMOV SECTION.
               MOVE SET-NUM TO NR-COMIS
               MOVE PERIODO-ATU TO PERIODO-COMIS
               MOVE VAL-COM TO VALOR-COMIS
               MOVE SPACE TO TIPO-COMIS
               WRITE REG-COMIS.

       IMP-TOPMETA SECTION.

       FIM SECTION.
           CLOSE COMISMOV.
           PERFORM FECHA-VHX.
           CLOSE JRNMOV.
           CLOSE RELVENDA
                 METASX
                 VENDHIST.
       ROTINAS-COMUNS SECTION.

       COPY LEDATAMOV.

       COPY GRAVAVHX
           REPLACING ==CPY-PROGID== BY =="EM0305"==.
           
                                  
     
