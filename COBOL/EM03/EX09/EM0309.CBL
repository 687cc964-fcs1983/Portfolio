      *               RETORNO SEM REMESSA CORRESPONDENTE E PAGAMENTO
      *               REMETIDO SEM RETORNO SAO REPORTADOS. RETURN-CODE
      *               4 QUANDO HOUVE DEVOLUCAO OU DIVERGENCIA.
      *
      *MODIFICACAO
      *  15/10/2026  RODADA RECUSADA (RETURN-CODE 16 E REGISTRO NO
      *              EXCLOG) QUANDO A COMPETENCIA DA DATA DE
      *              MOVIMENTO ESTA FECHADA OU EM FECHAMENTO NO
      *              CONTROLE DE PERIODOS CONTABEIS (PERCONT.DAT).
      *  15/10/2026  AS LINHAS DO LEDGPAG PASSAM A SER GRAVADAS TAMBEM
      *              NO COMPANHEIRO INDEXADO LEDGPAGX.DAT, POR CONTA
      *              E DATA (VER LEDGPAGX.CPY E GRAVALPX.CPY), COM
      *              JORNAL DA INCLUSAO NO JRNMOV.DAT (EXTEND).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LEDG.

           SELECT LEDGPAGX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-LPX
           FILE STATUS IS FS-LPX.

           SELECT JRNMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JRNMOV.

           SELECT BANCOPG2 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELDEV ASSIGN TO DISK.

           SELECT PERCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERCONT.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.
           02 STATUS-LEDG    PIC X(01).
           02 MOTIVO-LEDG    PIC X(30).

       COPY LEDGPAGX.

       COPY JRNMOV.

       FD BANCOPG2
           LABEL RECORD IS OMITTED.


       01 REL-SAI            PIC X(80).

       COPY PERCONT.

       COPY EXCLOG.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.
       77 FIM-BPAG           PIC X(03) VALUE "NAO".
       77 FIM-RET            PIC X(03) VALUE "NAO".
       77 FS-BPAG            PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 FS-RET             PIC X(02) VALUE SPACES.
       77 FS-LEDG            PIC X(02) VALUE SPACES.
       77 QTD-PAG            PIC 9(03) VALUE ZEROES.
       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

       COPY WSPERCONT.

       COPY WSDATAMOV.

       COPY WSJRN.

       COPY WSLEDGX.

       01 TAB-PAG.
           02 ENT-PAG OCCURS 300 TIMES.
               03 CONTA-PAG-TAB  PIC 9(10).

       INICIO.
           PERFORM LE-DATAMOV.
           PERFORM LE-PERCONT.
           PERFORM RECUSA-PERIODO-FECHADO.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           OPEN INPUT BANCOPAG.
           IF FS-BPAG NOT EQUAL "00"
           IF FS-LEDG EQUAL "35"
               CLOSE LEDGPAG
               OPEN OUTPUT LEDGPAG.
           OPEN EXTEND JRNMOV.
           IF FS-JRNMOV EQUAL "35"
               CLOSE JRNMOV
               OPEN OUTPUT JRNMOV.
           MOVE DATA-MOVTO TO JRN-DATA.
           PERFORM ABRE-LPX.
           IF FS-RET NOT EQUAL "00"
               DISPLAY "RETBANCO NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-RET
           MOVE VALOR-RET TO VALOR-LEDG.
           MOVE STATUS-RET TO STATUS-LEDG.
           MOVE MOTIVO-RET TO MOTIVO-LEDG.
           PERFORM GRAVA-LPX.

      * PAGAMENTO REMETIDO QUE NAO VEIO NO RETORNO: REPORTADO PARA A
      * TESOURARIA COBRAR DO BANCO.
           MOVE CT-SEM-REMESSA TO SREM-LIN.
           MOVE CT-SEM-RETORNO TO SRET-LIN.
           WRITE REL-SAI FROM LIN-RESUMO AFTER ADVANCING 2 LINES.
           PERFORM FECHA-LPX.
           CLOSE JRNMOV.
           CLOSE RETBANCO
                 LEDGPAG
                 BANCOPG2
                 RELDEV.

       COPY LEDATAMOV.

       COPY LEPERCONT.

       COPY RECUSAPER
           REPLACING ==CPY-PROGID== BY =="EM0309"==.

       COPY GRAVALPX
           REPLACING ==CPY-PROGID== BY =="EM0309"==.
