       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0243.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       RETORNO DA NOTA FISCAL DE SERVICOS ELETRONICA
      *               (NFS-E) - O LADO DE VOLTA DO EM0242. LE O ARQUIVO
      *               DE RETORNO DO SISTEMA DA PREFEITURA RETNFSE.DAT
      *               (LAYOUT ABAIXO), UM REGISTRO POR RPS PROCESSADO,
      *               E GRAVA NO REGISTRO DE RPS CADRPS.DAT (COPY
      *               CADRPS) O NUMERO DA NFS-E EMITIDA OU O MOTIVO DA
      *               RECUSA. EM SEGUIDA LEVA A SITUACAO DE CADA RPS
      *               PARA OS RECEBIMENTOS QUE ELE FATUROU NO RAZAO
      *               RECSERV.DAT (COPY RECSERV): NFS-E EMITIDA = "N"
      *               COM O NUMERO DA NOTA; RPS RECUSADO = "R", E O
      *               RECEBIMENTO VOLTA A SER FATURADO PELO EM0242 NO
      *               RPS SEGUINTE. OS DOIS ARQUIVOS SAO REGRAVADOS
      *               INTEIROS.
      *               ANTES DE GRAVAR, CONFERE O ARQUIVO INTEIRO:
      *               CABECALHO COM A INSCRICAO MUNICIPAL E O CNPJ DO
      *               PARNFSE.DAT (COPY PARNFSE) E RODAPE COM A
      *               QUANTIDADE DE RPS DO ARQUIVO. OS RPS RECUSADOS,
      *               COM O CODIGO E O MOTIVO DA PREFEITURA, E OS RPS
      *               DO RETORNO QUE NAO ESTAO NO REGISTRO SAEM NO
      *               RELATORIO RELNFSE E NO EXCLOG; O RETORNO DE UM
      *               RPS JA CONVERTIDO EM NFS-E, OU A RECUSA DE UM RPS
      *               JA RECUSADO, E IGNORADO (REPETIDO).
      *               RETURN-CODE 16 QUANDO O ARQUIVO E RECUSADO (NADA
      *               E GRAVADO) OU FALTA O PARNFSE OU O CADRPS, E 4
      *               QUANDO HOUVE RPS RECUSADO OU NAO ENCONTRADO.
      *
      *               ARQUIVO DE RETORNO (RETNFSE.DAT):
      *                 TIPO 1 - CABECALHO: INSCRICAO MUNICIPAL, CNPJ
      *                          DO PRESTADOR, DATA DO PROCESSAMENTO;
      *                 TIPO 2 - UM POR RPS: SERIE, NUMERO, SITUACAO
      *                          ("1" NFS-E EMITIDA, "2" RPS RECUSADO),
      *                          NUMERO E DATA DA NFS-E, CODIGO E
      *                          MOTIVO DA RECUSA;
      *                 TIPO 9 - RODAPE: QUANTIDADE DE REGISTROS
      *                          TIPO 2.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETNFSE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RET.

           SELECT CADRPS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RPS.

           SELECT RECSERV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RSV.

           SELECT PARNFSE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PNF.

           SELECT RELNFSE ASSIGN TO DISK.

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

       FD RETNFSE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RETNFSE.DAT".

       01 REG-RETN.
           02 TIPO-RETN      PIC X(01).
           02 FILLER         PIC X(102).

       01 CAB-RETN.
           02 FILLER         PIC X(01).
           02 IM-CABN        PIC 9(08).
           02 CNPJ-CABN      PIC 9(14).
           02 DATA-CABN      PIC 9(08).
           02 FILLER         PIC X(72).

       01 DET-RETN.
           02 FILLER         PIC X(01).
           02 SERIE-DETN     PIC X(05).
           02 NUM-DETN       PIC 9(12).
           02 SIT-DETN       PIC X(01).
           02 NFSE-DETN      PIC 9(12).
           02 DATA-NFSE-DETN PIC 9(08).
           02 ERRO-DETN      PIC X(04).
           02 MOTIVO-DETN    PIC X(60).

       01 TRL-RETN.
           02 FILLER         PIC X(01).
           02 QTD-TRLN       PIC 9(07).
           02 FILLER         PIC X(95).

       COPY CADRPS.

       COPY RECSERV.

       COPY PARNFSE.

       FD RELNFSE
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY EXCLOG.

       COPY RUNSTAT.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FS-RET             PIC X(02) VALUE SPACES.
       77 FS-RPS             PIC X(02) VALUE SPACES.
       77 FS-RSV             PIC X(02) VALUE SPACES.
       77 FS-PNF             PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 FS-RUNSTAT         PIC X(02) VALUE SPACES.
       77 FIM-RET            PIC X(03) VALUE "NAO".
       77 FIM-RPS            PIC X(03) VALUE "NAO".
       77 FIM-RSV            PIC X(03) VALUE "NAO".
       77 QTD-RPS            PIC 9(04) VALUE ZEROES.
       77 IDX-RPS            PIC 9(04) VALUE ZEROES.
       77 POS-RPS            PIC 9(04) VALUE ZEROES.
       77 QTD-RSV            PIC 9(04) VALUE ZEROES.
       77 IDX-RSV            PIC 9(04) VALUE ZEROES.
       77 NUM-PROC           PIC 9(07) VALUE ZEROES.
       77 QTD-CAB            PIC 9(05) VALUE ZEROES.
       77 QTD-DET            PIC 9(07) VALUE ZEROES.
       77 QTD-TRL            PIC 9(05) VALUE ZEROES.
       77 QTD-TRL-INFORMADA  PIC 9(07) VALUE ZEROES.
       77 ARQ-VALIDO         PIC X(03) VALUE "SIM".
       77 MOTIVO-RECUSA      PIC X(40) VALUE SPACES.
       77 CT-LIDOS           PIC 9(05) VALUE ZEROES.
       77 CT-EMITIDAS        PIC 9(05) VALUE ZEROES.
       77 CT-RECUSADOS       PIC 9(05) VALUE ZEROES.
       77 CT-NAO-ACHADOS     PIC 9(05) VALUE ZEROES.
       77 CT-REPETIDOS       PIC 9(05) VALUE ZEROES.
       77 CT-REJEITADOS      PIC 9(05) VALUE ZEROES.
       77 CT-RECEBIMENTOS    PIC 9(05) VALUE ZEROES.
       77 CHAVE-EXC          PIC X(15) VALUE SPACES.
       77 MSG-EXC            PIC X(40) VALUE SPACES.

      * REGISTRO DE RPS INTEIRO NA IMAGEM; SITUACAO, NFS-E E MOTIVO
      * A PARTE, PORQUE SAO O QUE O RETORNO MUDA.
       01 TAB-RPS.
           02 ENT-RPS OCCURS 5000 TIMES.
               03 NUM-RPS-TAB    PIC 9(07).
               03 SIT-RPS-TAB    PIC X(01).
               03 NFSE-RPS-TAB   PIC 9(12).
               03 MOTIVO-RPS-TAB PIC X(40).
               03 IMG-RPS-TAB    PIC X(126).

       01 TAB-RSV.
           02 ENT-RSV OCCURS 5000 TIMES.
               03 IMG-RSV-TAB    PIC X(47).

       COPY WSDATAMOV.

       01 CAB-REL-01.
           02 FILLER         PIC X(16) VALUE SPACES.
           02 FILLER         PIC X(48) VALUE
                   "RETORNO DA NFS-E - RPS RECUSADOS PELA PREFEITURA".
           02 FILLER         PIC X(16) VALUE SPACES.

       01 CAB-REL-02.
           02 FILLER         PIC X(08) VALUE "    RPS ".
           02 FILLER         PIC X(10) VALUE "PAGADOR   ".
           02 FILLER         PIC X(15) VALUE "CPF/CNPJ".
           02 FILLER         PIC X(14) VALUE "        VALOR ".
           02 FILLER         PIC X(33) VALUE "MOTIVO".

       01 DET-REL.
           02 RPS-DET        PIC 9(07).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 TIPO-DET       PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 COD-DET        PIC 9(07).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DOC-DET        PIC 9(14).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VALOR-DET      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ERRO-DET       PIC X(04).
           02 FILLER         PIC X(29) VALUE SPACES.

       01 LIN-MOTIVO.
           02 FILLER         PIC X(08) VALUE SPACES.
           02 MOTIVO-LIN     PIC X(60).
           02 FILLER         PIC X(12) VALUE SPACES.

       01 LIN-NAO-ACHADO.
           02 FILLER         PIC X(32) VALUE
                        "RPS DO RETORNO FORA DO REGISTRO:".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 SERIE-NAC-LIN  PIC X(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NUM-NAC-LIN    PIC 9(12).
           02 FILLER         PIC X(29) VALUE SPACES.

       01 LIN-ARQUIVO.
           02 FILLER         PIC X(26) VALUE
                        "RETORNO RECUSADO - MOTIVO:".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RECUSA-LIN     PIC X(40).
           02 FILLER         PIC X(13) VALUE SPACES.

       01 LIN-RESUMO-1.
           02 FILLER         PIC X(16) VALUE "NFS-E EMITIDAS: ".
           02 EMI-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(17) VALUE "  RPS RECUSADOS: ".
           02 REC-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(35) VALUE SPACES.

       01 LIN-RESUMO-2.
           02 FILLER         PIC X(17) VALUE "FORA DO REGISTRO:".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 NAC-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(13) VALUE "  REPETIDOS: ".
           02 REP-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(37) VALUE SPACES.

       01 LIN-RESUMO-3.
           02 FILLER         PIC X(36) VALUE
                        "RECEBIMENTOS ATUALIZADOS NO RECSERV:".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 RSV-LIN        PIC ZZ.ZZ9.
           02 FILLER         PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.

       EM02-43.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-RET EQUAL "SIM".
           PERFORM REGRAVA-CADRPS.
           PERFORM ATUALIZA-RECSERV.
           PERFORM FIM.
           IF CT-REJEITADOS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           PERFORM CARGA-PARNFSE.
           PERFORM CARGA-CADRPS.
           OPEN OUTPUT RELNFSE
                EXTEND EXCLOG
                       RUNSTAT.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           IF FS-RUNSTAT EQUAL "35"
               CLOSE RUNSTAT
               OPEN OUTPUT RUNSTAT.
           WRITE REL-SAI FROM CAB-REL-01 AFTER ADVANCING PAGE.
           PERFORM VALIDA-ARQUIVO.
           IF ARQ-VALIDO NOT EQUAL "SIM"
               MOVE MOTIVO-RECUSA TO RECUSA-LIN
               WRITE REL-SAI FROM LIN-ARQUIVO AFTER ADVANCING 2 LINES
               DISPLAY "RETNFSE RECUSADO - " MOTIVO-RECUSA
               MOVE SPACES TO CHAVE-EXC
               MOVE "RETNFSE" TO CHAVE-EXC
               MOVE MOTIVO-RECUSA TO MSG-EXC
               PERFORM GRAVA-EXCLOG
               PERFORM GRAVA-RUNSTAT
               CLOSE RELNFSE
                     EXCLOG
                     RUNSTAT
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           WRITE REL-SAI FROM CAB-REL-02 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           OPEN INPUT RETNFSE.
           PERFORM LEITURA.

       CARGA-PARNFSE.
           OPEN INPUT PARNFSE.
           IF FS-PNF NOT EQUAL "00"
               DISPLAY "PARNFSE.DAT NAO ENCONTRADO - STATUS " FS-PNF
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           READ PARNFSE AT END
               DISPLAY "PARNFSE.DAT VAZIO - ENCERRANDO"
               CLOSE PARNFSE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           CLOSE PARNFSE.

       CARGA-CADRPS.
           OPEN INPUT CADRPS.
           IF FS-RPS NOT EQUAL "00"
               DISPLAY "CADRPS NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-RPS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-RPS UNTIL FIM-RPS EQUAL "SIM".
           CLOSE CADRPS.

       LE-RPS.
           READ CADRPS AT END
               MOVE "SIM" TO FIM-RPS.
           IF FIM-RPS NOT EQUAL "SIM"
               IF QTD-RPS GREATER THAN OR EQUAL TO 5000
                   DISPLAY "CADRPS EXCEDE LIMITE DE 5000 RPS - "
                           "ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-RPS
                   MOVE NUM-RPS TO NUM-RPS-TAB(QTD-RPS)
                   MOVE SIT-RPS TO SIT-RPS-TAB(QTD-RPS)
                   MOVE NFSE-RPS TO NFSE-RPS-TAB(QTD-RPS)
                   MOVE MOTIVO-RPS TO MOTIVO-RPS-TAB(QTD-RPS)
                   MOVE REG-RPS TO IMG-RPS-TAB(QTD-RPS).

      * PRIMEIRA PASSADA, SEM GRAVAR NADA: UM CABECALHO DO PRESTADOR
      * DO PARNFSE NO INICIO, UM RODAPE NO FIM COM A QUANTIDADE DE
      * REGISTROS TIPO 2 E NENHUM TIPO DESCONHECIDO.
       VALIDA-ARQUIVO.
           OPEN INPUT RETNFSE.
           IF FS-RET NOT EQUAL "00"
               MOVE "RETNFSE NAO ENCONTRADO/INACESSIVEL"
                   TO MOTIVO-RECUSA
               MOVE "NAO" TO ARQ-VALIDO
           ELSE
               PERFORM CONFERE-REGISTRO UNTIL FIM-RET EQUAL "SIM"
               CLOSE RETNFSE
               MOVE "NAO" TO FIM-RET
               IF ARQ-VALIDO EQUAL "SIM"
                   PERFORM CONFERE-TOTAIS.

       CONFERE-REGISTRO.
           READ RETNFSE AT END
               MOVE "SIM" TO FIM-RET.
           IF FIM-RET NOT EQUAL "SIM"
               EVALUATE TIPO-RETN
                   WHEN "1"
                       ADD 1 TO QTD-CAB
                       IF QTD-DET IS GREATER THAN ZEROES OR
                          IM-CABN NOT EQUAL IM-PNF OR
                          CNPJ-CABN NOT EQUAL CNPJ-PNF
                           MOVE
                             "CABECALHO FORA DE ORDEM/OUTRO PRESTADOR"
                               TO MOTIVO-RECUSA
                           MOVE "NAO" TO ARQ-VALIDO
                       END-IF
                   WHEN "2"
                       ADD 1 TO QTD-DET
                   WHEN "9"
                       ADD 1 TO QTD-TRL
                       MOVE QTD-TRLN TO QTD-TRL-INFORMADA
                   WHEN OTHER
                       MOVE "REGISTRO DE TIPO DESCONHECIDO"
                           TO MOTIVO-RECUSA
                       MOVE "NAO" TO ARQ-VALIDO
               END-EVALUATE.

       CONFERE-TOTAIS.
           IF QTD-CAB NOT EQUAL 1
               MOVE "ARQUIVO SEM CABECALHO UNICO" TO MOTIVO-RECUSA
               MOVE "NAO" TO ARQ-VALIDO
           ELSE
               IF QTD-TRL NOT EQUAL 1
                   MOVE "ARQUIVO SEM RODAPE UNICO" TO MOTIVO-RECUSA
                   MOVE "NAO" TO ARQ-VALIDO
               ELSE
                   IF QTD-TRL-INFORMADA NOT EQUAL QTD-DET
                       MOVE "QUANTIDADE DO RODAPE NAO CONFERE"
                           TO MOTIVO-RECUSA
                       MOVE "NAO" TO ARQ-VALIDO.

       LEITURA.
           READ RETNFSE AT END MOVE "SIM" TO FIM-RET.

       PRINCIPAL.
           IF TIPO-RETN EQUAL "2"
               ADD 1 TO CT-LIDOS
               PERFORM PROCURA-RPS
               IF POS-RPS EQUAL ZEROES
                   PERFORM RPS-NAO-ACHADO
               ELSE
                   IF SIT-RPS-TAB(POS-RPS) EQUAL "N" OR
                      (SIT-RPS-TAB(POS-RPS) EQUAL "R" AND
                       SIT-DETN NOT EQUAL "1")
                       ADD 1 TO CT-REPETIDOS
                   ELSE
                       IF SIT-DETN EQUAL "1"
                           PERFORM REGISTRA-NFSE
                       ELSE
                           PERFORM REGISTRA-RECUSA
                       END-IF
                   END-IF
               END-IF.
           PERFORM LEITURA.

      * O RPS E DO PRESTADOR QUANDO A SERIE E A DO PARNFSE E O
      * NUMERO ESTA NO REGISTRO.
       PROCURA-RPS.
           MOVE ZEROES TO POS-RPS IDX-RPS.
           IF SERIE-DETN EQUAL SERIE-PNF AND
              NUM-DETN IS NOT GREATER THAN 9999999
               MOVE NUM-DETN TO NUM-PROC
               PERFORM TESTA-RPS
                   UNTIL IDX-RPS IS NOT LESS THAN QTD-RPS
                      OR POS-RPS IS GREATER THAN ZEROES.

       TESTA-RPS.
           ADD 1 TO IDX-RPS.
           IF NUM-RPS-TAB(IDX-RPS) EQUAL NUM-PROC
               MOVE IDX-RPS TO POS-RPS.

       REGISTRA-NFSE.
           ADD 1 TO CT-EMITIDAS.
           MOVE "N" TO SIT-RPS-TAB(POS-RPS).
           MOVE NFSE-DETN TO NFSE-RPS-TAB(POS-RPS).
           MOVE SPACES TO MOTIVO-RPS-TAB(POS-RPS).

      * A RECUSA FICA NO REGISTRO (CODIGO + MOTIVO) E SAI NO
      * RELATORIO COM O PAGADOR E O TOMADOR DO RPS.
       REGISTRA-RECUSA.
           ADD 1 TO CT-RECUSADOS CT-REJEITADOS.
           MOVE "R" TO SIT-RPS-TAB(POS-RPS).
           MOVE ZEROES TO NFSE-RPS-TAB(POS-RPS).
           MOVE SPACES TO MOTIVO-RPS-TAB(POS-RPS).
           STRING ERRO-DETN " " MOTIVO-DETN
                  DELIMITED BY SIZE INTO MOTIVO-RPS-TAB(POS-RPS).
           MOVE IMG-RPS-TAB(POS-RPS) TO REG-RPS.
           MOVE NUM-RPS TO RPS-DET.
           MOVE TIPO-RPS TO TIPO-DET.
           MOVE COD-RPS TO COD-DET.
           MOVE DOC-RPS TO DOC-DET.
           MOVE VALOR-RPS TO VALOR-DET.
           MOVE ERRO-DETN TO ERRO-DET.
           WRITE REL-SAI FROM DET-REL AFTER ADVANCING 1 LINE.
           MOVE MOTIVO-DETN TO MOTIVO-LIN.
           WRITE REL-SAI FROM LIN-MOTIVO AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CHAVE-EXC.
           MOVE NUM-RPS TO CHAVE-EXC(1:7).
           MOVE MOTIVO-RPS-TAB(POS-RPS) TO MSG-EXC.
           PERFORM GRAVA-EXCLOG.

       RPS-NAO-ACHADO.
           ADD 1 TO CT-NAO-ACHADOS CT-REJEITADOS.
           MOVE SERIE-DETN TO SERIE-NAC-LIN.
           MOVE NUM-DETN TO NUM-NAC-LIN.
           WRITE REL-SAI FROM LIN-NAO-ACHADO AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CHAVE-EXC.
           MOVE NUM-DETN TO CHAVE-EXC(1:12).
           MOVE "RPS DO RETORNO NFS-E FORA DO CADRPS" TO MSG-EXC.
           PERFORM GRAVA-EXCLOG.

       REGRAVA-CADRPS.
           CLOSE RETNFSE.
           OPEN OUTPUT CADRPS.
           MOVE ZEROES TO IDX-RPS.
           PERFORM GRAVA-RPS QTD-RPS TIMES.
           CLOSE CADRPS.

       GRAVA-RPS.
           ADD 1 TO IDX-RPS.
           MOVE IMG-RPS-TAB(IDX-RPS) TO REG-RPS.
           MOVE SIT-RPS-TAB(IDX-RPS) TO SIT-RPS.
           MOVE NFSE-RPS-TAB(IDX-RPS) TO NFSE-RPS.
           MOVE MOTIVO-RPS-TAB(IDX-RPS) TO MOTIVO-RPS.
           WRITE REG-RPS.

      * O RECEBIMENTO ENVIADO ("E") TOMA A SITUACAO DO SEU RPS; O RAZAO
      * E LIDO INTEIRO PARA A MEMORIA E REGRAVADO. O RECUSADO GUARDA
      * O NUMERO DO RPS ATE SER FATURADO DE NOVO PELO EM0242.
       ATUALIZA-RECSERV.
           OPEN INPUT RECSERV.
           IF FS-RSV NOT EQUAL "00"
               DISPLAY "EM0243 - SEM RECSERV - RECEBIMENTOS NAO "
                       "ATUALIZADOS"
           ELSE
               PERFORM LE-RSV UNTIL FIM-RSV EQUAL "SIM"
               CLOSE RECSERV
               OPEN OUTPUT RECSERV
               MOVE ZEROES TO IDX-RSV
               PERFORM GRAVA-RSV QTD-RSV TIMES
               CLOSE RECSERV.

       LE-RSV.
           READ RECSERV AT END
               MOVE "SIM" TO FIM-RSV.
           IF FIM-RSV NOT EQUAL "SIM"
               IF QTD-RSV GREATER THAN OR EQUAL TO 5000
                   DISPLAY "RECSERV EXCEDE LIMITE DE 5000 RECEBIMENTOS"
                           " - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-RSV
                   MOVE REG-RSV TO IMG-RSV-TAB(QTD-RSV).

       GRAVA-RSV.
           ADD 1 TO IDX-RSV.
           MOVE IMG-RSV-TAB(IDX-RSV) TO REG-RSV.
           IF SIT-RSV EQUAL "E" AND
              RPS-RSV IS GREATER THAN ZEROES
               MOVE RPS-RSV TO NUM-PROC
               MOVE ZEROES TO POS-RPS IDX-RPS
               PERFORM TESTA-RPS
                   UNTIL IDX-RPS IS NOT LESS THAN QTD-RPS
                      OR POS-RPS IS GREATER THAN ZEROES
               IF POS-RPS IS GREATER THAN ZEROES
                   IF SIT-RPS-TAB(POS-RPS) EQUAL "N" OR "R"
                       ADD 1 TO CT-RECEBIMENTOS
                       MOVE SIT-RPS-TAB(POS-RPS) TO SIT-RSV
                       MOVE NFSE-RPS-TAB(POS-RPS) TO NFSE-RSV.
           WRITE REG-RSV.

       FIM.
           MOVE CT-EMITIDAS TO EMI-LIN.
           MOVE CT-RECUSADOS TO REC-LIN.
           WRITE REL-SAI FROM LIN-RESUMO-1 AFTER ADVANCING 2 LINES.
           MOVE CT-NAO-ACHADOS TO NAC-LIN.
           MOVE CT-REPETIDOS TO REP-LIN.
           WRITE REL-SAI FROM LIN-RESUMO-2 AFTER ADVANCING 1 LINE.
           MOVE CT-RECEBIMENTOS TO RSV-LIN.
           WRITE REL-SAI FROM LIN-RESUMO-3 AFTER ADVANCING 1 LINE.
           PERFORM GRAVA-RUNSTAT.
           CLOSE RELNFSE
                 EXCLOG
                 RUNSTAT.

       COPY LEDATAMOV.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID== BY =="EM0243"==
                     ==CPY-CHAVE==  BY ==CHAVE-EXC==
                     ==CPY-SEVER==  BY =="E"==
                     ==CPY-MSG==    BY ==MSG-EXC==.

       COPY GRAVASTAT
           REPLACING ==CPY-PROGID==     BY =="EM0243"==
                     ==CPY-LIDOS==      BY ==CT-LIDOS==
                     ==CPY-GRAVADOS==   BY ==CT-EMITIDAS==
                     ==CPY-REJEITADOS== BY ==CT-REJEITADOS==.
