       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0431.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       PLANEJADOR DE CONTAGEM CICLICA PELA CURVA ABC. O
      *               INVENTARIO ERA UMA CONTAGEM ANUAL DE PAREDE A
      *               PAREDE; ESTE JOB DIARIO DISTRIBUI A CONTAGEM
      *               PELO ANO CONFORME A CLASSE ABC DO ITEM
      *               (ARQABC.DAT DO EM0214, PROCURADO PELO VALOR
      *               NUMERICO DO CODIGO; ITEM SEM CLASSE CONTA COMO
      *               "C"). INTERVALO EM MESES POR CLASSE NO RUNCTL
      *               (PROG "EM0431": PARM1 = A, PARM2 = B, PARM3 = C;
      *               PADRAO 1, 3 E 12; ZERO OU ACIMA DE 12 = PADRAO).
      *               O ITEM/DEPOSITO DE ATUMERC VENCE NO MES EM QUE
      *               SE COMPLETA O INTERVALO DESDE A ULTIMA CONTAGEM
      *               ACEITA (CONFERE OU AJUSTADA) DO HISTORICO
      *               HISTCONT.DAT GRAVADO PELO EM0415; O NUNCA
      *               CONTADO E ESCALONADO PELO CODIGO (CODIGO MODULO
      *               INTERVALO = MES MODULO INTERVALO), PARA NAO
      *               VOLTAR A CONTAGEM DE TUDO DE UMA VEZ.
      *               NA PRIMEIRA RODADA DO MES O PLANO E MONTADO: OS
      *               ITENS QUE VENCEM (CLASSE A, DEPOIS B, DEPOIS C)
      *               SAO REPARTIDOS EM RODIZIO PELOS DIAS UTEIS DA
      *               DATA DE MOVIMENTO AO FIM DO MES (SUBPROGRAMA
      *               DATAROLL - FINS DE SEMANA E CADFERIADO.DAT) E
      *               GRAVADOS EM PLANCONT.DAT; AS RODADAS SEGUINTES
      *               DO MES REUSAM O PLANO. A CADA RODADA:
      *                 - CONTDIA.DAT RECEBE A LISTA DO DIA NO LAYOUT
      *                   DE CONTAGEM.DAT (QTDE ZERADA, CONTADOR EM
      *                   BRANCO), POR DEPOSITO - PREENCHIDA, VIRA O
      *                   CONTAGEM.DAT DO EM0415;
      *                 - RELCICLO TRAZ A FOLHA DE CONTAGEM DO DIA POR
      *                   DEPOSITO, A COBERTURA (ITENS ATRASADOS - O
      *                   DIA PLANEJADO OU O INTERVALO PASSOU SEM
      *                   CONTAGEM ACEITA - E ITENS AINDA SEM
      *                   CONTAGEM) E O RESUMO POR CLASSE COM A
      *                   ACURACIDADE DOS ULTIMOS 12 MESES (CONTAGENS
      *                   SEM DIFERENCA E DENTRO DA TOLERANCIA SOBRE O
      *                   TOTAL DE CONTAGENS, RECONTAGENS INCLUSIVE).
      *               RETURN-CODE 4 QUANDO HA ITEM ATRASADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATUMERC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ATU.

           SELECT ARQABC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ABC.

           SELECT HISTCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HIST.

           SELECT PLANCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PLANO.

           SELECT CONTDIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRAB ASSIGN TO DISK.

           SELECT RELCICLO ASSIGN TO DISK.

           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       FD ATUMERC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ATUMERC.DAT".

       01 REG-ATU.
           02 COD-ATU        PIC 9(03).
           02 DEP-ATU        PIC 9(02).
           02 DESC-ATU       PIC X(30).
           02 MIN-ATU        PIC 9(03).
           02 QTDE-ATU       PIC 9(03).
           02 PRECO-ATU      PIC 9(04)V99.
           02 FORN-ATU       PIC 9(04).
           02 PRAZO-ATU      PIC 9(03).

       01 REG-ATU-TRAILER REDEFINES REG-ATU.
           02 TIPO-TRAILER   PIC X(02).
           02 FILLER         PIC X(52).

       FD ARQABC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQABC.DAT".

       01 REG-ABC.
           02 COD-ABC        PIC 9(05).
           02 VALOR-ABC      PIC 9(11)V99.
           02 PCT-ACUM-ABC   PIC 9(03)V99.
           02 CLASSE-ABC     PIC X(01).

       COPY HISTCONT.

       FD PLANCONT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PLANCONT.DAT".

       01 REG-PLANO.
           02 ANOMES-PL      PIC 9(06).
           02 DATA-PL        PIC 9(08).
           02 COD-PL         PIC 9(03).
           02 DEP-PL         PIC 9(02).
           02 CLASSE-PL      PIC X(01).

       FD CONTDIA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTDIA.DAT".

       01 REG-CONTDIA.
           02 COD-CD         PIC 9(03).
           02 DEP-CD         PIC 9(02).
           02 QTDE-CD        PIC 9(03).
           02 CONTADOR-CD    PIC X(10).

       SD TRAB.

       01 REG-TRAB.
           02 DEP-TRAB       PIC 9(02).
           02 COD-TRAB       PIC 9(03).
           02 DESC-TRAB      PIC X(30).
           02 CLASSE-TRAB    PIC X(01).

       FD RELCICLO
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".

       01 REG-RUNCTL.
           02 PROG-RUNCTL    PIC X(06).
           02 PARM1-RUNCTL   PIC 9(07)V99.
           02 PARM2-RUNCTL   PIC 9(07)V99.
           02 PARM3-RUNCTL   PIC 9(07)V99.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FIM-ATU            PIC X(03) VALUE "NAO".
       77 FIM-ABC            PIC X(03) VALUE "NAO".
       77 FIM-HIST           PIC X(03) VALUE "NAO".
       77 FIM-PLANO          PIC X(03) VALUE "NAO".
       77 FIM-TRAB           PIC X(03) VALUE "NAO".
       77 FIM-RUNCTL         PIC X(03) VALUE "NAO".
       77 FS-ATU             PIC X(02) VALUE SPACES.
       77 FS-ABC             PIC X(02) VALUE SPACES.
       77 FS-HIST            PIC X(02) VALUE SPACES.
       77 FS-PLANO           PIC X(02) VALUE SPACES.
       77 FS-RUNCTL          PIC X(02) VALUE SPACES.
       77 FREQ-A             PIC 9(02) VALUE 1.
       77 FREQ-B             PIC 9(02) VALUE 3.
       77 FREQ-C             PIC 9(02) VALUE 12.
       77 INTERVALO          PIC 9(02) VALUE ZEROES.
       77 QTD-ABC            PIC 9(04) VALUE ZEROES.
       77 IDX-ABC            PIC 9(04) VALUE ZEROES.
       77 POS-ABC            PIC 9(04) VALUE ZEROES.
       77 QTD-ITEM           PIC 9(03) VALUE ZEROES.
       77 IDX-ITEM           PIC 9(03) VALUE ZEROES.
       77 POS-ITEM           PIC 9(03) VALUE ZEROES.
       77 QTD-UTIL           PIC 9(02) VALUE ZEROES.
       77 IDX-UTIL           PIC 9(02) VALUE ZEROES.
       77 IDX-CL             PIC 9(01) VALUE ZEROES.
       77 TEM-PLANO          PIC 9     VALUE ZEROES.
       77 VENCE              PIC 9     VALUE ZEROES.
       77 CLASSE-VEZ         PIC X(01) VALUE SPACES.
       77 MESES-DECOR        PIC S9(05) VALUE ZEROES.
       77 QUOC-TRAB          PIC 9(05) VALUE ZEROES.
       77 RESTO-ITEM         PIC 9(02) VALUE ZEROES.
       77 RESTO-MES          PIC 9(02) VALUE ZEROES.
       77 DATA-CORTE         PIC 9(08) VALUE ZEROES.
       77 DATA-PROXIMA       PIC 9(08) VALUE ZEROES.
       77 DIAS-UM            PIC 9(03) VALUE 1.
       77 DIAS-ZERO          PIC 9(03) VALUE ZEROES.
       77 DEP-ATUAL          PIC 9(02) VALUE ZEROES.
       77 PRIMEIRO-DEP       PIC X(03) VALUE "SIM".
       77 CT-SEM-ABC         PIC 9(05) VALUE ZEROES.
       77 CT-PLANEJADOS      PIC 9(05) VALUE ZEROES.
       77 CT-HOJE            PIC 9(05) VALUE ZEROES.
       77 CT-ATRASADOS       PIC 9(05) VALUE ZEROES.
       77 PCT-CALC           PIC 9(03)V9 VALUE ZEROES.

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X.
           02 ANO-ROD        PIC 9(04).
           02 MES-ROD        PIC 9(02).
           02 DIA-ROD        PIC 9(02).
       01 DATA-RODADA-AM REDEFINES DATA-RODADA-X.
           02 ANOMES-ROD     PIC 9(06).
           02 FILLER         PIC X(02).
       01 DATA-RODADA-9 REDEFINES DATA-RODADA-X PIC 9(08).

       01 DATA-ULT.
           02 ANO-ULT        PIC 9(04).
           02 MES-ULT        PIC 9(02).
           02 DIA-ULT        PIC 9(02).
       01 DATA-ULT-9 REDEFINES DATA-ULT PIC 9(08).

       01 DATA-UTIL.
           02 ANO-UTIL       PIC 9(04).
           02 MES-UTIL       PIC 9(02).
           02 DIA-UTIL       PIC 9(02).
       01 DATA-UTIL-9 REDEFINES DATA-UTIL PIC 9(08).

       COPY WSDATAMOV.

       01 TAB-ABC.
           02 ENT-ABC OCCURS 1000 TIMES.
               03 COD-ABC-TAB    PIC 9(05).
               03 CLASSE-ABC-TAB PIC X(01).

       01 TAB-ITEM.
           02 ENT-ITEM OCCURS 500 TIMES.
               03 COD-IT         PIC 9(03).
               03 DEP-IT         PIC 9(02).
               03 DESC-IT        PIC X(30).
               03 CLASSE-IT      PIC X(01).
               03 ULT-IT         PIC 9(08).
               03 PLANO-IT       PIC 9(08).

       01 TAB-UTIL.
           02 DATA-UTIL-TAB  PIC 9(08) OCCURS 31 TIMES.

      * RESUMO POR CLASSE (1 = A, 2 = B, 3 = C).
       01 TAB-CLASSE.
           02 ENT-CLASSE OCCURS 3 TIMES.
               03 ITENS-CL       PIC 9(05).
               03 COBERTOS-CL    PIC 9(05).
               03 ATRASADOS-CL   PIC 9(05).
               03 NUNCA-CL       PIC 9(05).
               03 CONTAGENS-CL   PIC 9(05).
               03 CONFERE-CL     PIC 9(05).
               03 TOLER-CL       PIC 9(05).

       01 LETRAS-CLASSE      PIC X(03) VALUE "ABC".

       01 LIN-TITULO.
           02 FILLER         PIC X(33) VALUE
               "CONTAGEM CICLICA - LISTA DO DIA  ".
           02 DATA-TIT       PIC 9(08).
           02 FILLER         PIC X(39) VALUE SPACES.

       01 LIN-DEPOSITO.
           02 FILLER         PIC X(09) VALUE "DEPOSITO ".
           02 DEP-DEP-LIN    PIC 9(02).
           02 FILLER         PIC X(69) VALUE SPACES.

       01 LIN-CONTAR.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 COD-CT-LIN     PIC 9(03).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 DESC-CT-LIN    PIC X(30).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 CLASSE-CT-LIN  PIC X(01).
           02 FILLER         PIC X(39) VALUE
               "  CONTADO: ______  CONTADOR: __________".

       01 LIN-HOJE.
           02 FILLER         PIC X(22) VALUE
               "ITENS A CONTAR HOJE: ".
           02 CT-HOJE-LIN    PIC ZZ.ZZ9.
           02 FILLER         PIC X(22) VALUE
               "   PLANEJADOS NO MES: ".
           02 CT-PLAN-LIN    PIC ZZ.ZZ9.
           02 FILLER         PIC X(24) VALUE SPACES.

       01 CAB-COBERTURA.
           02 FILLER         PIC X(40) VALUE
               "COBERTURA - ITENS ATRASADOS E SEM CONTAG".
           02 FILLER         PIC X(40) VALUE
               "EM                                      ".

       01 CAB-COBERTURA-2.
           02 FILLER         PIC X(40) VALUE
               "ITEM   DESCRICAO                 CL  ULT".
           02 FILLER         PIC X(40) VALUE
               ".CONT  PLANEJADO SITUACAO               ".

       01 LIN-COBERTURA.
           02 COD-COB-LIN    PIC 9(03).
           02 FILLER         PIC X(01) VALUE "/".
           02 DEP-COB-LIN    PIC 9(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DESC-COB-LIN   PIC X(25).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 CLASSE-COB-LIN PIC X(01).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 ULT-COB-LIN    PIC X(08).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 PLANO-COB-LIN  PIC X(08).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 SIT-COB-LIN    PIC X(12).
           02 FILLER         PIC X(11) VALUE SPACES.

       01 CAB-CLASSE.
           02 FILLER         PIC X(40) VALUE
               "CL INTERV ITENS COBERT. ATRAS. SEM CT CO".
           02 FILLER         PIC X(40) VALUE
               "NTAG. CONFERE  ACUR.%   TOLER.%         ".

       01 LIN-CLASSE.
           02 CLASSE-CL-LIN  PIC X(01).
           02 FILLER         PIC X(04) VALUE SPACES.
           02 INTERV-CL-LIN  PIC Z9.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 ITENS-CL-LIN   PIC ZZZZ9.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 COBERT-CL-LIN  PIC ZZZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 ATRAS-CL-LIN   PIC ZZZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 NUNCA-CL-LIN   PIC ZZZZ9.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 CONTAG-CL-LIN  PIC ZZZZ9.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 CONFERE-CL-LIN PIC ZZZZ9.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 ACUR-CL-LIN    PIC ZZ9,9.
           02 FILLER         PIC X(04) VALUE SPACES.
           02 TOLER-CL-LIN   PIC ZZ9,9.
           02 FILLER         PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.

       EM04-31.
           PERFORM INICIO.
           PERFORM CARGA-ITENS.
           PERFORM CARGA-ABC.
           PERFORM CARGA-HISTORICO.
           PERFORM CARGA-PLANO.
           IF TEM-PLANO EQUAL ZEROES
               PERFORM MONTA-PLANO.
           SORT TRAB
               ASCENDING KEY DEP-TRAB
               ASCENDING KEY COD-TRAB
               INPUT  PROCEDURE SOLTA-DO-DIA
               OUTPUT PROCEDURE LISTA-DO-DIA.
           PERFORM COBERTURA.
           PERFORM FIM.
           IF CT-ATRASADOS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           COMPUTE DATA-CORTE = DATA-RODADA-9 - 10000.
           PERFORM CARGA-RUNCTL.
           MOVE ZEROES TO IDX-CL.
           PERFORM ZERA-CLASSE 3 TIMES.
           OPEN OUTPUT RELCICLO.

       ZERA-CLASSE.
           ADD 1 TO IDX-CL.
           MOVE ZEROES TO ITENS-CL(IDX-CL) COBERTOS-CL(IDX-CL)
                          ATRASADOS-CL(IDX-CL) NUNCA-CL(IDX-CL)
                          CONTAGENS-CL(IDX-CL) CONFERE-CL(IDX-CL)
                          TOLER-CL(IDX-CL).

       CARGA-RUNCTL.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL EQUAL "00"
               PERFORM LE-RUNCTL UNTIL FIM-RUNCTL EQUAL "SIM"
                                     OR PROG-RUNCTL EQUAL "EM0431"
               IF PROG-RUNCTL EQUAL "EM0431"
                   IF PARM1-RUNCTL NOT EQUAL ZEROES AND
                      PARM1-RUNCTL NOT GREATER THAN 12
                       MOVE PARM1-RUNCTL TO FREQ-A
                   END-IF
                   IF PARM2-RUNCTL NOT EQUAL ZEROES AND
                      PARM2-RUNCTL NOT GREATER THAN 12
                       MOVE PARM2-RUNCTL TO FREQ-B
                   END-IF
                   IF PARM3-RUNCTL NOT EQUAL ZEROES AND
                      PARM3-RUNCTL NOT GREATER THAN 12
                       MOVE PARM3-RUNCTL TO FREQ-C
                   END-IF
               END-IF
               CLOSE RUNCTL
           END-IF.

       LE-RUNCTL.
           READ RUNCTL AT END MOVE "SIM" TO FIM-RUNCTL.

      * ITENS/DEPOSITOS COM REGISTRO EM ATUMERC; OS TRAILERS "TR" SAO
      * IGNORADOS.
       CARGA-ITENS.
           OPEN INPUT ATUMERC.
           IF FS-ATU NOT EQUAL "00"
               DISPLAY "ATUMERC NAO ENCONTRADO/INACESSIVEL - STATUS "
                       FS-ATU
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-ATU UNTIL FIM-ATU EQUAL "SIM".
           CLOSE ATUMERC.
           IF QTD-ITEM EQUAL ZEROES
               DISPLAY "ATUMERC SEM REGISTROS - ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       LE-ATU.
           READ ATUMERC AT END
               MOVE "SIM" TO FIM-ATU.
           IF FIM-ATU NOT EQUAL "SIM"
               IF TIPO-TRAILER NOT EQUAL "TR"
                   IF QTD-ITEM GREATER THAN OR EQUAL TO 500
                       DISPLAY "ATUMERC EXCEDE 500 ITENS - ENCERRANDO"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO QTD-ITEM
                       MOVE COD-ATU TO COD-IT(QTD-ITEM)
                       MOVE DEP-ATU TO DEP-IT(QTD-ITEM)
                       MOVE DESC-ATU TO DESC-IT(QTD-ITEM)
                       MOVE "C" TO CLASSE-IT(QTD-ITEM)
                       MOVE ZEROES TO ULT-IT(QTD-ITEM)
                                      PLANO-IT(QTD-ITEM).

      * CLASSE ABC DE CADA ITEM; SEM ARQABC, TODOS FICAM "C".
       CARGA-ABC.
           OPEN INPUT ARQABC.
           IF FS-ABC EQUAL "00"
               PERFORM LE-ABC UNTIL FIM-ABC EQUAL "SIM"
               CLOSE ARQABC
           ELSE
               DISPLAY "EM0431 - SEM ARQABC - TODOS OS ITENS NA "
                       "CLASSE C".
           MOVE ZEROES TO IDX-ITEM.
           PERFORM CLASSIFICA-ITEM QTD-ITEM TIMES.

       LE-ABC.
           READ ARQABC AT END
               MOVE "SIM" TO FIM-ABC.
           IF FIM-ABC NOT EQUAL "SIM"
               IF QTD-ABC GREATER THAN OR EQUAL TO 1000
                   DISPLAY "ARQABC EXCEDE 1000 ITENS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-ABC
                   MOVE COD-ABC TO COD-ABC-TAB(QTD-ABC)
                   MOVE CLASSE-ABC TO CLASSE-ABC-TAB(QTD-ABC).

       CLASSIFICA-ITEM.
           ADD 1 TO IDX-ITEM.
           MOVE ZEROES TO POS-ABC IDX-ABC.
           PERFORM TESTA-ABC QTD-ABC TIMES.
           IF POS-ABC IS GREATER THAN ZEROES AND
              (CLASSE-ABC-TAB(POS-ABC) EQUAL "A" OR
               CLASSE-ABC-TAB(POS-ABC) EQUAL "B")
               MOVE CLASSE-ABC-TAB(POS-ABC) TO CLASSE-IT(IDX-ITEM).
           IF POS-ABC EQUAL ZEROES
               ADD 1 TO CT-SEM-ABC.

       TESTA-ABC.
           ADD 1 TO IDX-ABC.
           IF COD-ABC-TAB(IDX-ABC) EQUAL COD-IT(IDX-ITEM)
               MOVE IDX-ABC TO POS-ABC.

      * ULTIMA CONTAGEM ACEITA POR ITEM/DEPOSITO E ACURACIDADE POR
      * CLASSE NOS ULTIMOS 12 MESES. REJEITADA ("X") NAO CONTA;
      * RECONTAGEM ("R") CONTA COMO ERRO E NAO ATUALIZA A DATA.
       CARGA-HISTORICO.
           OPEN INPUT HISTCONT.
           IF FS-HIST EQUAL "00"
               PERFORM LE-HIST UNTIL FIM-HIST EQUAL "SIM"
               CLOSE HISTCONT
           ELSE
               DISPLAY "EM0431 - SEM HISTCONT - NENHUMA CONTAGEM "
                       "ANTERIOR".

       LE-HIST.
           READ HISTCONT AT END
               MOVE "SIM" TO FIM-HIST.
           IF FIM-HIST NOT EQUAL "SIM" AND RESULT-HC NOT EQUAL "X"
               MOVE COD-HC TO COD-PL
               MOVE DEP-HC TO DEP-PL
               PERFORM PROCURA-ITEM
               IF POS-ITEM IS GREATER THAN ZEROES
                   PERFORM SOMA-CONTAGEM.

       SOMA-CONTAGEM.
           IF (RESULT-HC EQUAL "C" OR RESULT-HC EQUAL "A") AND
              DATA-HC IS GREATER THAN ULT-IT(POS-ITEM)
               MOVE DATA-HC TO ULT-IT(POS-ITEM).
           IF DATA-HC IS GREATER THAN DATA-CORTE
               PERFORM ACHA-CLASSE
               ADD 1 TO CONTAGENS-CL(IDX-CL)
               IF RESULT-HC EQUAL "C"
                   ADD 1 TO CONFERE-CL(IDX-CL) TOLER-CL(IDX-CL)
               ELSE
                   IF RESULT-HC EQUAL "A"
                       ADD 1 TO TOLER-CL(IDX-CL).

      * PROCURA O ITEM/DEPOSITO GUARDADO EM COD-PL/DEP-PL.
       PROCURA-ITEM.
           MOVE ZEROES TO POS-ITEM IDX-ITEM.
           PERFORM TESTA-ITEM QTD-ITEM TIMES.

       TESTA-ITEM.
           ADD 1 TO IDX-ITEM.
           IF COD-IT(IDX-ITEM) EQUAL COD-PL AND
              DEP-IT(IDX-ITEM) EQUAL DEP-PL
               MOVE IDX-ITEM TO POS-ITEM.

       ACHA-CLASSE.
           IF CLASSE-IT(POS-ITEM) EQUAL "A"
               MOVE 1 TO IDX-CL
               MOVE FREQ-A TO INTERVALO
           ELSE
               IF CLASSE-IT(POS-ITEM) EQUAL "B"
                   MOVE 2 TO IDX-CL
                   MOVE FREQ-B TO INTERVALO
               ELSE
                   MOVE 3 TO IDX-CL
                   MOVE FREQ-C TO INTERVALO.

      * PLANO DO MES JA MONTADO POR UMA RODADA ANTERIOR; PLANO DE
      * OUTRO MES E DESCARTADO (SERA REGRAVADO).
       CARGA-PLANO.
           OPEN INPUT PLANCONT.
           IF FS-PLANO EQUAL "00"
               PERFORM LE-PLANO UNTIL FIM-PLANO EQUAL "SIM"
               CLOSE PLANCONT.

       LE-PLANO.
           READ PLANCONT AT END
               MOVE "SIM" TO FIM-PLANO.
           IF FIM-PLANO NOT EQUAL "SIM" AND ANOMES-PL EQUAL ANOMES-ROD
               MOVE 1 TO TEM-PLANO
               ADD 1 TO CT-PLANEJADOS
               PERFORM PROCURA-ITEM
               IF POS-ITEM IS GREATER THAN ZEROES
                   MOVE DATA-PL TO PLANO-IT(POS-ITEM).

      * DIAS UTEIS DA DATA DE MOVIMENTO AO FIM DO MES E RODIZIO DOS
      * ITENS QUE VENCEM NO MES, CLASSE A PRIMEIRO.
       MONTA-PLANO.
           MOVE ZEROES TO QTD-UTIL CT-PLANEJADOS.
           CALL "DATAROLL" USING DATA-RODADA-9 DIAS-ZERO DATA-UTIL-9.
           PERFORM GUARDA-UTIL
               UNTIL ANO-UTIL NOT EQUAL ANO-ROD OR
                     MES-UTIL NOT EQUAL MES-ROD.
           IF QTD-UTIL EQUAL ZEROES
               DISPLAY "EM0431 - SEM DIA UTIL ATE O FIM DO MES - "
                       "PLANO NAO GERADO"
           ELSE
               MOVE "A" TO CLASSE-VEZ
               MOVE ZEROES TO IDX-ITEM
               PERFORM SELECIONA-ITEM QTD-ITEM TIMES
               MOVE "B" TO CLASSE-VEZ
               MOVE ZEROES TO IDX-ITEM
               PERFORM SELECIONA-ITEM QTD-ITEM TIMES
               MOVE "C" TO CLASSE-VEZ
               MOVE ZEROES TO IDX-ITEM
               PERFORM SELECIONA-ITEM QTD-ITEM TIMES
               PERFORM GRAVA-PLANO.

       GUARDA-UTIL.
           ADD 1 TO QTD-UTIL.
           MOVE DATA-UTIL-9 TO DATA-UTIL-TAB(QTD-UTIL).
           CALL "DATAROLL" USING DATA-UTIL-9 DIAS-UM DATA-PROXIMA.
           MOVE DATA-PROXIMA TO DATA-UTIL-9.

       SELECIONA-ITEM.
           ADD 1 TO IDX-ITEM.
           IF CLASSE-IT(IDX-ITEM) EQUAL CLASSE-VEZ
               MOVE IDX-ITEM TO POS-ITEM
               PERFORM VERIFICA-VENCIMENTO
               IF VENCE EQUAL 1
                   DIVIDE CT-PLANEJADOS BY QTD-UTIL GIVING QUOC-TRAB
                       REMAINDER IDX-UTIL
                   ADD 1 TO IDX-UTIL
                   MOVE DATA-UTIL-TAB(IDX-UTIL) TO PLANO-IT(IDX-ITEM)
                   ADD 1 TO CT-PLANEJADOS.

      * VENCE QUANDO O INTERVALO DA CLASSE SE COMPLETA NO MES; O NUNCA
      * CONTADO VENCE NO MES QUE CAI NA MESMA POSICAO DO CODIGO NO
      * CICLO DA CLASSE.
       VERIFICA-VENCIMENTO.
           MOVE ZEROES TO VENCE.
           PERFORM ACHA-CLASSE.
           IF ULT-IT(POS-ITEM) EQUAL ZEROES
               DIVIDE COD-IT(POS-ITEM) BY INTERVALO GIVING QUOC-TRAB
                   REMAINDER RESTO-ITEM
               DIVIDE MES-ROD BY INTERVALO GIVING QUOC-TRAB
                   REMAINDER RESTO-MES
               IF RESTO-ITEM EQUAL RESTO-MES
                   MOVE 1 TO VENCE
               END-IF
           ELSE
               PERFORM CALCULA-MESES
               IF MESES-DECOR IS NOT LESS THAN INTERVALO
                   MOVE 1 TO VENCE.

       CALCULA-MESES.
           MOVE ULT-IT(POS-ITEM) TO DATA-ULT-9.
           COMPUTE MESES-DECOR = (ANO-ROD - ANO-ULT) * 12
                               + (MES-ROD - MES-ULT).

       GRAVA-PLANO.
           OPEN OUTPUT PLANCONT.
           MOVE ZEROES TO IDX-ITEM.
           PERFORM GRAVA-ITEM-PLANO QTD-ITEM TIMES.
           CLOSE PLANCONT.

       GRAVA-ITEM-PLANO.
           ADD 1 TO IDX-ITEM.
           IF PLANO-IT(IDX-ITEM) IS GREATER THAN ZEROES
               MOVE ANOMES-ROD TO ANOMES-PL
               MOVE PLANO-IT(IDX-ITEM) TO DATA-PL
               MOVE COD-IT(IDX-ITEM) TO COD-PL
               MOVE DEP-IT(IDX-ITEM) TO DEP-PL
               MOVE CLASSE-IT(IDX-ITEM) TO CLASSE-PL
               WRITE REG-PLANO.

      * ITENS PLANEJADOS PARA A DATA DE MOVIMENTO, POR DEPOSITO.
       SOLTA-DO-DIA.
           MOVE ZEROES TO IDX-ITEM.
           PERFORM SOLTA-ITEM QTD-ITEM TIMES.

       SOLTA-ITEM.
           ADD 1 TO IDX-ITEM.
           IF PLANO-IT(IDX-ITEM) EQUAL DATA-RODADA-9
               MOVE DEP-IT(IDX-ITEM) TO DEP-TRAB
               MOVE COD-IT(IDX-ITEM) TO COD-TRAB
               MOVE DESC-IT(IDX-ITEM) TO DESC-TRAB
               MOVE CLASSE-IT(IDX-ITEM) TO CLASSE-TRAB
               RELEASE REG-TRAB.

       LISTA-DO-DIA.
           OPEN OUTPUT CONTDIA.
           MOVE DATA-RODADA-9 TO DATA-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           PERFORM LE-TRAB.
           PERFORM LISTA-ITEM UNTIL FIM-TRAB EQUAL "SIM".
           MOVE CT-HOJE TO CT-HOJE-LIN.
           MOVE CT-PLANEJADOS TO CT-PLAN-LIN.
           WRITE REL-SAI FROM LIN-HOJE AFTER ADVANCING 2 LINES.
           CLOSE CONTDIA.

       LE-TRAB.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

       LISTA-ITEM.
           IF DEP-TRAB NOT EQUAL DEP-ATUAL OR PRIMEIRO-DEP EQUAL "SIM"
               MOVE "NAO" TO PRIMEIRO-DEP
               MOVE DEP-TRAB TO DEP-ATUAL DEP-DEP-LIN
               WRITE REL-SAI FROM LIN-DEPOSITO AFTER ADVANCING 2 LINES.
           ADD 1 TO CT-HOJE.
           MOVE COD-TRAB TO COD-CT-LIN.
           MOVE DESC-TRAB TO DESC-CT-LIN.
           MOVE CLASSE-TRAB TO CLASSE-CT-LIN.
           WRITE REL-SAI FROM LIN-CONTAR AFTER ADVANCING 1 LINE.
           MOVE COD-TRAB TO COD-CD.
           MOVE DEP-TRAB TO DEP-CD.
           MOVE ZEROES TO QTDE-CD.
           MOVE SPACES TO CONTADOR-CD.
           WRITE REG-CONTDIA.
           PERFORM LE-TRAB.

      * ATRASADO: O INTERVALO JA PASSOU, OU VENCE NO MES E O DIA
      * PLANEJADO FICOU PARA TRAS SEM CONTAGEM ACEITA. O NUNCA
      * CONTADO SAI COMO "SEM CONTAGEM" ATE PASSAR SEU DIA PLANEJADO.
       COBERTURA.
           WRITE REL-SAI FROM CAB-COBERTURA AFTER ADVANCING 3 LINES.
           WRITE REL-SAI FROM CAB-COBERTURA-2 AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO IDX-ITEM.
           PERFORM AVALIA-ITEM QTD-ITEM TIMES.

       AVALIA-ITEM.
           ADD 1 TO IDX-ITEM.
           MOVE IDX-ITEM TO POS-ITEM.
           PERFORM ACHA-CLASSE.
           ADD 1 TO ITENS-CL(IDX-CL).
           MOVE SPACES TO SIT-COB-LIN.
           IF ULT-IT(POS-ITEM) EQUAL ZEROES
               ADD 1 TO NUNCA-CL(IDX-CL)
               IF PLANO-IT(POS-ITEM) IS GREATER THAN ZEROES AND
                  PLANO-IT(POS-ITEM) IS LESS THAN DATA-RODADA-9
                   MOVE "ATRASADO" TO SIT-COB-LIN
               ELSE
                   MOVE "SEM CONTAGEM" TO SIT-COB-LIN
               END-IF
           ELSE
               PERFORM CALCULA-MESES
               IF MESES-DECOR IS GREATER THAN INTERVALO OR
                  (MESES-DECOR EQUAL INTERVALO AND
                   PLANO-IT(POS-ITEM) IS GREATER THAN ZEROES AND
                   PLANO-IT(POS-ITEM) IS LESS THAN DATA-RODADA-9)
                   MOVE "ATRASADO" TO SIT-COB-LIN
               ELSE
                   ADD 1 TO COBERTOS-CL(IDX-CL).
           IF SIT-COB-LIN EQUAL "ATRASADO"
               ADD 1 TO CT-ATRASADOS ATRASADOS-CL(IDX-CL).
           IF SIT-COB-LIN NOT EQUAL SPACES
               PERFORM IMPRIME-COBERTURA.

       IMPRIME-COBERTURA.
           MOVE COD-IT(POS-ITEM) TO COD-COB-LIN.
           MOVE DEP-IT(POS-ITEM) TO DEP-COB-LIN.
           MOVE DESC-IT(POS-ITEM) TO DESC-COB-LIN.
           MOVE CLASSE-IT(POS-ITEM) TO CLASSE-COB-LIN.
           IF ULT-IT(POS-ITEM) EQUAL ZEROES
               MOVE "NUNCA" TO ULT-COB-LIN
           ELSE
               MOVE ULT-IT(POS-ITEM) TO ULT-COB-LIN.
           IF PLANO-IT(POS-ITEM) EQUAL ZEROES
               MOVE SPACES TO PLANO-COB-LIN
           ELSE
               MOVE PLANO-IT(POS-ITEM) TO PLANO-COB-LIN.
           WRITE REL-SAI FROM LIN-COBERTURA AFTER ADVANCING 1 LINE.

       FIM.
           WRITE REL-SAI FROM CAB-CLASSE AFTER ADVANCING 3 LINES.
           MOVE ZEROES TO IDX-CL.
           PERFORM IMPRIME-CLASSE 3 TIMES.
           CLOSE RELCICLO.
           IF CT-SEM-ABC IS GREATER THAN ZEROES
               DISPLAY "EM0431 - " CT-SEM-ABC " ITEM(NS) SEM CLASSE "
                       "ABC - CONTADOS COMO C".
           DISPLAY "EM0431 - " CT-HOJE " ITEM(NS) A CONTAR HOJE, "
                   CT-ATRASADOS " ATRASADO(S)".

       IMPRIME-CLASSE.
           ADD 1 TO IDX-CL.
           MOVE LETRAS-CLASSE(IDX-CL:1) TO CLASSE-CL-LIN.
           IF IDX-CL EQUAL 1
               MOVE FREQ-A TO INTERV-CL-LIN
           ELSE
               IF IDX-CL EQUAL 2
                   MOVE FREQ-B TO INTERV-CL-LIN
               ELSE
                   MOVE FREQ-C TO INTERV-CL-LIN.
           MOVE ITENS-CL(IDX-CL) TO ITENS-CL-LIN.
           MOVE COBERTOS-CL(IDX-CL) TO COBERT-CL-LIN.
           MOVE ATRASADOS-CL(IDX-CL) TO ATRAS-CL-LIN.
           MOVE NUNCA-CL(IDX-CL) TO NUNCA-CL-LIN.
           MOVE CONTAGENS-CL(IDX-CL) TO CONTAG-CL-LIN.
           MOVE CONFERE-CL(IDX-CL) TO CONFERE-CL-LIN.
           MOVE ZEROES TO ACUR-CL-LIN TOLER-CL-LIN.
           IF CONTAGENS-CL(IDX-CL) IS GREATER THAN ZEROES
               COMPUTE PCT-CALC ROUNDED =
                   CONFERE-CL(IDX-CL) * 100 / CONTAGENS-CL(IDX-CL)
               MOVE PCT-CALC TO ACUR-CL-LIN
               COMPUTE PCT-CALC ROUNDED =
                   TOLER-CL(IDX-CL) * 100 / CONTAGENS-CL(IDX-CL)
               MOVE PCT-CALC TO TOLER-CL-LIN.
           WRITE REL-SAI FROM LIN-CLASSE AFTER ADVANCING 1 LINE.

       COPY LEDATAMOV.
