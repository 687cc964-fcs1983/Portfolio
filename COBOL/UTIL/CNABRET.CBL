       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CNABRET.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       CONVERSOR DE RETORNO FEBRABAN CNAB 240 - O
      *               LADO DE VOLTA DO CNABREM. O BANCO PASSA A
      *               DEVOLVER OS RETORNOS SO EM CNAB 240; ESTE
      *               UTILITARIO, EM DIALOGO DE CONSOLE NOS MOLDES DO
      *               RECEPCAO, LE O ARQUIVO DO BANCO E O REGRAVA NOS
      *               LAYOUTS QUE OS CONSUMIDORES JA PROCESSAM:
      *                 LOTES DE SALARIOS (30) E FORNECEDORES (20),
      *                 SEGMENTO A -> RETBANCO (EM0309);
      *                 LOTES DE DEBITOS (05), SEGMENTO A -> RETDEB
      *                 (EM0224): CONTA, VALOR, REFERENCIA (O "SEU
      *                 NUMERO" DEVOLVIDO), STATUS "E" (OCORRENCIA 00
      *                 OU 03) OU "D" COM O MOTIVO DA OCORRENCIA. A
      *                 OCORRENCIA BD (INCLUSAO ACEITA, AINDA NAO
      *                 EFETIVADA) NAO E STATUS FINAL E NAO SAI;
      *                 LOTES DE COBRANCA (01), SEGMENTOS T E U ->
      *                 RETCOB (EM0219): SO AS LIQUIDACOES (MOVIMENTO
      *                 06 E 17), COM O NOSSO NUMERO, O VALOR PAGO E A
      *                 DATA DA OCORRENCIA. ENTRADA REJEITADA (03) E
      *                 INSTRUCAO REJEITADA (26/30) SAEM NO RELATORIO.
      *               ANTES DE GRAVAR, CONFERE O ARQUIVO INTEIRO:
      *               HEADER DE RETORNO DO BANCO E CONTA DO CNABPAR,
      *               QUANTIDADE DE REGISTROS E SOMA DOS VALORES DE
      *               CADA TRAILER DE LOTE, QUANTIDADES DE LOTES E
      *               REGISTROS DO TRAILER DE ARQUIVO, E UM SO DESTINO
      *               POR ARQUIVO. A SAIDA SAI NO ENVELOPE HR/TR
      *               (ORIGEM RETBANCO/RETDEB/RETCOB, DATA DE GERACAO
      *               E NSA DO BANCO COMO SEQUENCIA), PARA PASSAR PELA
      *               RECEPCAO COMO QUALQUER INTERFACE DE ENTRADA -
      *               DUPLICATA E LACUNA DE RETORNO CONTINUAM BARRADAS
      *               LA. DEVOLUCOES, REJEICOES E OCORRENCIAS SEM
      *               BAIXA SAEM EM RELRCNAB.
      *               RETURN-CODE 16 QUANDO O ARQUIVO E RECUSADO
      *               (NADA E GRAVADO) E 4 QUANDO HOUVE DEVOLUCAO OU
      *               REJEICAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCNAB ASSIGN TO DYNAMIC NOME-CNAB
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CNAB.

           SELECT ARQDEST ASSIGN TO DYNAMIC NOME-DEST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEST.

           SELECT CNABPAR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAR.

           SELECT RELRCNAB ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD ARQCNAB
           LABEL RECORD ARE STANDARD.

       01 REG-ENT-CNAB       PIC X(240).

       FD ARQDEST
           LABEL RECORD ARE STANDARD.

       01 REG-DEST           PIC X(250).

       01 REG-DEST-HEADER REDEFINES REG-DEST.
           02 TIPO-HR        PIC X(02).
           02 ORIGEM-HR      PIC X(08).
           02 DATA-HR        PIC 9(08).
           02 SEQ-HR         PIC 9(06).
           02 FILLER         PIC X(226).

       01 REG-DEST-TRAILER REDEFINES REG-DEST.
           02 TIPO-TR        PIC X(02).
           02 QTDE-TR        PIC 9(07).
           02 FILLER         PIC X(241).

      * RETBANCO (EM0309) E RETDEB (EM0224).
       01 REG-DEST-RET REDEFINES REG-DEST.
           02 CONTA-RET      PIC 9(10).
           02 VALOR-RET      PIC 9(07)V99.
           02 REFERENCIA-RET PIC X(20).
           02 STATUS-RET     PIC X(01).
           02 MOTIVO-RET     PIC X(30).
           02 FILLER         PIC X(180).

      * RETCOB (EM0219).
       01 REG-DEST-COB REDEFINES REG-DEST.
           02 NOSSONUM-COB   PIC X(13).
           02 VALORPG-COB    PIC 9(09)V99.
           02 DATAPG-COB     PIC 9(08).
           02 FILLER         PIC X(218).

       COPY CNABPAR.

       FD RELRCNAB
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       WORKING-STORAGE SECTION.

       77 FIM-CNAB           PIC X(03) VALUE "NAO".
       77 FS-CNAB            PIC X(02) VALUE SPACES.
       77 FS-DEST            PIC X(02) VALUE SPACES.
       77 FS-PAR             PIC X(02) VALUE SPACES.
       77 NOME-CNAB          PIC X(14) VALUE SPACES.
       77 NOME-DEST          PIC X(14) VALUE SPACES.
       77 PASSADA            PIC 9     VALUE ZEROES.
       77 TEM-HEADER         PIC 9     VALUE ZEROES.
       77 TEM-TRAILER        PIC 9     VALUE ZEROES.
       77 DESTINO-ARQ        PIC X(08) VALUE SPACES.
       77 DESTINO-LOTE       PIC X(08) VALUE SPACES.
       77 DATA-RETORNO       PIC 9(08) VALUE ZEROES.
       77 NSA-RETORNO        PIC 9(06) VALUE ZEROES.
       77 CT-LOTES           PIC 9(06) VALUE ZEROES.
       77 CT-REG-ARQ         PIC 9(06) VALUE ZEROES.
       77 CT-REG-LOTE        PIC 9(06) VALUE ZEROES.
       77 SOMA-LOTE          PIC 9(16)V99 VALUE ZEROES.
       77 CT-DADOS           PIC 9(07) VALUE ZEROES.
       77 CT-EFETIVADOS      PIC 9(05) VALUE ZEROES.
       77 CT-DEVOLVIDOS      PIC 9(05) VALUE ZEROES.
       77 CT-PENDENTES       PIC 9(05) VALUE ZEROES.
       77 CT-LIQUIDADOS      PIC 9(05) VALUE ZEROES.
       77 CT-REJEITADOS      PIC 9(05) VALUE ZEROES.
       77 CT-OUTRAS          PIC 9(05) VALUE ZEROES.
       77 MOV-TITULO         PIC X(02) VALUE SPACES.
       77 NOSSONUM-TITULO    PIC X(20) VALUE SPACES.
       77 VALOR-TITULO       PIC 9(13)V99 VALUE ZEROES.
       77 MOTIVOS-TITULO     PIC X(10) VALUE SPACES.
       77 OCORRENCIA-PEDIDA  PIC X(02) VALUE SPACES.
       77 IDX-OCOR           PIC 9(02) VALUE ZEROES.

       COPY WSCNAB.

      * OCORRENCIAS DE PAGAMENTO/DEBITO DO SEGMENTO A (FEBRABAN) COM
      * O TEXTO QUE VAI NO MOTIVO DO RETBANCO/RETDEB (CODIGO + TEXTO
      * CABEM NOS 30 DO MOTIVO).
       01 TAB-OCOR-VALORES.
           02 FILLER PIC X(30) VALUE "01INSUFICIENCIA DE FUNDOS     ".
           02 FILLER PIC X(30) VALUE "02CANCELADO PELO PAGADOR      ".
           02 FILLER PIC X(30) VALUE "AGAGENCIA/CONTA EMPRESA INVAL ".
           02 FILLER PIC X(30) VALUE "AKCAMARA COMPENSACAO INVALIDA ".
           02 FILLER PIC X(30) VALUE "ALBANCO FAVORECIDO INVALIDO   ".
           02 FILLER PIC X(30) VALUE "AMAGENCIA FAVORECIDO INVALIDA ".
           02 FILLER PIC X(30) VALUE "ANCONTA FAVORECIDO INVALIDA   ".
           02 FILLER PIC X(30) VALUE "AONOME DO FAVORECIDO AUSENTE  ".
           02 FILLER PIC X(30) VALUE "APDATA DE LANCAMENTO INVALIDA ".
           02 FILLER PIC X(30) VALUE "ARVALOR LANCAMENTO INVALIDO   ".
           02 FILLER PIC X(30) VALUE "HALOTE NAO ACEITO             ".
           02 FILLER PIC X(30) VALUE "TALOTE COM TOTAIS DIVERGENTES ".
       01 TAB-OCOR REDEFINES TAB-OCOR-VALORES.
           02 ENT-OCOR OCCURS 12 TIMES.
               03 COD-OCOR       PIC X(02).
               03 TEXTO-OCOR     PIC X(28).

       01 LIN-TITULO.
           02 FILLER         PIC X(33) VALUE
               "RETORNO CNAB 240 - OCORRENCIAS  ".
           02 FILLER         PIC X(06) VALUE "NSA ".
           02 NSA-TIT        PIC 9(06).
           02 FILLER         PIC X(09) VALUE " DESTINO ".
           02 DESTINO-TIT    PIC X(08).
           02 FILLER         PIC X(18) VALUE SPACES.

       01 CAB-DETALHE.
           02 FILLER         PIC X(40) VALUE
               "SITUACAO  CONTA/NOSSO NR REFERENCIA    ".
           02 FILLER         PIC X(40) VALUE
               "       VALOR MOTIVO                     ".

       01 DETALHE.
           02 SITUACAO-LIN   PIC X(09).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CHAVE-LIN      PIC X(13).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 REFERENCIA-LIN PIC X(15).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VALOR-LIN      PIC ZZZZZZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 MOTIVO-LIN     PIC X(28).

       01 LIN-TOTAL.
           02 ROTULO-TOT     PIC X(25).
           02 QTDE-TOT       PIC ZZ.ZZ9.
           02 FILLER         PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.

       CNABRET-01.
           PERFORM CARGA-PARAMETROS.
           DISPLAY "ARQUIVO DE RETORNO CNAB 240.: "
                   WITH NO ADVANCING.
           ACCEPT NOME-CNAB.
           DISPLAY "ARQUIVO DE DESTINO..........: "
                   WITH NO ADVANCING.
           ACCEPT NOME-DEST.
           MOVE 1 TO PASSADA.
           PERFORM CONFERE-ARQUIVO.
           MOVE 2 TO PASSADA.
           PERFORM CONVERTE-ARQUIVO.
           DISPLAY "RETORNO NSA " NSA-RETORNO " CONVERTIDO EM "
                   NOME-DEST " (" DESTINO-ARQ ") COM " CT-DADOS
                   " REGISTROS - PASSAR PELA RECEPCAO".
           IF CT-DEVOLVIDOS GREATER THAN ZEROES OR
              CT-REJEITADOS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

       CARGA-PARAMETROS.
           OPEN INPUT CNABPAR.
           IF FS-PAR NOT EQUAL "00"
               DISPLAY "CNABPAR.DAT NAO ENCONTRADO - STATUS " FS-PAR
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           READ CNABPAR AT END
               DISPLAY "CNABPAR.DAT VAZIO - ENCERRANDO"
               CLOSE CNABPAR
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           CLOSE CNABPAR.

      * PRIMEIRA PASSADA: HEADERS, TRAILERS E TOTAIS DE CONTROLE
      * CONFERIDOS ANTES DE TOCAR O DESTINO.
       CONFERE-ARQUIVO.
           OPEN INPUT ARQCNAB.
           IF FS-CNAB NOT EQUAL "00"
               DISPLAY "ARQUIVO DE RETORNO NAO ENCONTRADO - STATUS "
                       FS-CNAB
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-CNAB.
           PERFORM CONFERE-REGISTRO UNTIL FIM-CNAB EQUAL "SIM".
           IF TEM-HEADER NOT EQUAL 1 OR TEM-TRAILER NOT EQUAL 1
               DISPLAY "RETORNO SEM HEADER/TRAILER DE ARQUIVO"
               PERFORM RECUSA-ARQUIVO.
           IF DESTINO-ARQ EQUAL SPACES
               DISPLAY "RETORNO SEM LOTE DE PAGAMENTO/COBRANCA"
               PERFORM RECUSA-ARQUIVO.
           CLOSE ARQCNAB.

       LE-CNAB.
           READ ARQCNAB AT END MOVE "SIM" TO FIM-CNAB.
           IF FIM-CNAB NOT EQUAL "SIM"
               MOVE REG-ENT-CNAB TO REG-CNAB
               ADD 1 TO CT-REG-ARQ.

       RECUSA-ARQUIVO.
           CLOSE ARQCNAB.
           DISPLAY "ARQUIVO " NOME-CNAB " RECUSADO - NADA GRAVADO".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       CONFERE-REGISTRO.
           EVALUATE CNAB-TIPO
               WHEN "0" PERFORM CONFERE-HEADER-ARQUIVO
               WHEN "1" PERFORM CONFERE-HEADER-LOTE
               WHEN "3" PERFORM CONFERE-DETALHE
               WHEN "5" PERFORM CONFERE-TRAILER-LOTE
               WHEN "9" PERFORM CONFERE-TRAILER-ARQUIVO
               WHEN OTHER
                   DISPLAY "REGISTRO " CT-REG-ARQ " COM TIPO "
                           CNAB-TIPO " INVALIDO"
                   PERFORM RECUSA-ARQUIVO
           END-EVALUATE.
           PERFORM LE-CNAB.

       CONFERE-HEADER-ARQUIVO.
           IF CT-REG-ARQ NOT EQUAL 1
               DISPLAY "HEADER DE ARQUIVO FORA DA PRIMEIRA POSICAO"
               PERFORM RECUSA-ARQUIVO.
           IF HA-REM-RET NOT EQUAL 2
               DISPLAY "ARQUIVO NAO E DE RETORNO (CODIGO "
                       HA-REM-RET ")"
               PERFORM RECUSA-ARQUIVO.
           IF HA-BANCO NOT EQUAL BANCO-PAR OR
              HA-CONTA NOT EQUAL CONTA-PAR
               DISPLAY "RETORNO DO BANCO " HA-BANCO " CONTA "
                       HA-CONTA " NAO E O DO CNABPAR"
               PERFORM RECUSA-ARQUIVO.
           MOVE 1 TO TEM-HEADER.
           MOVE HA-NSA TO NSA-RETORNO.
           MOVE HA-DATA-GER TO DATA-CNAB-9.
           PERFORM CONVERTE-DATA.
           MOVE DATA-SIST-CNAB-9 TO DATA-RETORNO.

      * O SERVICO DO LOTE DIZ O DESTINO; TODOS OS LOTES DO ARQUIVO
      * TEM DE IR PARA O MESMO.
       CONFERE-HEADER-LOTE.
           ADD 1 TO CT-LOTES.
           MOVE 1 TO CT-REG-LOTE.
           MOVE ZEROES TO SOMA-LOTE.
           PERFORM IDENTIFICA-DESTINO.
           IF DESTINO-ARQ EQUAL SPACES
               MOVE DESTINO-LOTE TO DESTINO-ARQ.
           IF DESTINO-LOTE NOT EQUAL DESTINO-ARQ
               DISPLAY "LOTE " HL-LOTE " (" DESTINO-LOTE ") MISTURADO "
                       "COM " DESTINO-ARQ " NO MESMO ARQUIVO"
               PERFORM RECUSA-ARQUIVO.

       IDENTIFICA-DESTINO.
           EVALUATE HL-SERVICO
               WHEN 20
               WHEN 30
                   MOVE "RETBANCO" TO DESTINO-LOTE
               WHEN 05
                   MOVE "RETDEB" TO DESTINO-LOTE
               WHEN 01
                   MOVE "RETCOB" TO DESTINO-LOTE
               WHEN OTHER
                   DISPLAY "LOTE " HL-LOTE " COM SERVICO "
                           HL-SERVICO " SEM CONVERSAO"
                   PERFORM RECUSA-ARQUIVO
           END-EVALUATE.

       CONFERE-DETALHE.
           ADD 1 TO CT-REG-LOTE.
           IF CNAB-SEGM EQUAL "A"
               ADD SA-VALOR-PAGTO TO SOMA-LOTE.

       CONFERE-TRAILER-LOTE.
           ADD 1 TO CT-REG-LOTE.
           IF TL-QTDE-REG NOT EQUAL CT-REG-LOTE
               DISPLAY "LOTE " TL-LOTE ": TRAILER COM " TL-QTDE-REG
                       " REGISTROS X LIDOS " CT-REG-LOTE
               PERFORM RECUSA-ARQUIVO.
           IF DESTINO-LOTE NOT EQUAL "RETCOB" AND
              TL-SOMA-VALORES NOT EQUAL SOMA-LOTE
               DISPLAY "LOTE " TL-LOTE ": SOMA DOS VALORES DO "
                       "TRAILER NAO CONFERE COM OS SEGMENTOS A"
               PERFORM RECUSA-ARQUIVO.

       CONFERE-TRAILER-ARQUIVO.
           MOVE 1 TO TEM-TRAILER.
           IF TA-QTDE-LOTES NOT EQUAL CT-LOTES OR
              TA-QTDE-REG NOT EQUAL CT-REG-ARQ
               DISPLAY "TRAILER DE ARQUIVO: " TA-QTDE-LOTES
                       " LOTES/" TA-QTDE-REG " REGISTROS X LIDOS "
                       CT-LOTES "/" CT-REG-ARQ
               PERFORM RECUSA-ARQUIVO.

      * DDMMAAAA DO BANCO PARA O AAAAMMDD DO SISTEMA.
       CONVERTE-DATA.
           MOVE DD-CNAB TO DD-SIST-CNAB.
           MOVE MM-CNAB TO MM-SIST-CNAB.
           MOVE AAAA-CNAB TO AAAA-SIST-CNAB.

      * SEGUNDA PASSADA: ENVELOPE HR/TR E OS REGISTROS CONVERTIDOS.
       CONVERTE-ARQUIVO.
           MOVE "NAO" TO FIM-CNAB.
           MOVE ZEROES TO CT-REG-ARQ.
           OPEN INPUT ARQCNAB.
           OPEN OUTPUT ARQDEST
                       RELRCNAB.
           MOVE NSA-RETORNO TO NSA-TIT.
           MOVE DESTINO-ARQ TO DESTINO-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM CAB-DETALHE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REG-DEST.
           MOVE "HR" TO TIPO-HR.
           MOVE DESTINO-ARQ TO ORIGEM-HR.
           MOVE DATA-RETORNO TO DATA-HR.
           MOVE NSA-RETORNO TO SEQ-HR.
           WRITE REG-DEST.
           PERFORM LE-CNAB.
           PERFORM CONVERTE-REGISTRO UNTIL FIM-CNAB EQUAL "SIM".
           MOVE SPACES TO REG-DEST.
           MOVE "TR" TO TIPO-TR.
           MOVE CT-DADOS TO QTDE-TR.
           WRITE REG-DEST.
           PERFORM IMPRIME-TOTAIS.
           CLOSE ARQCNAB
                 ARQDEST
                 RELRCNAB.

       CONVERTE-REGISTRO.
           IF CNAB-TIPO EQUAL "3"
               EVALUATE CNAB-SEGM
                   WHEN "A" PERFORM CONVERTE-SEGMENTO-A
                   WHEN "T" PERFORM GUARDA-SEGMENTO-T
                   WHEN "U" PERFORM CONVERTE-SEGMENTO-U
               END-EVALUATE.
           PERFORM LE-CNAB.

      * PAGAMENTO/DEBITO: 00 E 03 = EFETIVADO; BD = AGENDADO, SEM
      * STATUS FINAL; O RESTO E DEVOLUCAO COM O MOTIVO.
       CONVERTE-SEGMENTO-A.
           MOVE SA-OCORRENCIA(1) TO OCORRENCIA-PEDIDA.
           IF OCORRENCIA-PEDIDA EQUAL "BD"
               ADD 1 TO CT-PENDENTES
               MOVE "AGENDADO" TO SITUACAO-LIN
               MOVE "INCLUSAO ACEITA - SEM BAIXA" TO MOTIVO-LIN
               PERFORM IMPRIME-SEGMENTO-A
           ELSE
               MOVE SPACES TO REG-DEST
               MOVE SA-CONTA-FAV TO CONTA-RET
               MOVE SA-VALOR-PAGTO TO VALOR-RET
               MOVE SA-SEU-NUMERO TO REFERENCIA-RET
               IF OCORRENCIA-PEDIDA EQUAL "00" OR
                  OCORRENCIA-PEDIDA EQUAL "03"
                   MOVE "E" TO STATUS-RET
                   ADD 1 TO CT-EFETIVADOS
               ELSE
                   MOVE "D" TO STATUS-RET
                   PERFORM MONTA-MOTIVO
                   ADD 1 TO CT-DEVOLVIDOS
                   MOVE "DEVOLVIDO" TO SITUACAO-LIN
                   MOVE MOTIVO-RET TO MOTIVO-LIN
                   PERFORM IMPRIME-SEGMENTO-A
               END-IF
               WRITE REG-DEST
               ADD 1 TO CT-DADOS.

       MONTA-MOTIVO.
           MOVE ZEROES TO IDX-OCOR.
           MOVE SPACES TO MOTIVO-RET.
           PERFORM PROCURA-OCORRENCIA
               UNTIL IDX-OCOR EQUAL 12 OR MOTIVO-RET NOT EQUAL SPACES.
           IF MOTIVO-RET EQUAL SPACES
               STRING "OCORRENCIA " DELIMITED BY SIZE
                      OCORRENCIA-PEDIDA DELIMITED BY SIZE
                      " DO BANCO" DELIMITED BY SIZE
                   INTO MOTIVO-RET.

       PROCURA-OCORRENCIA.
           ADD 1 TO IDX-OCOR.
           IF COD-OCOR(IDX-OCOR) EQUAL OCORRENCIA-PEDIDA
               STRING OCORRENCIA-PEDIDA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TEXTO-OCOR(IDX-OCOR) DELIMITED BY SIZE
                   INTO MOTIVO-RET.

       IMPRIME-SEGMENTO-A.
           MOVE SA-CONTA-FAV TO CHAVE-LIN.
           MOVE SA-SEU-NUMERO TO REFERENCIA-LIN.
           MOVE SA-VALOR-PAGTO TO VALOR-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

      * COBRANCA: O SEGMENTO T TRAZ O TITULO E O MOVIMENTO; O U QUE
      * VEM LOGO ATRAS TRAZ O VALOR PAGO E A DATA.
       GUARDA-SEGMENTO-T.
           MOVE ST-COD-MOV TO MOV-TITULO.
           MOVE ST-NOSSO-NUMERO TO NOSSONUM-TITULO.
           MOVE ST-VALOR-TITULO TO VALOR-TITULO.
           MOVE ST-MOTIVOS TO MOTIVOS-TITULO.

       CONVERTE-SEGMENTO-U.
           EVALUATE MOV-TITULO
               WHEN "06"
               WHEN "17"
                   MOVE SPACES TO REG-DEST
                   MOVE NOSSONUM-TITULO TO NOSSONUM-COB
                   MOVE SU-VALOR-PAGO TO VALORPG-COB
                   MOVE SU-DATA-OCORR TO DATA-CNAB-9
                   PERFORM CONVERTE-DATA
                   MOVE DATA-SIST-CNAB-9 TO DATAPG-COB
                   WRITE REG-DEST
                   ADD 1 TO CT-DADOS
                   ADD 1 TO CT-LIQUIDADOS
               WHEN "02"
                   CONTINUE
               WHEN "03"
               WHEN "26"
               WHEN "30"
                   ADD 1 TO CT-REJEITADOS
                   MOVE "REJEITADO" TO SITUACAO-LIN
                   PERFORM IMPRIME-TITULO
               WHEN OTHER
                   ADD 1 TO CT-OUTRAS
                   MOVE "SEM BAIXA" TO SITUACAO-LIN
                   PERFORM IMPRIME-TITULO
           END-EVALUATE.
           MOVE SPACES TO MOV-TITULO.

       IMPRIME-TITULO.
           MOVE NOSSONUM-TITULO TO CHAVE-LIN.
           MOVE SPACES TO REFERENCIA-LIN MOTIVO-LIN.
           MOVE VALOR-TITULO TO VALOR-LIN.
           STRING "MOVIMENTO " DELIMITED BY SIZE
                  MOV-TITULO DELIMITED BY SIZE
                  " MOTIVOS " DELIMITED BY SIZE
                  MOTIVOS-TITULO DELIMITED BY SIZE
               INTO MOTIVO-LIN.
           WRITE REL-SAI FROM DETALHE AFTER ADVANCING 1 LINE.

       IMPRIME-TOTAIS.
           IF DESTINO-ARQ EQUAL "RETCOB"
               MOVE "TITULOS LIQUIDADOS......." TO ROTULO-TOT
               MOVE CT-LIQUIDADOS TO QTDE-TOT
               WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES
               MOVE "TITULOS REJEITADOS......." TO ROTULO-TOT
               MOVE CT-REJEITADOS TO QTDE-TOT
               WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 1 LINE
               MOVE "OUTRAS OCORRENCIAS......." TO ROTULO-TOT
               MOVE CT-OUTRAS TO QTDE-TOT
               WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 1 LINE
           ELSE
               MOVE "LANCAMENTOS EFETIVADOS..." TO ROTULO-TOT
               MOVE CT-EFETIVADOS TO QTDE-TOT
               WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 2 LINES
               MOVE "LANCAMENTOS DEVOLVIDOS..." TO ROTULO-TOT
               MOVE CT-DEVOLVIDOS TO QTDE-TOT
               WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 1 LINE
               MOVE "AGENDADOS SEM BAIXA......" TO ROTULO-TOT
               MOVE CT-PENDENTES TO QTDE-TOT
               WRITE REL-SAI FROM LIN-TOTAL AFTER ADVANCING 1 LINE.
