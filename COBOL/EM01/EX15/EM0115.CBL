       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM0115.
       AUTHOR.        FABIO COSTA.
       INSTALLATION.  FATEC-SP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      NAO MODIFICAR SEM AUTORIZACAO.
      *REMARKS.       MANUTENCAO NOTURNA DO CADASTRO UNICO DE PESSOAS
      *               (CADPESSOA, UM REGISTRO POR CPF - VER
      *               CADPESSOA.CPY). A MESMA PESSOA PODE SER
      *               FUNCIONARIO (CADFUNC, COM O CPF E O NASCIMENTO
      *               DA TABELA CADDOCF MANTIDA PELO MANREF, TABELA
      *               DOCFUNC), SOCIO (CADSOC1, CANCELADOS FORA),
      *               RESPONSAVEL FINANCEIRO DE ALUNOS (CADRESP) E
      *               CLIENTE PESSOA FISICA (CADCLIX); O CADBENEF SO
      *               CONTRIBUI COM O NASCIMENTO DO TITULAR. TODOS OS
      *               CADASTROS SAO LIDOS NO SORT JUNTO COM O
      *               CADPESSOA ANTERIOR E, POR CPF, O REGISTRO E
      *               REMONTADO COM AS REFERENCIAS DO DIA: CPF NOVO E
      *               INCLUIDO, CPF QUE SAIU DE TODOS OS CADASTROS
      *               FICA INATIVO ("I") SEM AS REFERENCIAS, E TODA
      *               MUDANCA ATUALIZA A DATA DE ALTERACAO. CADASTRO
      *               AUSENTE NO DIA NAO DERRUBA O PAPEL: AS
      *               REFERENCIAS DAQUELE PAPEL SAO MANTIDAS DA VERSAO
      *               ANTERIOR E O FATO SAI NO RELATORIO.
      *               RELATORIO RELCPES COM OS CONFLITOS - O MESMO CPF
      *               COM NOMES OU NASCIMENTOS DIFERENTES NOS
      *               CADASTROS, CPF REPETIDO DENTRO DE UM CADASTRO,
      *               CPF INVALIDO E FUNCIONARIO SEM CPF NO CADDOCF -
      *               TAMBEM GRAVADOS NO EXCLOG, E OS TOTAIS DO
      *               CADASTRO. RETURN-CODE 4 QUANDO HOUVE CONFLITO OU
      *               PENDENCIA; 16 SEM NENHUM DOS CADASTROS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.
       SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPESSOA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PES.

           SELECT CADFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FUNC.

           SELECT CADDOCF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DOCF.

           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SOC.

           SELECT CADRESP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESP.

           SELECT CADCLIX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CODIGO-ENTX
           ALTERNATE RECORD KEY IS IDENT-ENTX1
           ALTERNATE RECORD KEY IS NOME-ENTX WITH DUPLICATES
           FILE STATUS IS FS-CLIX.

           SELECT CADBENEF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BEN.

           SELECT TRAB ASSIGN TO DISK.

           SELECT RELCPES ASSIGN TO DISK.

           SELECT EXCLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCLOG.

           SELECT DATAMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.

       COPY CADPESSOA.

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

       FD CADDOCF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDOCF.DAT".

       01 REG-DOCF.
           02 MAT-DOCF       PIC 9(05).
           02 CPF-DOCF       PIC 9(11).
           02 NASC-DOCF      PIC 9(08).

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

       COPY CADRESP.

       FD CADCLIX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLIX.DAT".

       01 REGCLIX.
           02 CODIGO-ENTX    PIC X(03).
           02 TIPO-PESSOAX   PIC X(01).
           02 IDENT-ENTX1.
               03 IDENT-ENTX     PIC 9 OCCURS 14 TIMES.
           02 NOME-ENTX      PIC X(30).
           02 ESTADO-ENTX    PIC X(02).
           02 CIDADE-ENTX    PIC X(30).
           02 EMAIL-ENTX     PIC X(30).
           02 TELEFONE-ENTX  PIC 9(10).

       COPY CADBENEF.

       SD TRAB.

       01 REG-TRAB.
           02 CPF-TRAB       PIC 9(11).
           02 FONTE-TRAB     PIC 9(01).
           02 SEQ-TRAB       PIC 9(06).
           02 DADOS-TRAB     PIC X(156).

       FD RELCPES
           LABEL RECORD IS OMITTED.

       01 REL-SAI            PIC X(80).

       COPY EXCLOG.

       COPY DATAMOV.

       WORKING-STORAGE SECTION.

       77 FS-PES             PIC X(02) VALUE SPACES.
       77 FS-FUNC            PIC X(02) VALUE SPACES.
       77 FS-DOCF            PIC X(02) VALUE SPACES.
       77 FS-SOC             PIC X(02) VALUE SPACES.
       77 FS-RESP            PIC X(02) VALUE SPACES.
       77 FS-CLIX            PIC X(02) VALUE SPACES.
       77 FS-BEN             PIC X(02) VALUE SPACES.
       77 FS-EXCLOG          PIC X(02) VALUE SPACES.
       77 FIM-PES            PIC X(03) VALUE "NAO".
       77 FIM-FUNC           PIC X(03) VALUE "NAO".
       77 FIM-DOCF           PIC X(03) VALUE "NAO".
       77 FIM-SOC            PIC X(03) VALUE "NAO".
       77 FIM-RESP           PIC X(03) VALUE "NAO".
       77 FIM-CLIX           PIC X(03) VALUE "NAO".
       77 FIM-BENEF          PIC X(03) VALUE "NAO".
       77 FIM-TRAB           PIC X(03) VALUE "NAO".
       77 TEM-FUNC           PIC 9     VALUE ZEROES.
       77 TEM-SOC            PIC 9     VALUE ZEROES.
       77 TEM-RESP           PIC 9     VALUE ZEROES.
       77 TEM-CLIX           PIC 9     VALUE ZEROES.
       77 CT-SEQ             PIC 9(06) VALUE ZEROES.
       77 CT-GRAVADAS        PIC 9(06) VALUE ZEROES.
       77 CT-ATIVAS          PIC 9(06) VALUE ZEROES.
       77 CT-INATIVAS        PIC 9(06) VALUE ZEROES.
       77 CT-INCLUIDAS       PIC 9(06) VALUE ZEROES.
       77 CT-ALTERADAS       PIC 9(06) VALUE ZEROES.
       77 CT-MULTIPAPEL      PIC 9(06) VALUE ZEROES.
       77 CT-CONFLITOS       PIC 9(06) VALUE ZEROES.
       77 CT-PENDENCIAS      PIC 9(06) VALUE ZEROES.
       77 CT-SOC-SEM-CPF     PIC 9(06) VALUE ZEROES.
       77 QTD-DOCF           PIC 9(03) VALUE ZEROES.
       77 IDX-DOCF           PIC 9(03) VALUE ZEROES.
       77 POS-DOCF           PIC 9(03) VALUE ZEROES.
       77 MAT-PROC           PIC 9(05) VALUE ZEROES.
       77 IDX-ALU            PIC 9(01) VALUE ZEROES.
       77 QTD-FUNC-PES       PIC 9(01) VALUE ZEROES.
       77 QTD-SOC-PES        PIC 9(01) VALUE ZEROES.
       77 QTD-CLI-PES        PIC 9(01) VALUE ZEROES.
       77 QTD-PAPEIS         PIC 9(01) VALUE ZEROES.
       77 EXISTE-ANT         PIC 9     VALUE ZEROES.
       77 CPF-CORRENTE       PIC 9(11) VALUE ZEROES.
       77 CPF-VAL            PIC 9     VALUE ZEROES.
       77 ORIGEM-NOME        PIC X(16) VALUE SPACES.
       77 ORIGEM-NASC        PIC X(16) VALUE SPACES.
       77 ORIGEM-W           PIC X(16) VALUE SPACES.
       77 MOTIVO-W           PIC X(20) VALUE SPACES.
       77 VALOR-W            PIC X(30) VALUE SPACES.
       77 MSG-EXC            PIC X(40) VALUE SPACES.
       77 CHAVE-EXC          PIC X(15) VALUE SPACES.
       77 NOME-AUSENTE       PIC X(08) VALUE SPACES.

       01 CPF-TRAB-CHK.
           02 CPF-DIG-CHK    PIC 9 OCCURS 11 TIMES.
       01 CPF-TRAB-9 REDEFINES CPF-TRAB-CHK PIC 9(11).

      * PAPEL LIDO DE UM DOS CADASTROS, COMO VAI NO DADOS-TRAB:
      * CHAVE DO PAPEL NO CADASTRO DE ORIGEM, NOME, NASCIMENTO (ZERO =
      * NAO INFORMADO) E, NO RESPONSAVEL, AS MATRICULAS DOS ALUNOS.
       01 PAPEL-TRAB.
           02 CHAVE-PT       PIC X(07).
           02 NOME-PT        PIC X(30).
           02 NASC-PT        PIC 9(08).
           02 QTD-ALU-PT     PIC 9(01).
           02 ALU-PT         PIC 9(07) OCCURS 6 TIMES.

       01 TAB-DOCF.
           02 ENT-DOCF OCCURS 300 TIMES.
               03 MAT-DOCF-TAB   PIC 9(05).
               03 CPF-DOCF-TAB   PIC 9(11).
               03 NASC-DOCF-TAB  PIC 9(08).

       01 PES-ATU.
           02 CPF-ATU        PIC 9(11).
           02 NOME-ATU       PIC X(30).
           02 NASC-ATU       PIC 9(08).
           02 SIT-ATU        PIC X(01).
           02 INCL-ATU       PIC 9(08).
           02 ALT-ATU        PIC 9(08).
           02 PAPEIS-ATU.
               03 PAPEL-F-ATU    PIC X(01).
               03 PAPEL-S-ATU    PIC X(01).
               03 PAPEL-R-ATU    PIC X(01).
               03 PAPEL-C-ATU    PIC X(01).
           02 FUNC-ATU       PIC 9(05) OCCURS 2 TIMES.
           02 SOC-ATU        PIC 9(06) OCCURS 3 TIMES.
           02 RESP-ATU       PIC 9(07).
           02 ALU-ATU        PIC 9(07) OCCURS 6 TIMES.
           02 CLI-ATU        PIC X(03) OCCURS 3 TIMES.

       01 PES-ATU-REFS REDEFINES PES-ATU.
           02 FILLER         PIC X(70).
           02 FUNC-REFS-ATU  PIC X(10).
           02 SOC-REFS-ATU   PIC X(18).
           02 RESP-REFS-ATU  PIC X(49).
           02 CLI-REFS-ATU   PIC X(09).

       01 PES-ANT.
           02 CPF-ANT        PIC 9(11).
           02 NOME-ANT       PIC X(30).
           02 NASC-ANT       PIC 9(08).
           02 SIT-ANT        PIC X(01).
           02 INCL-ANT       PIC 9(08).
           02 ALT-ANT        PIC 9(08).
           02 PAPEIS-ANT.
               03 PAPEL-F-ANT    PIC X(01).
               03 PAPEL-S-ANT    PIC X(01).
               03 PAPEL-R-ANT    PIC X(01).
               03 PAPEL-C-ANT    PIC X(01).
           02 FUNC-REFS-ANT  PIC X(10).
           02 SOC-REFS-ANT   PIC X(18).
           02 RESP-REFS-ANT  PIC X(49).
           02 CLI-REFS-ANT   PIC X(09).

       01 DATA-RODADA-X      PIC X(08) VALUE SPACES.
       01 DATA-RODADA REDEFINES DATA-RODADA-X PIC 9(08).

       01 DATA-EDIT-W.
           02 ANO-EDIT       PIC 9(04).
           02 MES-EDIT       PIC 9(02).
           02 DIA-EDIT       PIC 9(02).
       01 DATA-EDIT-9 REDEFINES DATA-EDIT-W PIC 9(08).

       01 DATA-EXIB.
           02 DIA-EXIB       PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MES-EXIB       PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 ANO-EXIB       PIC 9(04).

       COPY WSDATAMOV.

       01 LIN-TITULO.
           02 FILLER         PIC X(36) VALUE
                        "CADASTRO UNICO DE PESSOAS - CONFLITO".
           02 FILLER         PIC X(18) VALUE "S E PENDENCIAS".
           02 FILLER         PIC X(05) VALUE "DATA ".
           02 DATA-TIT       PIC X(10).
           02 FILLER         PIC X(11) VALUE SPACES.

       01 LIN-CAB.
           02 FILLER         PIC X(30) VALUE
                        "CPF          ORIGEM          ".
           02 FILLER         PIC X(33) VALUE
                        "  VALOR NO CADASTRO              ".
           02 FILLER         PIC X(17) VALUE "OCORRENCIA".

       01 LIN-CONF.
           02 CPF-LIN        PIC X(11).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 ORIGEM-LIN     PIC X(16).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 VALOR-LIN      PIC X(30).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 MOTIVO-LIN     PIC X(17).

       01 LIN-AVISO.
           02 FILLER         PIC X(03) VALUE "***".
           02 FILLER         PIC X(01) VALUE SPACES.
           02 AVISO-LIN      PIC X(76).

       01 LIN-TOTAL1.
           02 FILLER         PIC X(21) VALUE "PESSOAS GRAVADAS:    ".
           02 GRAV-LIN       PIC ZZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  ATIVAS:     ".
           02 ATIV-LIN       PIC ZZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  INATIVAS:   ".
           02 INAT-LIN       PIC ZZZ.ZZ9.
           02 FILLER         PIC X(10) VALUE SPACES.

       01 LIN-TOTAL2.
           02 FILLER         PIC X(21) VALUE "INCLUIDAS:           ".
           02 INCL-LIN       PIC ZZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  ALTERADAS:  ".
           02 ALTER-LIN      PIC ZZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  MULTIPAPEL: ".
           02 MULTI-LIN      PIC ZZZ.ZZ9.
           02 FILLER         PIC X(10) VALUE SPACES.

       01 LIN-TOTAL3.
           02 FILLER         PIC X(21) VALUE "CONFLITOS:           ".
           02 CONF-LIN       PIC ZZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  PENDENCIAS: ".
           02 PEND-LIN       PIC ZZZ.ZZ9.
           02 FILLER         PIC X(14) VALUE "  SOC.S/CPF:  ".
           02 SSCPF-LIN      PIC ZZZ.ZZ9.
           02 FILLER         PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.

       EM01-15.
           PERFORM INICIO.
           SORT TRAB
               ASCENDING KEY CPF-TRAB
               ASCENDING KEY FONTE-TRAB
               ASCENDING KEY SEQ-TRAB
               INPUT  PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           PERFORM FIM.
           DISPLAY "EM0115 - " CT-GRAVADAS " PESSOA(S), "
                   CT-CONFLITOS " CONFLITO(S), "
                   CT-PENDENCIAS " PENDENCIA(S)".
           IF CT-CONFLITOS IS GREATER THAN ZEROES OR
              CT-PENDENCIAS IS GREATER THAN ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

      * O RELATORIO E O EXCLOG SAO ABERTOS ANTES DO SORT PORQUE AS
      * PENDENCIAS DE ENTRADA (CPF INVALIDO, FUNCIONARIO SEM CPF) SAO
      * LISTADAS NA LEITURA DOS CADASTROS, ANTES DOS CONFLITOS.
       INICIO.
           PERFORM LE-DATAMOV.
           MOVE DATA-MOVTO TO DATA-RODADA-X.
           OPEN OUTPUT RELCPES
                EXTEND EXCLOG.
           IF FS-EXCLOG EQUAL "35"
               CLOSE EXCLOG
               OPEN OUTPUT EXCLOG.
           MOVE DATA-RODADA TO DATA-EDIT-9.
           PERFORM EDITA-DATA.
           MOVE DATA-EXIB TO DATA-TIT.
           WRITE REL-SAI FROM LIN-TITULO AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM LIN-CAB AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-SAI.
           WRITE REL-SAI AFTER ADVANCING 1 LINE.

      * ENTRADA DO SORT, POR CPF: CADPESSOA ANTERIOR (FONTE 0),
      * FUNCIONARIOS (1), SOCIOS (2), RESPONSAVEIS (3), CLIENTES (4)
      * E NASCIMENTOS DO CADBENEF (5). A ORDEM DAS FONTES E A ORDEM DE
      * PRECEDENCIA DO NOME E DO NASCIMENTO NO CADASTRO UNICO.
       ROT-ENTRADA.
           PERFORM CARGA-DOCF.
           OPEN INPUT CADPESSOA.
           IF FS-PES EQUAL "00"
               PERFORM LE-PES UNTIL FIM-PES EQUAL "SIM"
               CLOSE CADPESSOA.
           OPEN INPUT CADFUNC.
           IF FS-FUNC EQUAL "00"
               MOVE 1 TO TEM-FUNC
               PERFORM LE-FUNC UNTIL FIM-FUNC EQUAL "SIM"
               CLOSE CADFUNC
           ELSE
               MOVE "CADFUNC" TO NOME-AUSENTE
               PERFORM IMPRIME-AVISO.
           OPEN INPUT CADSOC1.
           IF FS-SOC EQUAL "00"
               MOVE 1 TO TEM-SOC
               PERFORM LE-SOC UNTIL FIM-SOC EQUAL "SIM"
               CLOSE CADSOC1
           ELSE
               MOVE "CADSOC1" TO NOME-AUSENTE
               PERFORM IMPRIME-AVISO.
           OPEN INPUT CADRESP.
           IF FS-RESP EQUAL "00"
               MOVE 1 TO TEM-RESP
               PERFORM LE-RESP UNTIL FIM-RESP EQUAL "SIM"
               CLOSE CADRESP
           ELSE
               MOVE "CADRESP" TO NOME-AUSENTE
               PERFORM IMPRIME-AVISO.
           OPEN INPUT CADCLIX.
           IF FS-CLIX EQUAL "00"
               MOVE 1 TO TEM-CLIX
               PERFORM LE-CLIX UNTIL FIM-CLIX EQUAL "SIM"
               CLOSE CADCLIX
           ELSE
               MOVE "CADCLIX" TO NOME-AUSENTE
               PERFORM IMPRIME-AVISO.
           IF TEM-FUNC EQUAL ZEROES AND TEM-SOC EQUAL ZEROES AND
              TEM-RESP EQUAL ZEROES AND TEM-CLIX EQUAL ZEROES
               DISPLAY "EM0115 - NENHUM CADASTRO DE PAPEL DISPONIVEL - "
                       "ENCERRANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CADBENEF.
           IF FS-BEN EQUAL "00"
               PERFORM LE-BEN UNTIL FIM-BENEF EQUAL "SIM"
               CLOSE CADBENEF.

      * CPF E NASCIMENTO DOS FUNCIONARIOS (TABELA DOCFUNC DO MANREF).
      * SEM A TABELA, TODO FUNCIONARIO SAI COMO PENDENCIA.
       CARGA-DOCF.
           OPEN INPUT CADDOCF.
           IF FS-DOCF EQUAL "00"
               PERFORM LE-DOCF UNTIL FIM-DOCF EQUAL "SIM"
               CLOSE CADDOCF.

       LE-DOCF.
           READ CADDOCF AT END
               MOVE "SIM" TO FIM-DOCF.
           IF FIM-DOCF NOT EQUAL "SIM"
               IF QTD-DOCF GREATER THAN OR EQUAL TO 300
                   DISPLAY "CADDOCF EXCEDE 300 REGISTROS - ENCERRANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-DOCF
                   MOVE MAT-DOCF TO MAT-DOCF-TAB(QTD-DOCF)
                   MOVE CPF-DOCF TO CPF-DOCF-TAB(QTD-DOCF)
                   MOVE NASC-DOCF TO NASC-DOCF-TAB(QTD-DOCF).

       PROCURA-DOCF.
           MOVE ZEROES TO POS-DOCF IDX-DOCF.
           PERFORM TESTA-DOCF QTD-DOCF TIMES.

       TESTA-DOCF.
           ADD 1 TO IDX-DOCF.
           IF MAT-DOCF-TAB(IDX-DOCF) EQUAL MAT-PROC
               MOVE IDX-DOCF TO POS-DOCF.

       LE-PES.
           READ CADPESSOA AT END
               MOVE "SIM" TO FIM-PES.
           IF FIM-PES NOT EQUAL "SIM"
               MOVE SPACES TO REG-TRAB
               MOVE CPF-PES TO CPF-TRAB
               MOVE 0 TO FONTE-TRAB
               MOVE REG-PES TO DADOS-TRAB
               PERFORM SOLTA-TRAB.

       LE-FUNC.
           READ CADFUNC AT END
               MOVE "SIM" TO FIM-FUNC.
           IF FIM-FUNC NOT EQUAL "SIM"
               MOVE MAT-FUNC TO MAT-PROC
               PERFORM PROCURA-DOCF
               MOVE 1 TO FONTE-TRAB
               MOVE SPACES TO PAPEL-TRAB
               MOVE MAT-FUNC TO CHAVE-PT
               MOVE NOME-FUNC TO NOME-PT
               MOVE ZEROES TO QTD-ALU-PT
               IF POS-DOCF EQUAL ZEROES
                   MOVE ZEROES TO CPF-TRAB-9 NASC-PT
                   MOVE "SEM CPF (CADDOCF)" TO MOTIVO-W
                   PERFORM REJEITA-ORIGEM
               ELSE
                   MOVE CPF-DOCF-TAB(POS-DOCF) TO CPF-TRAB-9
                   MOVE NASC-DOCF-TAB(POS-DOCF) TO NASC-PT
                   PERFORM CONFERE-E-SOLTA.

      * SOCIO CANCELADO NAO E PAPEL ATUAL; SOCIO SEM CPF (CADASTRO
      * ANTIGO) SO E CONTADO, PARA NAO ENCHER O RELATORIO.
       LE-SOC.
           READ CADSOC1 AT END
               MOVE "SIM" TO FIM-SOC.
           IF FIM-SOC NOT EQUAL "SIM" AND STATUS-SOC1 NOT EQUAL "C"
               IF CPF-SOC1 IS NOT NUMERIC OR CPF-SOC1 EQUAL ZEROES
                   ADD 1 TO CT-SOC-SEM-CPF
               ELSE
                   MOVE SPACES TO PAPEL-TRAB
                   MOVE NUM-SOC1 TO CHAVE-PT
                   MOVE NOME-SOC1 TO NOME-PT
                   MOVE ZEROES TO NASC-PT QTD-ALU-PT
                   MOVE CPF-SOC1 TO CPF-TRAB-9
                   MOVE 2 TO FONTE-TRAB
                   PERFORM CONFERE-E-SOLTA.

       LE-RESP.
           READ CADRESP AT END
               MOVE "SIM" TO FIM-RESP.
           IF FIM-RESP NOT EQUAL "SIM"
               MOVE SPACES TO PAPEL-TRAB
               MOVE COD-RESP TO CHAVE-PT
               MOVE NOME-RESP TO NOME-PT
               MOVE ZEROES TO NASC-PT
               MOVE QTD-FIL-RESP TO QTD-ALU-PT
               MOVE ZEROES TO IDX-ALU
               PERFORM COPIA-ALUNO 6 TIMES
               MOVE CPF-RESP TO CPF-TRAB-9
               MOVE 3 TO FONTE-TRAB
               PERFORM CONFERE-E-SOLTA.

       COPIA-ALUNO.
           ADD 1 TO IDX-ALU.
           IF IDX-ALU GREATER THAN QTD-FIL-RESP OR
              MAT-FIL-RESP(IDX-ALU) IS NOT NUMERIC
               MOVE ZEROES TO ALU-PT(IDX-ALU)
           ELSE
               MOVE MAT-FIL-RESP(IDX-ALU) TO ALU-PT(IDX-ALU).

      * SO CLIENTE PESSOA FISICA: O CPF OCUPA AS 11 PRIMEIRAS POSICOES
      * DA IDENTIFICACAO, COMPLETADA COM ZEROS.
       LE-CLIX.
           READ CADCLIX NEXT RECORD AT END
               MOVE "SIM" TO FIM-CLIX.
           IF FIM-CLIX NOT EQUAL "SIM" AND TIPO-PESSOAX EQUAL "F"
               MOVE SPACES TO PAPEL-TRAB
               MOVE CODIGO-ENTX TO CHAVE-PT
               MOVE NOME-ENTX TO NOME-PT
               MOVE ZEROES TO NASC-PT QTD-ALU-PT
               IF IDENT-ENTX1 IS NOT NUMERIC
                   MOVE ZEROES TO CPF-TRAB-9
               ELSE
                   MOVE IDENT-ENTX1(1:11) TO CPF-TRAB-CHK
               END-IF
               MOVE 4 TO FONTE-TRAB
               PERFORM CONFERE-E-SOLTA.

      * DO CADBENEF SO INTERESSA O NASCIMENTO DO TITULAR, NO CPF DO
      * FUNCIONARIO; ADESAO DE MATRICULA SEM CPF E IGNORADA AQUI (O
      * FUNCIONARIO JA SAIU COMO PENDENCIA).
       LE-BEN.
           READ CADBENEF AT END
               MOVE "SIM" TO FIM-BENEF.
           IF FIM-BENEF NOT EQUAL "SIM" AND NASC-BEN IS NUMERIC AND
              NASC-BEN NOT EQUAL ZEROES
               MOVE MAT-BEN TO MAT-PROC
               PERFORM PROCURA-DOCF
               IF POS-DOCF NOT EQUAL ZEROES
                   MOVE SPACES TO PAPEL-TRAB
                   MOVE MAT-BEN TO CHAVE-PT
                   MOVE NASC-BEN TO NASC-PT
                   MOVE ZEROES TO QTD-ALU-PT
                   MOVE SPACES TO REG-TRAB
                   MOVE CPF-DOCF-TAB(POS-DOCF) TO CPF-TRAB
                   MOVE 5 TO FONTE-TRAB
                   MOVE PAPEL-TRAB TO DADOS-TRAB
                   PERFORM SOLTA-TRAB.

      * CPF COM DIGITO VERIFICADOR ERRADO NAO ENTRA NO CADASTRO UNICO;
      * SAI NO RELATORIO E NO EXCLOG PARA O CADASTRO DE ORIGEM CORRIGIR.
       CONFERE-E-SOLTA.
           CALL "CPFVALID" USING CPF-TRAB-CHK CPF-VAL.
           IF CPF-VAL NOT EQUAL 1
               MOVE "CPF INVALIDO" TO MOTIVO-W
               PERFORM REJEITA-ORIGEM
           ELSE
               MOVE SPACES TO DADOS-TRAB
               MOVE CPF-TRAB-9 TO CPF-TRAB
               MOVE PAPEL-TRAB TO DADOS-TRAB
               PERFORM SOLTA-TRAB.

       SOLTA-TRAB.
           ADD 1 TO CT-SEQ.
           MOVE CT-SEQ TO SEQ-TRAB.
           RELEASE REG-TRAB.

       REJEITA-ORIGEM.
           ADD 1 TO CT-PENDENCIAS.
           PERFORM MONTA-ORIGEM.
           MOVE SPACES TO LIN-CONF.
           IF CPF-TRAB-9 NOT EQUAL ZEROES
               MOVE CPF-TRAB-9 TO CPF-LIN.
           MOVE ORIGEM-W TO ORIGEM-LIN.
           MOVE NOME-PT TO VALOR-LIN.
           MOVE MOTIVO-W TO MOTIVO-LIN.
           WRITE REL-SAI FROM LIN-CONF AFTER ADVANCING 1 LINE.
           IF CPF-TRAB-9 EQUAL ZEROES
               MOVE ORIGEM-W TO CHAVE-EXC
           ELSE
               MOVE CPF-TRAB-9 TO CHAVE-EXC.
           MOVE SPACES TO MSG-EXC.
           STRING MOTIVO-W DELIMITED BY "  "
                  " - " ORIGEM-W DELIMITED BY SIZE INTO MSG-EXC.
           PERFORM GRAVA-EXCLOG.

      * ORIGEM DO PAPEL PARA O RELATORIO: CADASTRO E CHAVE.
       MONTA-ORIGEM.
           MOVE SPACES TO ORIGEM-W.
           EVALUATE FONTE-TRAB
               WHEN 1
                   STRING "CADFUNC " CHAVE-PT(1:5)
                          DELIMITED BY SIZE INTO ORIGEM-W
               WHEN 2
                   STRING "CADSOC1 " CHAVE-PT(1:6)
                          DELIMITED BY SIZE INTO ORIGEM-W
               WHEN 3
                   STRING "CADRESP " CHAVE-PT
                          DELIMITED BY SIZE INTO ORIGEM-W
               WHEN 4
                   STRING "CADCLIX " CHAVE-PT(1:3)
                          DELIMITED BY SIZE INTO ORIGEM-W
               WHEN 5
                   STRING "CADBENEF " CHAVE-PT(1:5)
                          DELIMITED BY SIZE INTO ORIGEM-W
           END-EVALUATE.

       IMPRIME-AVISO.
           MOVE SPACES TO AVISO-LIN.
           STRING NOME-AUSENTE DELIMITED BY SPACE
                  " AUSENTE - PAPEIS MANTIDOS DA VERSAO ANTERIOR"
                  DELIMITED BY SIZE INTO AVISO-LIN.
           WRITE REL-SAI FROM LIN-AVISO AFTER ADVANCING 1 LINE.
           DISPLAY "EM0115 - " AVISO-LIN.

       ROT-SAIDA.
           OPEN OUTPUT CADPESSOA.
           PERFORM LE-TRAB.
           PERFORM PRINCIPAL UNTIL FIM-TRAB EQUAL "SIM".
           CLOSE CADPESSOA.

       LE-TRAB.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

      * QUEBRA POR CPF: MONTA A PESSOA COM OS PAPEIS DO DIA, CONFERE
      * NOME E NASCIMENTO ENTRE OS CADASTROS E GRAVA O RESULTADO.
       PRINCIPAL.
           MOVE CPF-TRAB TO CPF-CORRENTE.
           PERFORM INICIA-PESSOA.
           PERFORM TRATA-REGISTRO
               UNTIL FIM-TRAB EQUAL "SIM" OR
                     CPF-TRAB NOT EQUAL CPF-CORRENTE.
           PERFORM ENCERRA-PESSOA.

       INICIA-PESSOA.
           MOVE ZEROES TO EXISTE-ANT QTD-FUNC-PES QTD-SOC-PES
                          QTD-CLI-PES.
           MOVE SPACES TO PES-ATU PES-ANT ORIGEM-NOME ORIGEM-NASC.
           MOVE CPF-CORRENTE TO CPF-ATU.
           MOVE ZEROES TO NASC-ATU INCL-ATU ALT-ATU RESP-ATU
                          FUNC-ATU(1) FUNC-ATU(2)
                          SOC-ATU(1) SOC-ATU(2) SOC-ATU(3)
                          ALU-ATU(1) ALU-ATU(2) ALU-ATU(3)
                          ALU-ATU(4) ALU-ATU(5) ALU-ATU(6).

       TRATA-REGISTRO.
           IF FONTE-TRAB EQUAL 0
               MOVE DADOS-TRAB TO PES-ANT
               MOVE 1 TO EXISTE-ANT
           ELSE
               MOVE DADOS-TRAB TO PAPEL-TRAB
               PERFORM MONTA-ORIGEM
               EVALUATE FONTE-TRAB
                   WHEN 1
                       PERFORM TRATA-FUNCIONARIO
                   WHEN 2
                       PERFORM TRATA-SOCIO
                   WHEN 3
                       PERFORM TRATA-RESPONSAVEL
                   WHEN 4
                       PERFORM TRATA-CLIENTE
               END-EVALUATE
               PERFORM CONFERE-NASCIMENTO.
           PERFORM LE-TRAB.

       TRATA-FUNCIONARIO.
           MOVE "F" TO PAPEL-F-ATU.
           ADD 1 TO QTD-FUNC-PES.
           IF QTD-FUNC-PES GREATER THAN 1
               PERFORM CPF-REPETIDO.
           IF QTD-FUNC-PES NOT GREATER THAN 2
               MOVE CHAVE-PT(1:5) TO FUNC-ATU(QTD-FUNC-PES).
           PERFORM CONFERE-NOME.

       TRATA-SOCIO.
           MOVE "S" TO PAPEL-S-ATU.
           ADD 1 TO QTD-SOC-PES.
           IF QTD-SOC-PES GREATER THAN 1
               PERFORM CPF-REPETIDO.
           IF QTD-SOC-PES NOT GREATER THAN 3
               MOVE CHAVE-PT(1:6) TO SOC-ATU(QTD-SOC-PES).
           PERFORM CONFERE-NOME.

      * CADRESP TEM UM REGISTRO POR CPF (CRITICA DO EM0339); SE VIER
      * OUTRO, FICA O PRIMEIRO.
       TRATA-RESPONSAVEL.
           IF PAPEL-R-ATU EQUAL "R"
               PERFORM CPF-REPETIDO
           ELSE
               MOVE "R" TO PAPEL-R-ATU
               MOVE CHAVE-PT TO RESP-ATU
               MOVE ZEROES TO IDX-ALU
               PERFORM GUARDA-ALUNO 6 TIMES.
           PERFORM CONFERE-NOME.

       GUARDA-ALUNO.
           ADD 1 TO IDX-ALU.
           MOVE ALU-PT(IDX-ALU) TO ALU-ATU(IDX-ALU).

       TRATA-CLIENTE.
           MOVE "C" TO PAPEL-C-ATU.
           ADD 1 TO QTD-CLI-PES.
           IF QTD-CLI-PES GREATER THAN 1
               PERFORM CPF-REPETIDO.
           IF QTD-CLI-PES NOT GREATER THAN 3
               MOVE CHAVE-PT(1:3) TO CLI-ATU(QTD-CLI-PES).
           PERFORM CONFERE-NOME.

      * O NOME DO CADASTRO UNICO E O DO PRIMEIRO PAPEL NA ORDEM DAS
      * FONTES; NOME DIFERENTE EM OUTRO CADASTRO E CONFLITO.
       CONFERE-NOME.
           IF NOME-ATU EQUAL SPACES
               MOVE NOME-PT TO NOME-ATU
               MOVE ORIGEM-W TO ORIGEM-NOME
           ELSE
               IF NOME-PT NOT EQUAL NOME-ATU
                   MOVE "NOME DIVERGENTE" TO MOTIVO-W
                   MOVE NOME-PT TO VALOR-W
                   PERFORM IMPRIME-CONFLITO
                   MOVE SPACES TO LIN-CONF
                   MOVE ORIGEM-NOME TO ORIGEM-LIN
                   MOVE NOME-ATU TO VALOR-LIN
                   MOVE "(REFERENCIA)" TO MOTIVO-LIN
                   WRITE REL-SAI FROM LIN-CONF
                       AFTER ADVANCING 1 LINE.

       CONFERE-NASCIMENTO.
           IF NASC-PT IS NUMERIC AND NASC-PT NOT EQUAL ZEROES
               IF NASC-ATU EQUAL ZEROES
                   MOVE NASC-PT TO NASC-ATU
                   MOVE ORIGEM-W TO ORIGEM-NASC
               ELSE
                   IF NASC-PT NOT EQUAL NASC-ATU
                       MOVE NASC-PT TO DATA-EDIT-9
                       PERFORM EDITA-DATA
                       MOVE "NASC. DIVERGENTE" TO MOTIVO-W
                       MOVE DATA-EXIB TO VALOR-W
                       PERFORM IMPRIME-CONFLITO
                       MOVE NASC-ATU TO DATA-EDIT-9
                       PERFORM EDITA-DATA
                       MOVE SPACES TO LIN-CONF
                       MOVE ORIGEM-NASC TO ORIGEM-LIN
                       MOVE DATA-EXIB TO VALOR-LIN
                       MOVE "(REFERENCIA)" TO MOTIVO-LIN
                       WRITE REL-SAI FROM LIN-CONF
                           AFTER ADVANCING 1 LINE.

       CPF-REPETIDO.
           MOVE "CPF REPETIDO" TO MOTIVO-W.
           MOVE NOME-PT TO VALOR-W.
           PERFORM IMPRIME-CONFLITO.

       IMPRIME-CONFLITO.
           ADD 1 TO CT-CONFLITOS.
           MOVE SPACES TO LIN-CONF.
           MOVE CPF-CORRENTE TO CPF-LIN.
           MOVE ORIGEM-W TO ORIGEM-LIN.
           MOVE VALOR-W TO VALOR-LIN.
           MOVE MOTIVO-W TO MOTIVO-LIN.
           WRITE REL-SAI FROM LIN-CONF AFTER ADVANCING 1 LINE.
           MOVE CPF-CORRENTE TO CHAVE-EXC.
           MOVE SPACES TO MSG-EXC.
           STRING MOTIVO-W DELIMITED BY "  "
                  " - " ORIGEM-W DELIMITED BY SIZE INTO MSG-EXC.
           PERFORM GRAVA-EXCLOG.

      * PAPEL DE CADASTRO AUSENTE NO DIA VEM DA VERSAO ANTERIOR. SEM
      * NENHUM PAPEL A PESSOA FICA INATIVA, COM O NOME E O NASCIMENTO
      * QUE TINHA; CPF QUE SO APARECEU NO CADBENEF NAO E GRAVADO.
       ENCERRA-PESSOA.
           IF EXISTE-ANT EQUAL 1
               PERFORM MANTEM-PAPEL-AUSENTE.
           IF PAPEIS-ATU EQUAL SPACES
               MOVE "I" TO SIT-ATU
           ELSE
               MOVE "A" TO SIT-ATU.
           IF EXISTE-ANT EQUAL ZEROES
               IF SIT-ATU EQUAL "A"
                   MOVE DATA-RODADA TO INCL-ATU ALT-ATU
                   ADD 1 TO CT-INCLUIDAS
                   PERFORM GRAVA-PESSOA
               END-IF
           ELSE
               IF NOME-ATU EQUAL SPACES
                   MOVE NOME-ANT TO NOME-ATU
               END-IF
               IF NASC-ATU EQUAL ZEROES
                   MOVE NASC-ANT TO NASC-ATU
               END-IF
               MOVE INCL-ANT TO INCL-ATU
               MOVE ALT-ANT TO ALT-ATU
               IF PES-ATU NOT EQUAL PES-ANT
                   MOVE DATA-RODADA TO ALT-ATU
                   ADD 1 TO CT-ALTERADAS
               END-IF
               PERFORM GRAVA-PESSOA.

       MANTEM-PAPEL-AUSENTE.
           IF TEM-FUNC EQUAL ZEROES
               MOVE PAPEL-F-ANT TO PAPEL-F-ATU
               MOVE FUNC-REFS-ANT TO FUNC-REFS-ATU.
           IF TEM-SOC EQUAL ZEROES
               MOVE PAPEL-S-ANT TO PAPEL-S-ATU
               MOVE SOC-REFS-ANT TO SOC-REFS-ATU.
           IF TEM-RESP EQUAL ZEROES
               MOVE PAPEL-R-ANT TO PAPEL-R-ATU
               MOVE RESP-REFS-ANT TO RESP-REFS-ATU.
           IF TEM-CLIX EQUAL ZEROES
               MOVE PAPEL-C-ANT TO PAPEL-C-ATU
               MOVE CLI-REFS-ANT TO CLI-REFS-ATU.

       GRAVA-PESSOA.
           MOVE PES-ATU TO REG-PES.
           WRITE REG-PES.
           ADD 1 TO CT-GRAVADAS.
           IF SIT-ATU EQUAL "A"
               ADD 1 TO CT-ATIVAS
           ELSE
               ADD 1 TO CT-INATIVAS.
           MOVE ZEROES TO QTD-PAPEIS.
           INSPECT PAPEIS-ATU TALLYING QTD-PAPEIS
               FOR ALL "F" ALL "S" ALL "R" ALL "C".
           IF QTD-PAPEIS GREATER THAN 1
               ADD 1 TO CT-MULTIPAPEL.

       EDITA-DATA.
           MOVE DIA-EDIT TO DIA-EXIB.
           MOVE MES-EDIT TO MES-EXIB.
           MOVE ANO-EDIT TO ANO-EXIB.

       FIM.
           MOVE CT-GRAVADAS TO GRAV-LIN.
           MOVE CT-ATIVAS TO ATIV-LIN.
           MOVE CT-INATIVAS TO INAT-LIN.
           MOVE CT-INCLUIDAS TO INCL-LIN.
           MOVE CT-ALTERADAS TO ALTER-LIN.
           MOVE CT-MULTIPAPEL TO MULTI-LIN.
           MOVE CT-CONFLITOS TO CONF-LIN.
           MOVE CT-PENDENCIAS TO PEND-LIN.
           MOVE CT-SOC-SEM-CPF TO SSCPF-LIN.
           WRITE REL-SAI FROM LIN-TOTAL1 AFTER ADVANCING 2 LINES.
           WRITE REL-SAI FROM LIN-TOTAL2 AFTER ADVANCING 1 LINE.
           WRITE REL-SAI FROM LIN-TOTAL3 AFTER ADVANCING 1 LINE.
           CLOSE RELCPES
                 EXCLOG.

       COPY GRAVAEXC
           REPLACING ==CPY-PROGID==  BY =="EM0115"==
                     ==CPY-CHAVE==   BY ==CHAVE-EXC==
                     ==CPY-SEVER==   BY =="E"==
                     ==CPY-MSG==     BY ==MSG-EXC==.

       COPY LEDATAMOV.
