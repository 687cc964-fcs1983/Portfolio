      *--------------------------------------------------------------
      * CADHORA.CPY
      *
      * LAYOUT DO QUADRO DE HORARIOS DAS TURMAS (CADHORA.DAT). UM
      * REGISTRO POR AULA SEMANAL DA TURMA (CHAVE = TURMA + DIA +
      * INICIO), MANTIDO PELO EM0333, QUE REJEITA A AULA QUE
      * COLOCA O MESMO PROFESSOR OU A MESMA SALA EM DOIS LUGARES NO
      * MESMO HORARIO OU A TURMA EM SALA MENOR QUE O CAPAC-TURMA. O
      * PROFESSOR NAO E GRAVADO AQUI: VEM DO PROF-TURMA DO CADASTRO
      * DE TURMAS (CADTURMA.DAT, MANTIDO PELO MANREF). O EM0334
      * IMPRIME O QUADRO POR TURMA, POR PROFESSOR E POR SALA E O
      * EM0213 CONFERE CADA DATA DE FALTA CONTRA OS DIAS DE AULA DA
      * TURMA.
      *
      *   TURMA-HOR    CODIGO DA TURMA (COD-TURMA DO CADTURMA).
      *   DIA-HOR      DIA DA SEMANA: 1=DOMINGO 2=SEGUNDA 3=TERCA
      *                4=QUARTA 5=QUINTA 6=SEXTA 7=SABADO.
      *   INICIO-HOR   HORA DE INICIO DA AULA (HHMM).
      *   TERMINO-HOR  HORA DE TERMINO DA AULA (HHMM), MAIOR QUE O
      *                INICIO. UMA AULA QUE TERMINA NA HORA EM QUE
      *                OUTRA COMECA NAO CONFLITA COM ELA.
      *   SALA-HOR     IDENTIFICACAO DA SALA.
      *   CAPSALA-HOR  LUGARES DA SALA - IGUAL EM TODAS AS AULAS DA
      *                MESMA SALA.
      *
      * USO (FILE SECTION):
      *       COPY CADHORA.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT CADHORA ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-HOR.
      *--------------------------------------------------------------

       FD CADHORA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADHORA.DAT".

       01 REG-HOR.
           02 TURMA-HOR      PIC 9(03).
           02 DIA-HOR        PIC 9(01).
           02 INICIO-HOR.
               03 HH-INI-HOR     PIC 9(02).
               03 MM-INI-HOR     PIC 9(02).
           02 INICIO-HOR-9 REDEFINES INICIO-HOR PIC 9(04).
           02 TERMINO-HOR.
               03 HH-TER-HOR     PIC 9(02).
               03 MM-TER-HOR     PIC 9(02).
           02 TERMINO-HOR-9 REDEFINES TERMINO-HOR PIC 9(04).
           02 SALA-HOR       PIC X(06).
           02 CAPSALA-HOR    PIC 9(04).
