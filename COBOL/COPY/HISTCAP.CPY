      *--------------------------------------------------------------
      * HISTCAP.CPY
      *
      * HISTORICO DAS MEDICOES DE CAPACIDADE (HISTCAP.DAT), GRAVADO
      * EM EXTEND PELO MONITOR EM0439 A CADA MEDICAO (SEMANAL) E
      * NUNCA REGRAVADO: UM REGISTRO POR ITEM DO CADCAPAC MEDIDO,
      * COM A DATA DE MOVIMENTO, A MEDIDA, O LIMITE EM VIGOR E O
      * PERCENTUAL OCUPADO. E A BASE DA PROJECAO DE ESGOTAMENTO.
      *
      *   QTD-REG-HCAP   REGISTROS LIDOS NO ARQUIVO MEDIDO.
      *   INVAL-HCAP     REGISTROS COM O CAMPO NAO NUMERICO ("K"/"V"),
      *                  FORA DA MEDIDA.
      *
      * USO (FILE SECTION):
      *       COPY HISTCAP.
      *
      *   E, NO FILE-CONTROL:
      *       SELECT HISTCAP ASSIGN TO DISK
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS FS-HCAP.
      *--------------------------------------------------------------

       FD HISTCAP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTCAP.DAT".

       01 REG-HCAP.
           02 ID-HCAP        PIC X(08).
           02 DATA-HCAP      PIC 9(08).
           02 MEDIDA-HCAP    PIC 9(12).
           02 LIMITE-HCAP    PIC 9(12).
           02 PCT-HCAP       PIC 9(03)V99.
           02 QTD-REG-HCAP   PIC 9(07).
           02 INVAL-HCAP     PIC 9(07).
