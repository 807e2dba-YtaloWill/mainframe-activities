      * ------  -------  ------  ------  -------------------------   *
      *  V01    AGO/2026 010086  PROGRAMA CRIADO - CONFERENCIA DA
      *                          COPIA DE SEGURANCA DO CADALU
      *  V02    OUT/2026 010194  MATRICULA AMPLIADA DE 4 P/ 5 DIGITOS
      *                          (WS-NUMERO-S PIC 9(05) COMP-3, MESMOS
      *                          3 BYTES - VER CADALUC): SOMAS DE
      *                          CONTROLE DAS MATRICULAS PASSAM A
      *                          9(10)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
      *-----> TOTAIS DE CONTROLE DE CADA LADO (SOMA DAS MATRICULAS
      *       E DAS MEDIAS)
       01  WS-TOTAIS-CONTROLE.
           05  WS-SOMA-MAT-ALU        PIC 9(10)     VALUE ZEROS.
           05  WS-SOMA-MAT-BKP        PIC 9(10)     VALUE ZEROS.
           05  WS-SOMA-MED-ALU        PIC 9(08)V99  VALUE ZEROS.
           05  WS-SOMA-MED-BKP        PIC 9(08)V99  VALUE ZEROS.

