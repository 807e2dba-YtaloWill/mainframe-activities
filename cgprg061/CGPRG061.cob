      *  V01    AGO/2026 010099  PROGRAMA CRIADO - CONSOLIDACAO DE
      *                          FONTES DO CADGRAVA COM PRECEDENCIA
      *                          POR FAIXA DE RUN-ID
      *  V02    OUT/2026 010227  CADGRAVA E CADGRCON PASSAM DE 40 PARA
      *                          41 BYTES E O SORT A 54 (CIDADE COM OS 7
      *                          DIGITOS DO IBGE)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADGRAVA           PIC X(41)
           .
       SD  SORTCON
           RECORDING MODE  F
           .
       01  REG-SORTCON.
           05 WS-CIDADE-SRT       PIC 9(07)      COMP-3.
           05 WS-COMPET-SRT       PIC 9(06)      COMP-3.
           05 WS-DTLOTE-SRT       PIC 9(08)      COMP-3.
           05 WS-IMAGEM-SRT       PIC X(41).
       FD  CADGRCON
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADGRCON           PIC X(41)
           .
       FD  RELDIS
           LABEL RECORD OMITTED
      *       CADA FONTE (O SORT ENTREGA POR DATA DE LOTE CRESCENTE,
      *       ENTAO O ULTIMO VISTO DE CADA FONTE E O MAIS RECENTE)
       01  WS-GRUPO-CON.
           05  WS-CIDADE-ATUAL        PIC 9(07)  VALUE ZEROS.
           05  WS-COMPET-ATUAL        PIC 9(06)  VALUE ZEROS.
           05  WS-TEM-E               PIC X(01)  VALUE 'N'.
           05  WS-TEM-F               PIC X(01)  VALUE 'N'.
           05  WS-IMAGEM-E            PIC X(41).
           05  WS-IMAGEM-F            PIC X(41).
           05  WS-ACID-E              PIC 9(04)  VALUE ZEROS.
           05  WS-ACID-F              PIC 9(04)  VALUE ZEROS.
           05  WS-SW-GRUPO            PIC X(01)  VALUE 'N'.
       01  WS-REG-DISCREP.
           05 FILLER              PIC X(16) VALUE
              '*** DISCREP. -  '.
           05 WS-DIS-CIDADE       PIC 9(07).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-DIS-COMPET       PIC 9(06).
           05 FILLER              PIC X(12) VALUE ' ESTADUAL:  '.
           05 FILLER              PIC X(11) VALUE ' FEDERAL:  '.
           05 WS-DIS-ACID-F       PIC ZZZ9.
           05 FILLER              PIC X(04) VALUE ' ***'.
           05 FILLER              PIC X(15) VALUE SPACES.

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.
