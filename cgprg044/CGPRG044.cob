      *  V01    AGO/2026 010088  PROGRAMA CRIADO - AGREGACAO DO
      *                          ACIDDET E CONCILIACAO CONTRA O
      *                          CADGRAVA
      *  V02    OUT/2026 010227  CODIGO DA CIDADE PASSA AO CODIGO
      *                          OFICIAL DO IBGE DE 7 DIGITOS: ACIDDET
      *                          COM 33 BYTES, CADGRAVA COM 41, REGISTRO
      *                          DO SORT COM 10; DERGRAVA MANTEM 16
      *                          BYTES (CIDADE EM 4 BYTES SOBRE O
      *                          FILLER)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADGRAVA           PIC X(41)
           .
       SD  SORTDET
           RECORDING MODE  F
           .
       01  REG-SORTDET.
           05 WS-CIDADE-SRT       PIC 9(07)      COMP-3.
           05 WS-COMPET-SRT       PIC 9(06)      COMP-3.
           05 WS-QTD-OBIT-SRT     PIC 9(02)      COMP-3.
       FD  DERGRAVA
           RECORDING MODE  F
           .
       01  REG-DERGRAVA.
           05 WS-CIDADE-DER       PIC 9(07)      COMP-3.
           05 WS-COMPET-DER       PIC 9(06)      COMP-3.
           05 WS-QTD-ACID-DER     PIC 9(04)      COMP-3.
           05 WS-QTD-OBIT-DER     PIC 9(04)      COMP-3.
           05 FILLER              PIC X(02).
       FD  RELCON
           LABEL RECORD OMITTED
           RECORDING MODE  F
       01  WS-TAB-GRA.
           05  WS-QTD-GRA             PIC 9(03)  VALUE ZEROS.
           05  WS-GRA-OCOR            OCCURS 500 TIMES.
               10  WS-GRA-CIDADE      PIC 9(07).
               10  WS-GRA-COMPET      PIC 9(06).
               10  WS-GRA-QTD-ACID    PIC 9(04).
               10  WS-GRA-QTD-OBIT    PIC 9(04).

      *-----> GRUPO CIDADE/COMPETENCIA CORRENTE DO DETALHE
       01  WS-GRUPO-DET.
           05  WS-CIDADE-ATUAL        PIC 9(07)  VALUE ZEROS.
           05  WS-COMPET-ATUAL        PIC 9(06)  VALUE ZEROS.
           05  WS-ACUM-ACID           PIC 9(04)  VALUE ZEROS.
           05  WS-ACUM-OBIT           PIC 9(04)  VALUE ZEROS.
      *-----> LINHA DA CONCILIACAO
       01  WS-REG-CONCIL.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CON-CIDADE       PIC 9(07).
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-CON-COMPET       PIC 9(06).
           05 FILLER              PIC X(07) VALUE ' DET.: '.
           05 WS-CON-OBIT-AGR     PIC ZZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-CON-SITUACAO     PIC X(12).
           05 FILLER              PIC X(20) VALUE SPACES.

       01  FILLER                 PIC X(35)       VALUE
           '****** FIM DA WORKING-STORAGE *****'.
