      * ------  -------  ------  ------  -------------------------   *
      *  V01    AGO/2026 010098  PROGRAMA CRIADO - CONSOLIDADOR
      *                          NACIONAL DO MODO PARTICIONADO
      *  V02    OUT/2026 010227  PARTICOES DO CADGRAVA COM 41 BYTES E
      *                          CIDADE DO TOP 10 COM OS 7 DIGITOS DO
      *                          IBGE
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PART1              PIC X(41)
           .
       FD  PART2
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PART2              PIC X(41)
           .
       FD  PART3
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-PART3              PIC X(41)
           .
       FD  RELNAC
           LABEL RECORD OMITTED
      *       MECANICA DO CGPRG011)
       01  WS-TOP10-TAB.
           05  WS-TOP10-OCOR          OCCURS 10 TIMES.
               10  WS-TOP10-CIDADE    PIC 9(07).
               10  WS-TOP10-ESTADO    PIC X(02).
               10  WS-TOP10-PORC      PIC 9(03)V99.
       01  WS-TOP10-AUX.
           05 FILLER                 PIC X(04) VALUE 'TOP '.
           05 WS-TOP10-RANK-R        PIC Z9.
           05 FILLER                 PIC X(09) VALUE '  CIDADE '.
           05 WS-TOP10-CIDADE-R      PIC 9(07).
           05 FILLER                 PIC X(05) VALUE '  UF '.
           05 WS-TOP10-ESTADO-R      PIC X(02).
           05 FILLER                 PIC X(09) VALUE '  %ACIDS '.
           05 WS-TOP10-PORC-R        PIC ZZ9,99.
           05 FILLER                 PIC X(30) VALUE SPACES.

       01  WS-HIFEN               PIC X(94)       VALUE ALL '-'.

