      * ------  -------  ------  ------  -------------------------   *
      *  V01    AGO/2026 010098  PROGRAMA CRIADO - PARTICIONADOR DO
      *                          CADGRAVA POR UF
      *  V02    OUT/2026 010227  CADGRAVA E PARTICOES PASSAM DE 40 PARA
      *                          41 BYTES E O SORT A 47 (CIDADE COM OS 7
      *                          DIGITOS DO IBGE)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADGRAVA           PIC X(41)
           .
       SD  SORTSPL
           RECORDING MODE  F
           .
       01  REG-SORTSPL.
           05 WS-ESTADO-SRT       PIC X(02).
           05 WS-CIDADE-SRT       PIC 9(07)      COMP-3.
           05 WS-IMAGEM-SRT       PIC X(41).
       FD  PART1
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
       WORKING-STORAGE SECTION.
      *-----------------------*
