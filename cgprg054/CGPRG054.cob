      * ------  -------  ------  ------  -------------------------   *
      *  V01    AGO/2026 010094  PROGRAMA CRIADO - ACOMPANHAMENTO
      *                          META X REALIZADO POR UF
      *  V02    OUT/2026 010227  CADGRAVA PASSA A 41 BYTES (CODIGO DA
      *                          CIDADE COM OS 7 DIGITOS DO IBGE)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADGRAVA           PIC X(41)
           .
       FD  METASUF
           LABEL RECORD STANDARD
