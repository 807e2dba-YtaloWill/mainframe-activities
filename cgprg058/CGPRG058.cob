      * ------  -------  ------  ------  -------------------------   *
      *  V01    AGO/2026 010097  PROGRAMA CRIADO - CONSOLIDACAO POR
      *                          MACRO-REGIAO DO IBGE
      *  V02    OUT/2026 010227  REGISTRO DO CADGRAVA PASSA DE 40 PARA
      *                          41 BYTES (CIDADE COM OS 7 DIGITOS DO
      *                          IBGE)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADGRAVA           PIC X(41)
           .
       FD  RELREG
           LABEL RECORD OMITTED
