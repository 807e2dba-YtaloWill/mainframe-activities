      * ------  -------  ------  ------  -------------------------   *
      *  V01    AGO/2026 010096  PROGRAMA CRIADO - CICLO DE VIDA DOS
      *                          ALERTAS (ALERTVID)
      *  V02    OUT/2026 010227  ALERTINS PASSA A 23 BYTES E A CHAVE DO
      *                          ALERTVID A 8 (CODIGO DA CIDADE COM OS 7
      *                          DIGITOS DO IBGE)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           RECORDING MODE  F
           .
       01  REG-ALERTINS.
           05 WS-ALERTA-CIDADE    PIC 9(07).
           05 FILLER              PIC X(01).
           05 WS-ALERTA-ESTADO    PIC X(02).
           05 FILLER              PIC X(01).
