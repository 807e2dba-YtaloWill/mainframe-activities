      *                          RUNSTAT (COPY RUNSTATC, OPEN
      *                          EXTEND), CONFRONTADO DIARIAMENTE
      *                          PELO VIGIA CGPRG073
      *  V04    OUT/2026 010227  CADGRAVA E CADGRVN PASSAM A 41 BYTES
      *                          (CODIGO DA CIDADE COM OS 7 DIGITOS DO
      *                          IBGE)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADGRAVA           PIC X(41)
           .
       FD  CADGRVN
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADGRVN            PIC X(41)
           .
      *-----> HISTORICO DE ESTATISTICAS DE EXECUCAO (VER V03)
       FD  RUNSTAT
