      *                          BYTES EMPACOTADOS E A COMPARACAO
      *                          DIRETA ABENDAVA - AGORA O CAMPO
      *                          INVALIDO CONTA COMO NAO CONFORME
      *  V03    OUT/2026 010227  REGISTRO DO CADGRAVA PASSA DE 40 PARA
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
       FD  SCORHIST
           LABEL RECORD STANDARD
