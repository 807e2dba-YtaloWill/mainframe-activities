      *                          CLASSIFICACAO DO RELACID DEPOIS
      *                          DE QUALQUER REVISAO DA POLITICA.
      *                          NOVA DD POLTABJ NO CGJOB048
      *  V03    OUT/2026 010227  CADGRAVA PASSA A 41 BYTES E A CHAVE DO
      *                          CADGRAVI A 8 (CODIGO DA CIDADE COM OS 7
      *                          DIGITOS DO IBGE)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           LABEL RECORD STANDARD
           RECORDING MODE  F
           .
       01  REG-CADGRAVA           PIC X(41)
           .
       FD  CADGRAVI
           LABEL RECORD STANDARD
