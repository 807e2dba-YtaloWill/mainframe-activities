      *                          FORA DE VIGENCIA NAO ABRE O
      *                          PAINEL, COM MENSAGEM PROPRIA E
      *                          REGISTRO 'N' NO AUDITLOG
      *  V03    OUT/2026 010227  CHAVE DE PARTIDA DO ALERTVID COM A
      *                          CIDADE DE 7 DIGITOS DO IBGE (8 BYTES)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       01  WS-REG-ALERTVID.
           COPY ALERTVIC.
       01  WS-CHAVE-ALERTA.
           05 WS-CID-ALERTA       PIC 9(07)      COMP-3.
           05 WS-CMP-ALERTA       PIC 9(06)      COMP-3.
       01  WS-REG-DASHSNAP.
           COPY DASHSNAC.
