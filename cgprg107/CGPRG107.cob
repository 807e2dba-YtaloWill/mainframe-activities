      *  V01    SET/2026 010154  PROGRAMA CRIADO - PREVISAO DE TAXA
      *                          POR CIDADE COM PRE-ALERTA CONTRA A
      *                          POLITICA VIGENTE
      *  V02    OUT/2026 010227  CIDADE DA QUEBRA E DO RELPREV COM OS 7
      *                          DIGITOS DO CODIGO IBGE
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           05  WS-PROGID              PIC X(08) VALUE 'CGPRG107'.
           05  WS-MSG                 PIC X(30).
           05  WS-FS-MSG              PIC X(02).
           05  WS-CIDADE-ATUAL        PIC 9(07) VALUE ZEROS.
           05  WS-ESTADO-ATUAL        PIC X(02).
           05  WS-QTD-HIST            PIC 9(02) VALUE ZEROS.
           05  WS-HIST-SUB            PIC 9(02).

       01  WS-REG-LINHA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CIDADE-R         PIC 9(07).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-ESTADO-R         PIC X(02).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-MEDIA-R          PIC ZZ9,99.
