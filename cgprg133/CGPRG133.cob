      *  V01    SET/2026 010173  PROGRAMA CRIADO - RELATORIO DIARIO
      *                          DE ATIVIDADE DO ONLINE COM SECAO
      *                          DE ACESSOS NEGADOS
      *  V02    OUT/2026 010227  ALVO DA ATIVIDADE NEGADA COM 13
      *                          POSICOES (WS-ALVO-AU AMPLIADO NO
      *                          AUDITCIC PARA A CHAVE CIDADE IBGE +
      *                          COMPETENCIA)
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               10  WS-NG-HORA         PIC 9(06).
               10  WS-NG-USERID       PIC X(08).
               10  WS-NG-TRANS        PIC X(04).
               10  WS-NG-ALVO         PIC X(13).

      *-----> DADOS DE SAIDA - RELATORIO DE ATIVIDADE
       01  WS-CAB1.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-NG-TRANS-R       PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-NG-ALVO-R        PIC X(13).
           05 FILLER              PIC X(42) VALUE SPACES.

       01  WS-HIFEN               PIC X(80)       VALUE ALL '-'.

