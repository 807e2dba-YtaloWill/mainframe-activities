           05  WS-RUNID-WL            PIC 9(04).
           05  WS-DATA-WL             PIC 9(08).
           05  WS-CARTAO-WL           PIC X(80).
      *-----> UNIDADE (CAMPUS) DA TURMA CHEIA (WS-UNIDADE-X DO
      *       FAIXNUM), PARA A FILA E O RELOCU POR UNIDADE. ESPACO
      *       (ESPERA ANTERIOR A ESTA VERSAO) = SEDE
           05  WS-UNIDADE-WL          PIC X(01).
           05  FILLER                 PIC X(08).
